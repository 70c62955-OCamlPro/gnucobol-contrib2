*>             approved rows to the target environment's files,
*>             writes every applied change to the TABEAUD1.LOG audit
*>             trail, and produces a before/after report
*>             (TABEPROMO.RPT). Rows for a target file inside a
*>             change-freeze window of the target environment
*>             (GC74FREEZE) are left unapplied - return code 4 -
*>             unless the promote user takes the logged emergency
*>             override (GC74_OVERRIDE).
*>             An approved row whose code field (GC68TABSCHEMA type
*>             C) names a code the target table does not have is
*>             held back and retried once every other row is in -
*>             the code it needs may come with the same promotion.
*>             Still dangling then, it is left unapplied and listed
*>             (return code 4), or with GC68_FKMODE=W applied and
*>             listed as a warning.
*>
*>             Environment:
*>               GC83_SRCDIR  source environment directory (dflt .)
*>               GC83_TGTDIR  target environment directory (required)
*>               GC83_MODE    BUILD (default) or APPLY
*>             Its operator texts are GC65MSGTEXT messages 1-25
*>             (program GC83TABPROMO in the message table), so they
*>             show in the signed-on user's language.
*> Tectonics:  cobc -x GC83TABPROMOTE.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC83TABPROMOTE
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
01  wOldData        pic x(93) value spaces.
01  wCurFile        pic x(12) value spaces.
01  wTgtOpen        pic x(01) value 'N'.
01  wTgtFrozen      pic x(01) value 'N'.
01  wFrozenCount    pic 9(05) value 0.
01  wAuditUser      pic x(12) value spaces.
01  wAuditDate      pic 9(08) value 0.
01  wAuditTime      pic 9(08) value 0.
01  wAuditTSX       pic x(19) value spaces.
01  wMsg            pic x(110) value spaces.

*>     approved rows held back for a dangling reference, retried
*>     after the rest of the list
01  wRetrying       pic x(01) value 'N'.
01  wRowHeld        pic x(01) value 'N'.
01  wHeldCount      pic 9(03) value 0.
01  wHeldIdx        pic 9(03) value 0.
01  wHeldTable.
    05 wHeldRow     pic x(98) occurs 200 times.
01  wDanglingCount  pic 9(05) value 0.
01  wWarnCount      pic 9(05) value 0.

COPY 'GC85SIGNON.CPY'.

01  AuditScan-fs   pic x(02) value spaces.
01  wLastHash      pic x(08) value '00000000'.
01  wChainInit     pic x(01) value 'N'.
COPY 'GC94AUDHASH.CPY'.
COPY 'GC74FREEZE.CPY'.
COPY 'GC68TABSCHEMA.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-25 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC83TABPROMOTE: GC83_TGTDIR must name the target'.
    05 filler pic x(58) value ' environment directory'.
    05 filler pic x(58) value 'GC83TABPROMOTE - building apply-list'.
    05 filler pic x(58) value '  source: '.
    05 filler pic x(58) value '  target: '.
    05 filler pic x(58) value '*** cannot open TABEPROMO.LST'.
    05 filler pic x(58) value '  differences listed: '.
    05 filler pic x(58) value '  review TABEPROMO.LST and mark rows to promote with A,'.
    05 filler pic x(58) value '  then rerun with GC83_MODE=APPLY'.
    05 filler pic x(58) value '  (target has no '.
    05 filler pic x(58) value ' - every source record listed)'.
    05 filler pic x(58) value 'GC83TABPROMOTE: role '.
    05 filler pic x(58) value ' may not promote to production'.
    05 filler pic x(58) value 'GC83TABPROMOTE: sign-on refused - '.
    05 filler pic x(58) value 'GC83TABPROMOTE - applying approved rows'.
    05 filler pic x(58) value '*** cannot open TABEPROMO.LST - run BUILD first'.
    05 filler pic x(58) value '  applied : '.
    05 filler pic x(58) value '  skipped : '.
    05 filler pic x(58) value '  held    : '.
    05 filler pic x(58) value '  frozen  : '.
    05 filler pic x(58) value '*** cannot open target '.
    05 filler pic x(58) value ' - status '.
    05 filler pic x(58) value '*** apply failed '.
    05 filler pic x(58) value ' key '.
    05 filler pic x(58) value ' status '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 25 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   perform Read-Parameters thru Read-Parameters-Ex
   if wTgtDir = spaces
      display wText(1)(1:48)
              wText(2)(1:22)
      move 16 to return-code
      goback
   end-if
*> BUILD - derive the differences and write the apply-list for review
*> ***********************************************************************************
Build-Apply-List.
   display wText(3)(1:36)
   display wText(4)(1:10) wSrcDir
   display wText(5)(1:10) wTgtDir
   open output PromoList
   if fs-promolist not = '00'
      display wText(6)(1:29)
      move 16 to return-code
      goback
   end-if
      end-if
   end-perform
   close PromoList
   display wText(7)(1:22) wDiffCount
   display wText(8)(1:55)
   display wText(9)(1:33)
   move 0 to return-code
   continue.
Build-Apply-List-Ex. exit.
   end-if
   open input TgtTabe
   if Tgt-fs not = '00'
      display wText(10)(1:17) wFileName
              wText(11)(1:30)
   end-if
   move low-value to Src-key
   start SrcTabe key >= Src-key
   call "GC85SIGNON" using SIGNON-AREA
   evaluate Sg-Status
      when 'Y'
*>       the user's own language, now that it is known
         if Sg-Lang not = space
            move space to Mt-Status
            perform Load-Texts thru Load-Texts-Ex
         end-if
         if Sg-Role not = 'P'
            display wText(12)(1:21) Sg-Role
                    wText(13)(1:30)
            move 16 to return-code
            goback
         end-if
         move Sg-User to wAuditUser
      when 'N'
         display wText(14)(1:34) Sg-Message
         move 16 to return-code
         goback
      when other
         continue
   end-evaluate
   display wText(15)(1:39)
   display wText(5)(1:10) wTgtDir
   open input PromoList
   if fs-promolist not = '00'
      display wText(16)(1:47)
      move 16 to return-code
      goback
   end-if
         end-if
      end-if
   end-perform
   move 'Y' to wRetrying
   perform varying wHeldIdx from 1 by 1 until wHeldIdx > wHeldCount
      move wHeldRow(wHeldIdx) to PromoList-record
      perform Apply-One-Row thru Apply-One-Row-Ex
   end-perform
   if wTgtOpen = 'Y'
      close TgtTabe
   end-if
          wSkipCount delimited by size into wMsg
   move wMsg to PromoRpt-record
   write PromoRpt-record
   if wDanglingCount > 0 or wWarnCount > 0
      move spaces to wMsg
      string 'Held for dangling references: ' wDanglingCount
             '   applied with a warning: ' wWarnCount
             delimited by size into wMsg
      move wMsg to PromoRpt-record
      write PromoRpt-record
   end-if
   close PromoRpt
   close TabeAudit
   display wText(17)(1:12) wApplyCount
   display wText(18)(1:12) wSkipCount
   move 0 to return-code
   if wDanglingCount > 0
      display wText(19)(1:12) wDanglingCount
      move 4 to return-code
   end-if
   if wFrozenCount > 0
      display wText(20)(1:12) wFrozenCount
      move 4 to return-code
   end-if
   continue.
Apply-Approved-Ex. exit.

         close TgtTabe
      end-if
      move pl-file to wCurFile
*>    a held row comes from a file already cleared of freezes
      if wRetrying = 'N'
         perform Check-Freeze thru Check-Freeze-Ex
      else
         move 'N' to wTgtFrozen
      end-if
      move spaces to wTgtSpec
      string trim(wTgtDir) '/' pl-file
             delimited by size into wTgtSpec
      if Tgt-fs = '00' or Tgt-fs = '05'
         move 'Y' to wTgtOpen
      else
         display wText(21)(1:23) wTgtSpec
                 wText(22)(1:10) Tgt-fs
         move 'N' to wTgtOpen
      end-if
   end-if
      add 1 to wSkipCount
      go to Apply-One-Row-Ex
   end-if
   if wTgtFrozen = 'Y'
      add 1 to wSkipCount
      add 1 to wFrozenCount
      go to Apply-One-Row-Ex
   end-if
   perform Check-Reference thru Check-Reference-Ex
   if wRowHeld = 'Y'
      go to Apply-One-Row-Ex
   end-if
   move pl-key to Tgt-key
   move spaces to wOldData
   read TgtTabe
      perform Write-Report-Pair thru Write-Report-Pair-Ex
      perform Write-Audit-Row thru Write-Audit-Row-Ex
   else
      display wText(23)(1:17) pl-file wText(24)(1:5) pl-key
              wText(25)(1:8) Tgt-fs
      add 1 to wSkipCount
   end-if
   continue.
Apply-One-Row-Ex. exit.

*> ***********************************************************************************
*>     the row's code fields against the target file - the module
*>     reads the target on its own, so this handle is closed around
*>     the call. First time round a dangling row is held for the
*>     retry; on the retry it is refused or, in warn mode, applied
*>     and listed
*> ***********************************************************************************
Check-Reference.
   move 'N' to wRowHeld
   if pl-key(1:1) not = 'H' or pl-key(5:3) = spaces
      go to Check-Reference-Ex
   end-if
   move 'V'         to Sc-Function
   move wTgtSpec    to Sc-File
   move pl-key(2:3) to Sc-Ktab
   move pl-data     to Sc-Data
   close TgtTabe
   call 'GC68TABSCHEMA' using SCHEMA-AREA
      on exception
         move 'N' to Sc-Status
   end-call
   open i-o TgtTabe
   if not Sc-Invalid or Sc-Ref-Missing not = 'Y'
      go to Check-Reference-Ex
   end-if
   if wRetrying = 'N' and wHeldCount < 200
      add 1 to wHeldCount
      move PromoList-record to wHeldRow(wHeldCount)
      move 'Y' to wRowHeld
      go to Check-Reference-Ex
   end-if
   move spaces to wMsg
   if Sc-Ref-Block
      string 'HELD    ' pl-file ' ' pl-key ' - dangling reference: '
             trim(Sc-Message) delimited by size into wMsg
      add 1 to wDanglingCount
      add 1 to wSkipCount
      move 'Y' to wRowHeld
   else
      string 'WARNING ' pl-file ' ' pl-key ' - applied, dangling: '
             trim(Sc-Message) delimited by size into wMsg
      add 1 to wWarnCount
   end-if
   move wMsg to PromoRpt-record
   write PromoRpt-record
   continue.
Check-Reference-Ex. exit.

*> ***********************************************************************************
*>     change-freeze windows (GC74FREEZE) of the target environment,
*>     checked once per target file. An emergency override is
*>     appended to the target's TABEAUD1.LOG by GC74FREEZE itself,
*>     so the trail is closed around the call and, when a row was
*>     written, the chain hash is looked up again
*> ***********************************************************************************
Check-Freeze.
   move 'GC83TABPROMO' to Fz-Tool
   move pl-file        to Fz-Scope
   move wAuditUser     to Fz-User
   move space          to Fz-Role
   if Sg-Status = 'Y'
      move Sg-Role to Fz-Role
   end-if
   move wTgtDir        to Fz-Dir
   close TabeAudit
   call 'GC74FREEZE' using FREEZE-AREA
      on exception move 'O' to Fz-Status
   end-call
   if Fz-Logged = 'Y'
      move 'N' to wChainInit
   end-if
   open extend TabeAudit
   move 'N' to wTgtFrozen
   if not Fz-Open
      display '  ' pl-file ' ' Fz-Message
   end-if
   if Fz-Frozen
      move 'Y' to wTgtFrozen
   end-if
   continue.
Check-Freeze-Ex. exit.

Write-Report-Pair.
   move spaces to wMsg
   string pl-file ' ' pl-key ' BEFORE: ' wOldData(1:75)
   close AuditScan
   continue.
Scan-Last-Hash-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC83TABPROMO' to Mt-Program
   move 25 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 25
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
