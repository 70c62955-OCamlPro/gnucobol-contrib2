*>             included), so GC84TABRESTORE can still undo a set
*>             operation record by record. Requires the promote role
*>             from the GC85SIGNON sign-on - a mass change is not an
*>             update-user operation. Nothing is applied to a table
*>             file inside a change-freeze window (GC74FREEZE) unless
*>             the logged emergency override is taken (GC74_OVERRIDE).
*>             Tables with a field schema (GC68TABSCHEMA) keep it: a
*>             REPLACE can be confined to one named field, and a
*>             cloned or replaced record whose data would break the
*>             target table's schema is not written - the preview
*>             says how many, the result counts them as skipped.
*>             A DELETE leaves alone the codes that a code field of
*>             another table still points at (with GC68_FKMODE=W it
*>             deletes them and the preview only warns).
*>             Its operator texts are GC65MSGTEXT messages 1-35, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC93TABSET.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC93TABSET
*> Parameters:
01  wReplText     pic x(20) value spaces.
01  wFindLen      pic 9(02) value 0.
01  wReplLen      pic 9(02) value 0.
01  wFieldName    pic x(12) value spaces.
01  wRangeOff     pic 9(02) value 1.
01  wRangeLen     pic 9(02) value 93.
01  wFx           pic 9(02) value 0.
01  wHits         pic 9(05) value 0.
01  wBroken       pic 9(05) value 0.
01  wHeld         pic 9(05) value 0.
01  wNewData      pic x(93) value spaces.

01  wPreview      pic 9(05) value 0.
01  wApplied      pic 9(05) value 0.

COPY 'GC85SIGNON.CPY'.
COPY 'GC94AUDHASH.CPY'.
COPY 'GC74FREEZE.CPY'.
COPY 'GC68TABSCHEMA.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-35 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC93TABSET: promote role required for mass'.
    05 filler pic x(58) value ' table operations'.
    05 filler pic x(58) value 'sign-on refused - '.
    05 filler pic x(58) value ' GC93TABSET - set operations on table code records'.
    05 filler pic x(58) value ' C = clone a ktab to another ktab/file'.
    05 filler pic x(58) value ' D = delete a code range'.
    05 filler pic x(58) value ' R = find-and-replace across a ktab'.
    05 filler pic x(58) value ' choice: '.
    05 filler pic x(58) value ' source file (TABE0nnn.DAT): '.
    05 filler pic x(58) value ' source ktab: '.
    05 filler pic x(58) value ' target file (blank = same): '.
    05 filler pic x(58) value ' target ktab: '.
    05 filler pic x(58) value ' target is the source itself - refused         '.
    05 filler pic x(58) value ' kcod from: '.
    05 filler pic x(58) value ' kcod to  : '.
    05 filler pic x(58) value ' find   : '.
    05 filler pic x(58) value ' replace: '.
    05 filler pic x(58) value ' find and replace must be the same length       '.
    05 filler pic x(58) value ' in field (blank = whole data): '.
    05 filler pic x(58) value ' no such field in the table schema             '.
    05 filler pic x(58) value ' preview: '.
    05 filler pic x(58) value ' code record(s) would be cloned'.
    05 filler pic x(58) value ' - apply (Y/N)? '.
    05 filler pic x(58) value ' code record(s) would be DELETED'.
    05 filler pic x(58) value ' of them are still referenced by other'.
    05 filler pic x(58) value ' tables and will be kept'.
    05 filler pic x(58) value ' tables - references will dangle'.
    05 filler pic x(58) value ' record(s) contain the text'.
    05 filler pic x(58) value ' of them would break the table schema'.
    05 filler pic x(58) value ' and will be skipped'.
    05 filler pic x(58) value ' open failed - source '.
    05 filler pic x(58) value ' target '.
    05 filler pic x(58) value ' applied: '.
    05 filler pic x(58) value '  skipped: '.
    05 filler pic x(58) value '  (audited to TABEAUD1.LOG)'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 35 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(80) value ' GC93TABSET - set operations on table code records                              '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(80) occurs 1 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
   set environment 'COB_SCREEN_ESC'        TO 'Y'
   call "GC85SIGNON" using SIGNON-AREA
   evaluate Sg-Status
      when 'Y'
*>       the user's own language, now that it is known
         if Sg-Lang not = space
            move space to Mt-Status
            perform Load-Texts thru Load-Texts-Ex
         end-if
         move Sg-User to wAuditUser
         if not Sg-Role-Promote
            display wText(1)(1:42)
                    wText(2)(1:17)
            move 16 to return-code
            goback
         end-if
      when 'N'
         display wText(3)(1:18) Sg-Message
         move 16 to return-code
         goback
      when other

Main-Menu.
   display ' ' at 0101 with blank screen
   display wLong(1)(1:80)
          at 0101 :BCOL: green :FCOL: white highlight
   display wText(5)(1:38) at 0402 :BCOL: black :FCOL: white
   display wText(6)(1:24) at 0502 :BCOL: black :FCOL: white
   display wText(7)(1:35) at 0602 :BCOL: black :FCOL: white
   display wText(8)(1:9) at 0802 :BCOL: black :FCOL: white
   move space to wOper
   accept wOper at 0811 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE

*> ***********************************************************************************
Ask-Source.
   display wText(9)(1:29) at 1002 :BCOL: black :FCOL: white
   accept SRCSPEC at 1032 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE go to Ask-Source-Ex end-if
   display wText(10)(1:14) at 1102 :BCOL: black :FCOL: white
   accept wSrcTab at 1116 :BCOL: blue :FCOL: white with update
   continue.
Ask-Source-Ex. exit.
Clone-Set.
   perform Ask-Source thru Ask-Source-Ex
   if ws-KEY = K-ESCAPE go to Clone-Set-Ex end-if
   display wText(11)(1:29) at 1202 :BCOL: black :FCOL: white
   move spaces to TGTSPEC
   accept TGTSPEC at 1232 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE go to Clone-Set-Ex end-if
   if TGTSPEC = spaces
      move SRCSPEC to TGTSPEC
   end-if
   display wText(12)(1:14) at 1302 :BCOL: black :FCOL: white
   move spaces to wTgtTab
   accept wTgtTab at 1316 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE go to Clone-Set-Ex end-if
   if TGTSPEC = SRCSPEC and wTgtTab = wSrcTab
      display wText(13)(1:47)
             at 1502 :BCOL: red :FCOL: white
      accept omitted
      go to Clone-Set-Ex
   end-if

   move 0 to wPreview wBroken
   move TGTSPEC to Sc-File
   move wTgtTab to Sc-Ktab
   open input Tabe
   if Tabe-fs not = '00'
      perform Open-Failed thru Open-Failed-Ex
   perform Walk-Source-Count thru Walk-Source-Count-Ex
   close Tabe
   move spaces to wMsg
   string wText(21)(1:10) wPreview wText(22)(1:31)
          wText(23)(1:16) delimited by size into wMsg
   display wMsg at 1502 :BCOL: black :FCOL: cyan
   perform Show-Broken thru Show-Broken-Ex
   move space to wAnswer
   accept wAnswer at 1570 :BCOL: blue :FCOL: white
   if upper-case(wAnswer) not = 'Y'
      go to Clone-Set-Ex
   end-if
   move TGTSPEC to Fz-Scope
   perform Check-Freeze thru Check-Freeze-Ex
   if Fz-Frozen
      go to Clone-Set-Ex
   end-if

   move 0 to wApplied wSkipped
   open input Tabe
            move '10' to Tabe-fs
         else
            if Tabe-kcod not = spaces
               perform Clone-One thru Clone-One-Ex
            end-if
         end-if
      end-if
   continue.
Clone-Set-Ex. exit.

*>     a record that would break the target table's schema is left
*>     behind and counted with the skipped ones
Clone-One.
   move 'V'             to Sc-Function
   move Tabe-data(1:75) to Sc-Data
   perform Call-Schema thru Call-Schema-Ex
   if Sc-Invalid
      add 1 to wSkipped wBroken
      go to Clone-One-Ex
   end-if
   move 'H'       to T2-ktip
   move wTgtTab   to T2-ktab
   move Tabe-kcod to T2-kcod
   move Tabe-data to T2-data
   write T2-record
      invalid key
         add 1 to wSkipped
      not invalid key
         add 1 to wApplied
         move '** CREATED **' to wAuditOld
         move Tabe-data(1:75) to wAuditNew
         move TGTSPEC         to wAuditFile
         move wTgtTab         to wAuditKtab
         move Tabe-kcod       to wAuditKcod
         perform Write-Audit thru Write-Audit-Ex
   end-write
   continue.
Clone-One-Ex. exit.

Walk-Source-Count.
   move 'H'       to Tabe-ktip
   move wSrcTab   to Tabe-ktab
         else
            if Tabe-kcod not = spaces
               add 1 to wPreview
               move 'V'             to Sc-Function
               move Tabe-data(1:75) to Sc-Data
               perform Call-Schema thru Call-Schema-Ex
               if Sc-Invalid
                  add 1 to wBroken
               end-if
            end-if
         end-if
      end-if
Delete-Range.
   perform Ask-Source thru Ask-Source-Ex
   if ws-KEY = K-ESCAPE go to Delete-Range-Ex end-if
   display wText(14)(1:12) at 1202 :BCOL: black :FCOL: white
   move spaces to wCodFrom
   accept wCodFrom at 1214 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE go to Delete-Range-Ex end-if
   display wText(15)(1:12) at 1302 :BCOL: black :FCOL: white
   move spaces to wCodTo
   accept wCodTo at 1314 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE go to Delete-Range-Ex end-if

   move 0 to wPreview wHeld
   move SRCSPEC to Sc-File
   move wSrcTab to Sc-Ktab
   open input Tabe
   if Tabe-fs not = '00'
      perform Open-Failed thru Open-Failed-Ex
   perform Walk-Range-Count thru Walk-Range-Count-Ex
   close Tabe
   move spaces to wMsg
   string wText(21)(1:10) wPreview wText(24)(1:32)
          wText(23)(1:16) delimited by size into wMsg
   display wMsg at 1502 :BCOL: black :FCOL: red
   if wHeld > 0
      move spaces to wMsg
      if Sc-Ref-Block
         string ' ' wHeld wText(25)(1:38)
                wText(26)(1:24)
                delimited by size into wMsg
      else
         string ' ' wHeld wText(25)(1:38)
                wText(27)(1:32)
                delimited by size into wMsg
      end-if
      display wMsg at 1602 :BCOL: black :FCOL: red
   end-if
   move space to wAnswer
   accept wAnswer at 1570 :BCOL: blue :FCOL: white
   if upper-case(wAnswer) not = 'Y'
      go to Delete-Range-Ex
   end-if
   move SRCSPEC to Fz-Scope
   perform Check-Freeze thru Check-Freeze-Ex
   if Fz-Frozen
      go to Delete-Range-Ex
   end-if

   move 0 to wApplied wSkipped
   open i-o Tabe
            move '10' to Tabe-fs
         else
            if Tabe-kcod not = spaces
               perform Delete-One thru Delete-One-Ex
            end-if
         end-if
      end-if
   continue.
Delete-Range-Ex. exit.

*>     a code still referenced by another table is kept, unless the
*>     site only warns about dangling references
Delete-One.
   perform Check-Referrers thru Check-Referrers-Ex
   if Sc-Invalid and Sc-Ref-Block
      add 1 to wSkipped
      go to Delete-One-Ex
   end-if
   move Tabe-data(1:75) to wAuditOld
   move Tabe-kcod       to wAuditKcod
   delete Tabe
   if Tabe-fs = '00'
      add 1 to wApplied
      move '** DELETED **' to wAuditNew
      move SRCSPEC         to wAuditFile
      move wSrcTab         to wAuditKtab
      perform Write-Audit thru Write-Audit-Ex
   end-if
   continue.
Delete-One-Ex. exit.

Check-Referrers.
   move 'R'       to Sc-Function
   move spaces    to Sc-Data
   move Tabe-kcod to Sc-Data(1:3)
   perform Call-Schema thru Call-Schema-Ex
   continue.
Check-Referrers-Ex. exit.

Walk-Range-Count.
   move 'H'      to Tabe-ktip
   move wSrcTab  to Tabe-ktab
         else
            if Tabe-kcod not = spaces
               add 1 to wPreview
               perform Check-Referrers thru Check-Referrers-Ex
               if Sc-Invalid
                  add 1 to wHeld
               end-if
            end-if
         end-if
      end-if
Replace-Set.
   perform Ask-Source thru Ask-Source-Ex
   if ws-KEY = K-ESCAPE go to Replace-Set-Ex end-if
   display wText(16)(1:10) at 1202 :BCOL: black :FCOL: white
   move spaces to wFindText
   accept wFindText at 1212 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE or wFindText = spaces
      go to Replace-Set-Ex
   end-if
   display wText(17)(1:10) at 1302 :BCOL: black :FCOL: white
   move spaces to wReplText
   accept wReplText at 1312 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE
   compute wFindLen = length(trim(wFindText trailing))
   compute wReplLen = length(trim(wReplText trailing))
   if wFindLen not = wReplLen or wFindLen = 0
      display wText(18)(1:48)
             at 1502 :BCOL: red :FCOL: white
      accept omitted
      go to Replace-Set-Ex
   end-if
   perform Ask-Field thru Ask-Field-Ex
   if ws-KEY = K-ESCAPE or wRangeLen = 0
      go to Replace-Set-Ex
   end-if

   move 0 to wPreview wBroken
   open input Tabe
   if Tabe-fs not = '00'
      perform Open-Failed thru Open-Failed-Ex
   end-perform
   close Tabe
   move spaces to wMsg
   string wText(21)(1:10) wPreview wText(28)(1:27)
          wText(23)(1:16) delimited by size into wMsg
   display wMsg at 1502 :BCOL: black :FCOL: cyan
   perform Show-Broken thru Show-Broken-Ex
   move space to wAnswer
   accept wAnswer at 1570 :BCOL: blue :FCOL: white
   if upper-case(wAnswer) not = 'Y'
      go to Replace-Set-Ex
   end-if
   move SRCSPEC to Fz-Scope
   perform Check-Freeze thru Check-Freeze-Ex
   if Fz-Frozen
      go to Replace-Set-Ex
   end-if

   move 0 to wApplied wSkipped
   open i-o Tabe
Replace-Set-Ex. exit.

Count-Hit.
   move 0 to wHits
   inspect Tabe-data(wRangeOff:wRangeLen) tallying wHits
           for all wFindText(1:wFindLen)
   if wHits > 0
      add 1 to wPreview
      perform Replaced-Data thru Replaced-Data-Ex
      if Sc-Invalid
         add 1 to wBroken
      end-if
   end-if
   continue.
Count-Hit-Ex. exit.

*>     the record's data as the replace would leave it, validated
*>     against the table's schema
Replaced-Data.
   move Tabe-data to wNewData
   inspect wNewData(wRangeOff:wRangeLen)
           replacing all wFindText(1:wFindLen)
           by wReplText(1:wReplLen)
   move 'V'            to Sc-Function
   move wNewData(1:75) to Sc-Data
   perform Call-Schema thru Call-Schema-Ex
   continue.
Replaced-Data-Ex. exit.

Replace-One.
   move 0 to wHits
   inspect Tabe-data(wRangeOff:wRangeLen) tallying wHits
           for all wFindText(1:wFindLen)
   if wHits > 0
      perform Replaced-Data thru Replaced-Data-Ex
      if Sc-Invalid
         add 1 to wSkipped
         go to Replace-One-Ex
      end-if
      move Tabe-data(1:75) to wAuditOld
      move wNewData        to Tabe-data
      rewrite Tabe-record
      if Tabe-fs = '00'
         add 1 to wApplied
         perform Write-Audit thru Write-Audit-Ex
      end-if
   end-if
   continue.
Replace-One-Ex. exit.

*> ***********************************************************************************
*>     the field schema (GC68TABSCHEMA) - a REPLACE may be confined
*>     to one field of the source table; blank keeps it on the whole
*>     of Tabe-data
*> ***********************************************************************************
Ask-Field.
   move 1  to wRangeOff
   move 93 to wRangeLen
   move SRCSPEC to Sc-File
   move wSrcTab to Sc-Ktab
   move 'L'     to Sc-Function
   perform Call-Schema thru Call-Schema-Ex
   if Sc-Count = 0
      go to Ask-Field-Ex
   end-if
   display wText(19)(1:32) at 1402 :BCOL: black :FCOL: white
   move spaces to wFieldName
   accept wFieldName at 1435 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE or wFieldName = spaces
      go to Ask-Field-Ex
   end-if
   move 0 to wRangeLen
   perform varying wFx from 1 by 1 until wFx > Sc-Count
      if upper-case(Sc-Name(wFx)) = upper-case(wFieldName)
         move Sc-Offset(wFx) to wRangeOff
         move Sc-Length(wFx) to wRangeLen
      end-if
   end-perform
   if wRangeLen = 0
      display wText(20)(1:47)
             at 1502 :BCOL: red :FCOL: white
      accept omitted
   end-if
   continue.
Ask-Field-Ex. exit.

Call-Schema.
   call 'GC68TABSCHEMA' using SCHEMA-AREA
      on exception
         move 'N' to Sc-Status
         move 0   to Sc-Count
   end-call
   continue.
Call-Schema-Ex. exit.

Show-Broken.
   if wBroken > 0
      move spaces to wMsg
      string ' ' wBroken wText(29)(1:37)
             wText(30)(1:20)
             delimited by size into wMsg
      display wMsg at 1602 :BCOL: black :FCOL: red
   end-if
   continue.
Show-Broken-Ex. exit.

*> ***********************************************************************************
*>     change-freeze windows (GC74FREEZE) - Fz-Scope is the file
*>     about to be changed. An emergency override is appended to
*>     TABEAUD1.LOG by GC74FREEZE itself, so the trail is closed
*>     around the call and, when a row was written, the chain hash
*>     is looked up again
*> ***********************************************************************************
Check-Freeze.
   move 'GC93TABSET' to Fz-Tool
   move wAuditUser   to Fz-User
   move Sg-Role      to Fz-Role
   if wAuditOpen = 'Y'
      close TabeAudit
      move 'N' to wAuditOpen
   end-if
   call 'GC74FREEZE' using FREEZE-AREA
      on exception move 'O' to Fz-Status
   end-call
   if Fz-Logged = 'Y'
      move 'N' to wChainInit
   end-if
   if not Fz-Open
      display Fz-Message at 1602 :BCOL: red :FCOL: white
      accept omitted
   end-if
   continue.
Check-Freeze-Ex. exit.

*> ***********************************************************************************
Open-Failed.
   move spaces to wMsg
   string wText(31)(1:22) Tabe-fs wText(32)(1:8) Tabe2-fs
          delimited by size into wMsg
   display wMsg at 1502 :BCOL: red :FCOL: white
   accept omitted

Show-Result.
   move spaces to wMsg
   string wText(33)(1:10) wApplied wText(34)(1:11) wSkipped
          wText(35)(1:27)
          delimited by size into wMsg
   display wMsg at 1702 :BCOL: black :FCOL: green
   accept omitted
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
   move 'GC93TABSET' to Mt-Program
   move 35 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 35
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(4)(1:50)
          delimited by size into wLong(1)
   end-string
   continue.
Load-Texts-Ex. exit.
