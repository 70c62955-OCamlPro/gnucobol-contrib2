*>                           "YYYY-MM-DD HH:MM:SS"        (required
*>                           for RESTORE)
*>               GC84_MODE   LIST (default) or RESTORE
*>             Its operator texts are GC65MSGTEXT messages 1-20
*>             (program GC84TABRESTO in the message table), so they
*>             show in the signed-on user's language.
*> Tectonics:  cobc -x GC84TABRESTORE.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC84TABRESTORE
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
01  wChainInit     pic x(01) value 'N'.
COPY 'GC94AUDHASH.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-20 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC84TABRESTORE: GC84_FILE must name the table file'.
    05 filler pic x(58) value 'GC84TABRESTORE: RESTORE needs GC84_ASOF'.
    05 filler pic x(58) value 'GC84TABRESTORE: audit trail does NOT verify -'.
    05 filler pic x(58) value ' replay refused'.
    05 filler pic x(58) value 'GC84TABRESTORE - change history for '.
    05 filler pic x(58) value '*** cannot open '.
    05 filler pic x(58) value ' old: '.
    05 filler pic x(58) value '                   new: '.
    05 filler pic x(58) value 'rows shown: '.
    05 filler pic x(58) value 'pick a timestamp and rerun with GC84_MODE=RESTORE'.
    05 filler pic x(58) value ' GC84_ASOF="YYYY-MM-DD HH:MM:SS"'.
    05 filler pic x(58) value 'headers to roll back: '.
    05 filler pic x(58) value 'nothing changed after '.
    05 filler pic x(58) value ' - no restore needed'.
    05 filler pic x(58) value ' - status '.
    05 filler pic x(58) value 'records restored: '.
    05 filler pic x(58) value ' as of '.
    05 filler pic x(58) value '*** restore failed for key '.
    05 filler pic x(58) value ' status '.
    05 filler pic x(58) value '*** restore delete failed for key '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 20 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   perform Read-Parameters thru Read-Parameters-Ex
   if wSelFile = spaces
      display wText(1)(1:50)
      move 16 to return-code
      goback
   end-if
   if wRunMode = 'RESTORE'
      if wAsOf = spaces
         display wText(2)(1:39)
         move 16 to return-code
         goback
      end-if
            move 8 to return-code
      end-call
      if return-code = 8
         display wText(3)(1:45)
                 wText(4)(1:15)
         move 16 to return-code
         goback
      end-if
Row-Is-Selected-Ex. exit.

List-History.
   display wText(5)(1:36) wSelFile
   open input TabeAudit
   if TabeAudit-fs not = '00'
      display wText(6)(1:16) TABEAUDSPEC
      move 16 to return-code
      goback
   end-if
            add 1 to wListCount
            display TabeAudit-ts ' ' TabeAudit-user ' '
                    TabeAudit-ktip '/' TabeAudit-ktab '/'
                    TabeAudit-kcod wText(7)(1:6) TabeAudit-old(1:36)
            display '                    '
                    wText(8)(1:24) TabeAudit-new(1:36)
         end-if
      end-if
   end-perform
   close TabeAudit
   display wText(9)(1:12) wListCount
   display wText(10)(1:49)
           wText(11)(1:32)
   move 0 to return-code
   continue.
List-History-Ex. exit.
*>     later rows for the same ktab are ignored
   open input TabeAudit
   if TabeAudit-fs not = '00'
      display wText(6)(1:16) TABEAUDSPEC
      move 16 to return-code
      goback
   end-if
      end-if
   end-perform
   close TabeAudit
   display wText(12)(1:22) restore-count
   continue.
Capture-As-Of-Ex. exit.


Apply-Restores.
   if restore-count = 0
      display wText(13)(1:22) wAsOf wText(14)(1:20)
      move 0 to return-code
      goback
   end-if
   move wSelFile to TABEFSPEC
   open i-o Tabe
   if Tabe-fs not = '00'
      display wText(6)(1:16) wSelFile wText(15)(1:10) Tabe-fs
      move 16 to return-code
      goback
   end-if
   end-perform
   close Tabe
   close TabeAudit
   display wText(16)(1:18) wRestored wText(17)(1:7) wAsOf
   move 0 to return-code
   continue.
Apply-Restores-Ex. exit.
      move rk-value(wIdx) to wNewData
      perform Write-Restore-Audit thru Write-Restore-Audit-Ex
   else
      display wText(18)(1:27) rk-ktip(wIdx) '/'
              rk-ktab(wIdx) '/' rk-kcod(wIdx)
              wText(19)(1:8) Tabe-fs
   end-if
   continue.
Restore-One-Record-Ex. exit.
            move '** DELETED **' to wNewData
            perform Write-Restore-Audit thru Write-Restore-Audit-Ex
         else
            display wText(20)(1:34)
                    rk-ktip(wIdx) '/' rk-ktab(wIdx) '/'
                    rk-kcod(wIdx) wText(19)(1:8) Tabe-fs
         end-if
   end-read
   continue.
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
   move 'GC84TABRESTO' to Mt-Program
   move 20 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 20
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
