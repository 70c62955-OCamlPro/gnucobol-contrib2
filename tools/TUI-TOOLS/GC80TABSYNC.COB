*>                 files, stamped into the TABEAUD1.LOG audit trail
*>                 like any other edit,
*>               - a record changed on BOTH sides since the last sync
*>                 is reported as a conflict and left alone on both,
*>               - a file that pulled anything down is checked for
*>                 dangling references afterwards: a code field of a
*>                 table's schema (GC68TABSCHEMA type C) holding a
*>                 code its table does not have is reported, and
*>                 counts towards return code 4 like a conflict.
*>             The baseline each comparison works from is kept in a
*>             local SQLite database alongside the site's files.
*>             Its operator texts are GC65MSGTEXT messages 1-18, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC80TABSYNC.COB CobolSQLite3.so
*> Usage:      GC80TABSYNC   (TABSYNC_DB names the central repository,
*>             default TABCENTRAL.DB; TABSYNC_LOCAL the baseline,
01  expired-count  pic 9(05) value 0.
01  asof-date      pic 9(08) value 0.
01  central-alive  pic x(01) value 'Y'.
01  dangling-count pic 9(05) value 0.
01  file-pulls     pic 9(05) value 0.

01  wAuditDate     pic 9(08) value 0.
01  wAuditTime     pic 9(08) value 0.
COPY 'GC94AUDHASH.CPY'.
*>  the shared progress/ETA widget - one frame for the whole sync
COPY 'GC15PROGRESS.CPY'.
COPY 'GC68TABSCHEMA.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-18 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC80TABSYNC - table file / central repository sync'.
    05 filler pic x(58) value 'cannot open central repository - '.
    05 filler pic x(58) value 'cannot open local baseline - '.
    05 filler pic x(58) value 'pushed to central : '.
    05 filler pic x(58) value 'pulled from central: '.
    05 filler pic x(58) value 'already in sync   : '.
    05 filler pic x(58) value 'expired (as-of)   : '.
    05 filler pic x(58) value 'CONFLICTS reported: '.
    05 filler pic x(58) value 'DANGLING refs     : '.
    05 filler pic x(58) value ' syncing '.
    05 filler pic x(58) value ' cannot open '.
    05 filler pic x(58) value ' - status '.
    05 filler pic x(58) value ' DANGLING '.
    05 filler pic x(58) value ' key '.
    05 filler pic x(58) value ' CONFLICT '.
    05 filler pic x(58) value ' - changed both locally and centrally'.
    05 filler pic x(58) value ' rewrite failed '.
    05 filler pic x(58) value ' status '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 18 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   display wText(1)(1:50)
   perform Read-Parameters thru Read-Parameters-Ex

   move DBOPEN(central-name) to central-db
   if DBSTATUS not = 0
      display wText(2)(1:33) trim(DBERRMSG)
      move 16 to return-code
      goback
   end-if
   move DBOPEN(local-name) to baseline-db
   if DBSTATUS not = 0
      display wText(3)(1:29) trim(DBERRMSG)
      move 16 to return-code
      goback
   end-if
   move DBCLOSE(central-db) to db-status
   move DBCLOSE(baseline-db) to db-status

   display wText(4)(1:20) push-count
   display wText(5)(1:21) pull-count
   display wText(6)(1:20) insync-count
   display wText(7)(1:20) expired-count
   display wText(8)(1:20) conflict-count
   display wText(9)(1:20) dangling-count
   if conflict-count > 0 or dangling-count > 0
      move 4 to return-code
   else
      move 0 to return-code
Check-Central-Alive-Ex. exit.

Sync-One-File.
   display wText(10)(1:9) TABEFSPEC
   move pull-count to file-pulls
   open i-o Tabe
   if Tabe-fs not = '00'
      display wText(11)(1:13) TABEFSPEC wText(12)(1:10) Tabe-fs
      go to Sync-One-File-Ex
   end-if
   move low-value to Tabe-key
   end-perform
   perform Pull-Missing-Central thru Pull-Missing-Central-Ex
   close Tabe
   if pull-count > file-pulls
      perform Check-References thru Check-References-Ex
   end-if
   continue.
Sync-One-File-Ex. exit.

*> ***********************************************************************************
*>     a pull can bring down a record naming a code this site does
*>     not hold, or a table whose codes local records still name may
*>     have changed - every base-layer code record of the file is
*>     checked against its table's code fields once the pull is done
*> ***********************************************************************************
Check-References.
   open input Tabe
   if Tabe-fs not = '00'
      go to Check-References-Ex
   end-if
   move low-value to Tabe-key
   start Tabe key >= Tabe-key
   end-start
   perform until Tabe-fs not = '00'
      read Tabe next
      if Tabe-fs = '00'
         if Tabe-ktip = 'H' and Tabe-kcod not = spaces
            perform Check-One-Reference thru Check-One-Reference-Ex
         end-if
      end-if
   end-perform
   close Tabe
   continue.
Check-References-Ex. exit.

Check-One-Reference.
   move 'V'             to Sc-Function
   move TABEFSPEC       to Sc-File
   move Tabe-ktab       to Sc-Ktab
   move Tabe-data(1:75) to Sc-Data
   call 'GC68TABSCHEMA' using SCHEMA-AREA
      on exception
         go to Check-One-Reference-Ex
   end-call
   if Sc-Invalid and Sc-Ref-Missing = 'Y'
      add 1 to dangling-count
      display wText(13)(1:10) TABEFSPEC wText(14)(1:5) Tabe-key
              ' - ' trim(Sc-Message)
   end-if
   continue.
Check-One-Reference-Ex. exit.

Sync-One-Record.
*>     the three-way comparison: local value, central value, and the
*>     baseline both sides agreed on at the last sync
*>        both sides moved (or there is no baseline to arbitrate) -
*>        report, overwrite neither
         add 1 to conflict-count
         display wText(15)(1:10) TABEFSPEC wText(14)(1:5) wKeyText
                 wText(16)(1:37)
   end-evaluate
   continue.
Sync-One-Record-Ex. exit.
      move wCentralData(1:93) to wLocalData
      perform Save-Baseline thru Save-Baseline-Ex
   else
      display wText(17)(1:16) TABEFSPEC wText(14)(1:5) wKeyText
              wText(18)(1:8) Tabe-fs
   end-if
   continue.
Pull-Record-Ex. exit.
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
   move 'GC80TABSYNC' to Mt-Program
   move 18 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 18
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
