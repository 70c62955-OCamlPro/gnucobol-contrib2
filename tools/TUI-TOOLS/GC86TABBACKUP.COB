*>             schedule. RETURN-CODE non-zero on any failure.
*>             Environment: GC86_MODE BACKUP/VERIFY/REBUILD,
*>                          GC86_FILE TABE0nnn.DAT or ALL (default).
*>             Its operator texts are GC65MSGTEXT messages 1-26
*>             (program GC86TABBACKU in the message table), so they
*>             show in the signed-on user's language.
*> Tectonics:  cobc -x GC86TABBACKUP.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC86TABBACKUP
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
01  wLiveCount      pic 9(07) value 0.
01  wLiveRec        pic x(100) value spaces.

*>     the operator texts - GC65MSGTEXT messages 1-26 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC86TABBACKUP - table file backup/verify/rebuild'.
    05 filler pic x(58) value '  mode: '.
    05 filler pic x(58) value 'failures: '.
    05 filler pic x(58) value '*** GC86_MODE must be BACKUP, VERIFY or REBUILD'.
    05 filler pic x(58) value '*** cannot open '.
    05 filler pic x(58) value ' - status '.
    05 filler pic x(58) value ' records)'.
    05 filler pic x(58) value '*** no backup '.
    05 filler pic x(58) value '  *** backup has no trailer record - its tail is'.
    05 filler pic x(58) value ' missing'.
    05 filler pic x(58) value '  *** live file holds '.
    05 filler pic x(58) value ' records, backup '.
    05 filler pic x(58) value ' verified against '.
    05 filler pic x(58) value ' - clean'.
    05 filler pic x(58) value ' verify FAILED ('.
    05 filler pic x(58) value ' differences)'.
    05 filler pic x(58) value '  *** trailer does not balance - backup damaged'.
    05 filler pic x(58) value ' to rebuild from'.
    05 filler pic x(58) value ' has no trailer record -'.
    05 filler pic x(58) value ' refusing to rebuild from it'.
    05 filler pic x(58) value ' fails its own trailer -'.
    05 filler pic x(58) value '*** cannot recreate '.
    05 filler pic x(58) value ' rebuilt from '.
    05 filler pic x(58) value '  *** rebuild loaded '.
    05 filler pic x(58) value ' of '.
    05 filler pic x(58) value ' records'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 26 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   display wText(1)(1:48)
   display 'GC86_MODE' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
   if env-value not = spaces and env-value(1:3) not = 'ALL'
      move env-value to wSelFile
   end-if
   display wText(2)(1:8) wRunMode

   if wSelFile not = spaces
      move wSelFile to TABEFSPEC
      end-call
   end-if

   display wText(3)(1:10) wFailures
   if wFailures > 0
      move 8 to return-code
   else
      when 'VERIFY'  perform Verify-File thru Verify-File-Ex
      when 'REBUILD' perform Rebuild-File thru Rebuild-File-Ex
      when other
         display wText(4)(1:47)
         add 1 to wFailures
   end-evaluate
   continue.
   move 0 to wRecCount wChkSum
   open input Tabe
   if Tabe-fs not = '00'
      display wText(5)(1:16) TABEFSPEC wText(6)(1:10) Tabe-fs
      add 1 to wFailures
      go to Backup-File-Ex
   end-if
   write BckFile-record
   close BckFile
   display '  ' TABEFSPEC ' -> ' wBckSpec ' (' wRecCount
           wText(7)(1:9)
   continue.
Backup-File-Ex. exit.

   move 'N' to wTrlSeen
   open input BckFile
   if Bck-fs not = '00'
      display wText(8)(1:14) wBckSpec
      add 1 to wFailures
      go to Verify-File-Ex
   end-if
   open input Tabe
   if Tabe-fs not = '00'
      display wText(5)(1:16) TABEFSPEC wText(6)(1:10) Tabe-fs
      close BckFile
      add 1 to wFailures
      go to Verify-File-Ex
   end-perform
   close BckFile
   if wTrlSeen = 'N'
      display wText(9)(1:48)
              wText(10)(1:8)
      add 1 to wVerifyErrs
   end-if
*>  the live file must not hold records the backup lacks either
   end-perform
   close Tabe
   if wLiveCount not = wRecCount
      display wText(11)(1:22) wLiveCount
              wText(12)(1:17) wRecCount
      add 1 to wVerifyErrs
   end-if
   if wVerifyErrs = 0
      display '  ' wBckSpec wText(13)(1:18) TABEFSPEC
              wText(14)(1:8)
   else
      display '  *** ' wBckSpec wText(15)(1:16)
              wVerifyErrs wText(16)(1:13)
      add 1 to wFailures
   end-if
   continue.
   move 'Y' to wTrlSeen
   move BckFile-record(1:28) to wTrailerIn
   if wTrlCount not = wRecCount or wTrlSum not = wChkSum
      display wText(17)(1:47)
      add 1 to wVerifyErrs
   end-if
   continue.
   move 'N' to wTrlSeen
   open input BckFile
   if Bck-fs not = '00'
      display wText(8)(1:14) wBckSpec wText(18)(1:16)
      add 1 to wFailures
      go to Rebuild-File-Ex
   end-if
   if wTrlSeen = 'N'
*>     no trailer at all means the backup lost its tail - rebuilding
*>     from it would quietly load a short file
      display '  *** ' wBckSpec wText(19)(1:24)
              wText(20)(1:28)
      add 1 to wFailures
      go to Rebuild-File-Ex
   end-if
   if wVerifyErrs > 0
      display '  *** ' wBckSpec wText(21)(1:24)
              wText(20)(1:28)
      add 1 to wFailures
      go to Rebuild-File-Ex
   end-if
   call "CBL_DELETE_FILE" using TABEFSPEC
   open output Tabe
   if Tabe-fs not = '00'
      display wText(22)(1:20) TABEFSPEC wText(6)(1:10) Tabe-fs
      add 1 to wFailures
      go to Rebuild-File-Ex
   end-if
   close BckFile
   close Tabe
   if wLiveCount = wRecCount
      display '  ' TABEFSPEC wText(23)(1:14) wBckSpec ' ('
              wLiveCount wText(7)(1:9)
   else
      display wText(24)(1:21) wLiveCount wText(25)(1:4)
              wRecCount wText(26)(1:8)
      add 1 to wFailures
   end-if
   continue.
Rebuild-File-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC86TABBACKU' to Mt-Program
   move 26 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 26
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
