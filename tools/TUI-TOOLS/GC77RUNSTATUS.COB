*>             the log carries one), with drill-down into that run's
*>             log lines, read straight from the dated run logs the
*>             sort jobs write (musesqf01a.YYYYMMDD.log and friends).
*>             F6 (or GC77_RUNID at start-up) narrows the dashboard to
*>             one run correlation id: each job's figures, its
*>             drill-down and the alert list then show only what that
*>             run logged and raised, however many dated logs and
*>             reruns surround it. F6 with a blank id shows all again.
*>             Its operator texts are GC65MSGTEXT messages 1-34
*>             (program GC77RUNSTATU in the message table), so they
*>             show in the signed-on user's language.
*> Tectonics:  cobc -x GC77RUNSTATUS.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC77RUNSTATUS
*> Parameters:
    05 aq-repeats        pic 9(04).
    05                   pic x(01).
    05 aq-text           pic x(60).
    05                   pic x(01).
    05 aq-runid          pic 9(08).

WORKING-STORAGE SECTION.

01  AlertQueue-fs pic x(02) value spaces.
01  wAlertCount   pic 9(03) value 0.
01  wAlertTable.
    05 wAlertRow  pic x(112) occurs 200 times.
01  wAlertOpen    pic 9(03) value 0.
*>     index into wAlertTable of each unacknowledged entry shown
01  wAlertShown.
01  wNowTime      pic 9(08) value 0.
01  wAckedFlag    pic x(01) value 'N'.
01  wHandCount    pic 9(03) value 0.
*>     GC90SCHEDOPS files its schedule commands in the same journal,
*>     jr-rc 'CMD' - counted apart from the run acknowledgements, and
*>     the ones since yesterday morning flagged on the dashboard
01  wJrnlAcks     pic 9(03) value 0.
01  wJrnlCmds     pic 9(03) value 0.
01  wCmdRecent    pic 9(03) value 0.
01  wJrnlSince    pic 9(08) value 0.

*>     live progress of a sort currently holding SORTLOCK, read from
*>     its CHKPOINT counters and parsqf01a's partition done-markers
01  wPartIdx      pic 9(01) value 0.
01  wPartName     pic x(12) value spaces.

*>     the run filter - zero shows every run; otherwise only the log
*>     lines tagged " run nnnnnnnn" with this id, and its alerts
01  wRunFilter    pic 9(08) value 0.
01  wRunEntry     pic x(08) value spaces.
01  wRunHits      pic 9(06) value 0.
01  wLineOfRun    pic x(01) value 'Y'.

COPY 'GC01BOX.CPY'.
COPY 'GC98KEYCODE.CPY'.
COPY 'GC87SPOOLADD.CPY'.
COPY 'GC75RUNBOOK.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-34 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' BATCH OPERATIONS STATUS - last run per job'.
    05 filler pic x(58) value ' Job          Last logged at    '.
    05 filler pic x(58) value '   Rec in   Rec out  Rejected  RC'.
    05 filler pic x(58) value ' Cursor/Enter=log F1=refresh F2=alerts '.
    05 filler pic x(58) value 'F3=ack+note F4=handover F6=run ESC'.
    05 filler pic x(58) value ' UNACKNOWLEDGED ALERTS'.
    05 filler pic x(58) value ' SEV    PROGRAM      DATE     TIME   RPT  TEXT'.
    05 filler pic x(58) value ' nothing unacknowledged                         '.
    05 filler pic x(58) value ' CursorKeys=select  Enter=acknowledge  ESC=back'.
    05 filler pic x(58) value ' selected job did not fail - nothing to acknowledge     '.
    05 filler pic x(58) value ' that run is already acknowledged                       '.
    05 filler pic x(58) value ' note: '.
    05 filler pic x(58) value ' cannot write OPSJRNL.DAT                               '.
    05 filler pic x(58) value ' cannot write HANDOVER.RPT                              '.
    05 filler pic x(58) value ' HANDOVER.RPT written and spooled                         '.
    05 filler pic x(58) value ' PgUp/PgDn=scroll  F5=runbook  ESC=back'.
    05 filler pic x(58) value ' run id (blank = all runs): '.
    05 filler pic x(58) value ' not a run id                                           '.
    05 filler pic x(58) value ' BATCH OPERATIONS STATUS - run '.
    05 filler pic x(58) value ' only (F6 to change)'.
    05 filler pic x(58) value ' (no run log found in the last 7 days)'.
    05 filler pic x(58) value ' (nothing logged under this run)'.
    05 filler pic x(58) value ' SCHEDULE COMMANDS FROM THE CONSOLE SINCE YESTERDAY: '.
    05 filler pic x(58) value '  (F4 handover)'.
    05 filler pic x(58) value ' TRANSMISSION FEEDS OVERDUE FOR ACKNOWLEDGEMENT: '.
    05 filler pic x(58) value ' UNACKNOWLEDGED ALERTS: '.
    05 filler pic x(58) value '  (F2 to review)'.
    05 filler pic x(58) value ' RUNNING: '.
    05 filler pic x(58) value '  phase '.
    05 filler pic x(58) value '  recs '.
    05 filler pic x(58) value '% of last input'.
    05 filler pic x(58) value ' partition sorts complete: '.
    05 filler pic x(58) value ' of 4'.
    05 filler pic x(58) value ' - from line '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 34 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(81) value ' BATCH OPERATIONS STATUS - last run per job                                      '.
    05 filler pic x(81) value ' Job          Last logged at       Rec in   Rec out  Rejected  RC '.
    05 filler pic x(81) value ' Cursor/Enter=log F1=refresh F2=alerts F3=ack+note F4=handover F6=run ESC     '.
    05 filler pic x(81) value ' UNACKNOWLEDGED ALERTS                                                          '.
    05 filler pic x(81) value ' CursorKeys=select  Enter=acknowledge  ESC=back                                 '.
    05 filler pic x(81) value ' PgUp/PgDn=scroll  F5=runbook  ESC=back                                         '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(81) occurs 6 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
  set environment 'COB_SCREEN_ESC'        TO 'Y'

     move wNoteText(1:12) to wOperUser
  end-if
  move spaces to wNoteText
  display 'GC77_RUNID' upon environment-name
  accept wRunEntry from environment-value
  if wRunEntry is numeric
     move wRunEntry to wRunFilter
  end-if

  perform Scan-All-Jobs thru Scan-All-Jobs-Ex
  perform Scan-TransReg thru Scan-TransReg-Ex
        perform Scan-TransReg thru Scan-TransReg-Ex
        perform Scan-Alerts thru Scan-Alerts-Ex
        perform Scan-Progress thru Scan-Progress-Ex
        perform Load-Journal thru Load-Journal-Ex
        go to Dashboard-Screen
     when ws-KEY = K-F2
        perform Alerts-Panel thru Alerts-Panel-Ex
     when ws-KEY = K-F4
        perform Handover-Report thru Handover-Report-Ex
        go to Dashboard-Screen
     when ws-KEY = K-F6
        perform Set-Run-Filter thru Set-Run-Filter-Ex
        perform Scan-All-Jobs thru Scan-All-Jobs-Ex
        perform Scan-Alerts thru Scan-Alerts-Ex
        go to Dashboard-Screen
     when other
        go to Dashboard-Screen
  end-evaluate.
   move '001001025080' to Box-rc
   set Box-bco to blue  move 'N' to Box-3D
   CALL "GC01BOX" USING BY CONTENT BOX-AREA
   if wRunFilter = 0
      display wLong(1)(1:81)
             at 0101 :BCOL: green :FCOL: white highlight
   else
      move spaces to wMsg
      string wText(19)(1:31) wRunFilter wText(20)(1:20)
             delimited by size into wMsg
      display wMsg(1:80) at 0101 :BCOL: green :FCOL: white highlight
   end-if
   display wLong(2)(1:66)
          at 0301 :BCOL: blue :FCOL: yellow
   perform varying wJobIdx from 1 by 1 until wJobIdx > wJobCount
      compute wRow = 4 + wJobIdx
                '  ' wJobRecRej(wJobIdx) '  ' wJobRC(wJobIdx)
                delimited by size into wMsg
      else
         if wRunFilter = 0
            string ' ' wJobName(wJobIdx)
                   wText(21)(1:38)
                   delimited by size into wMsg
         else
            string ' ' wJobName(wJobIdx)
                   wText(22)(1:32)
                   delimited by size into wMsg
         end-if
      end-if
      perform Check-Acked thru Check-Acked-Ex
      if wJobIdx = wJobPick
         end-if
      end-if
   end-perform
   if wCmdRecent > 0
      move spaces to wMsg
      string wText(23)(1:53)
             wCmdRecent wText(24)(1:15) delimited by size into wMsg
      display wMsg(1:78) at 2002 :BCOL: black :FCOL: yellow
   end-if
   if wOverdueFeeds > 0
      move spaces to wMsg
      string wText(25)(1:49)
             wOverdueFeeds delimited by size into wMsg
      display wMsg(1:78) at 2202 :BCOL: red :FCOL: white
   end-if
   if wAlertOpen > 0
      move spaces to wMsg
      string wText(26)(1:24) wAlertOpen
             wText(27)(1:16) delimited by size into wMsg
      display wMsg(1:78) at 2302 :BCOL: red :FCOL: white
   end-if
   if wLockLive = 'Y'
      move spaces to wMsg
      if wProgExpect > 0
         string wText(28)(1:10) trim(wLockText)
                wText(29)(1:8) wProgPhase
                wText(30)(1:7) wProgCount
                '  ' wProgRate '/min'
                '  ~' wProgPct wText(31)(1:15)
                delimited by size into wMsg
      else
         string wText(28)(1:10) trim(wLockText)
                wText(29)(1:8) wProgPhase
                wText(30)(1:7) wProgCount
                '  ' wProgRate '/min'
                delimited by size into wMsg
      end-if
      display wMsg(1:78) at 2402 :BCOL: black :FCOL: green
      if wPartDone > 0
         move spaces to wMsg
         string wText(32)(1:27) wPartDone wText(33)(1:5)
                delimited by size into wMsg
         display wMsg(1:40) at 2102 :BCOL: black :FCOL: green
      end-if
   end-if
   display wLong(3)(1:78)
          at 2501 :BCOL: green :FCOL: white highlight
   continue.
Draw-Dashboard-Ex. exit.
         add 1 to wAlertCount
         move AlertQueue-record to wAlertRow(wAlertCount)
         if aq-status = 'N'
            and (wRunFilter = 0 or aq-runid = wRunFilter)
            add 1 to wAlertOpen
         end-if
      end-if
   move 1 to wAlertPick.
Alerts-Panel-Draw.
   display ' ' at 0101 with blank screen
   display wLong(4)(1:80)
          at 0101 :BCOL: red :FCOL: white highlight
   display wText(7)(1:46)
          at 0301 :BCOL: black :FCOL: cyan
   move 0 to wAlertFill
   perform varying wAlertIdx from 1 by 1
             until wAlertIdx > wAlertCount or wAlertFill >= 18
      move wAlertRow(wAlertIdx) to AlertQueue-record
      if aq-status = 'N'
         and (wRunFilter = 0 or aq-runid = wRunFilter)
         add 1 to wAlertFill
         move wAlertIdx to wAlertIx(wAlertFill)
         compute wRow = 3 + wAlertFill
      end-if
   end-perform
   if wAlertFill = 0
      display wText(8)(1:48)
             at 0502 :BCOL: black :FCOL: green
   end-if
   display wLong(5)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   accept omitted
   evaluate true
Scan-Progress-Ex. exit.

Load-Journal.
   move 0 to wJrnlCount wJrnlAcks wJrnlCmds wCmdRecent
   accept wJrnlSince from date yyyymmdd
   compute wJrnlSince =
           date-of-integer(integer-of-date(wJrnlSince) - 1)
   open input OpsJrnl
   if OpsJrnl-fs not = '00'
      go to Load-Journal-Ex
      if OpsJrnl-fs = '00' and wJrnlCount < 200
         add 1 to wJrnlCount
         move OpsJrnl-record to wJrnlRow(wJrnlCount)
         if jr-rc = 'CMD'
            add 1 to wJrnlCmds
            if jr-date >= wJrnlSince
               add 1 to wCmdRecent
            end-if
         else
            add 1 to wJrnlAcks
         end-if
      end-if
   end-perform
   close OpsJrnl
   move wJobPick to wJobIdx
   perform Check-Acked thru Check-Acked-Ex
   if wAckedFlag = space
      display wText(10)(1:56)
             at 2302 :BCOL: black :FCOL: yellow
      accept omitted
      go to Ack-Run-Note-Ex
   end-if
   if wAckedFlag = 'A'
      display wText(11)(1:56)
             at 2302 :BCOL: black :FCOL: yellow
      accept omitted
      go to Ack-Run-Note-Ex
   end-if
   display wText(12)(1:7) at 2302 :BCOL: black :FCOL: white
   move spaces to wNoteText
   accept wNoteText at 2309 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE
      open output OpsJrnl
   end-if
   if OpsJrnl-fs not = '00'
      display wText(13)(1:56)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      go to Ack-Run-Note-Ex
*> ***********************************************************************************
*>     F4: the shift-change handover - every job whose last run ended
*>     non-zero and is still unacknowledged, then the journal notes
*>     of the runs that were dealt with, then the commands the
*>     operators sent the running schedule, so the day shift reads
*>     what the night shift knew and did instead of losing it at 6am
*> ***********************************************************************************
Handover-Report.
   open output Handover
   if Handover-fs not = '00'
      display wText(14)(1:56)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      go to Handover-Report-Ex
   write Handover-record
   move 'ACKNOWLEDGED - journal notes on file:' to Handover-record
   write Handover-record
   if wJrnlAcks = 0
      move '  (none)' to Handover-record
      write Handover-record
   end-if
   perform varying wJrnlIdx from 1 by 1 until wJrnlIdx > wJrnlCount
      move wJrnlRow(wJrnlIdx) to OpsJrnl-record
      if jr-rc not = 'CMD'
         move spaces to Handover-record
         string '  ' jr-date ' ' jr-time ' ' jr-job ' RC ' jr-rc
                ' (' jr-user ') ' jr-note
                delimited by size into Handover-record
         write Handover-record
      end-if
   end-perform
*>  what the operators changed in the running schedule - who held,
*>  released, forced or skipped which job, and why
   move spaces to Handover-record
   write Handover-record
   move 'OVERRIDDEN - commands to the running schedule (GC90SCHEDOPS):'
     to Handover-record
   write Handover-record
   if wJrnlCmds = 0
      move '  (none)' to Handover-record
      write Handover-record
   end-if
   perform varying wJrnlIdx from 1 by 1 until wJrnlIdx > wJrnlCount
      move wJrnlRow(wJrnlIdx) to OpsJrnl-record
      if jr-rc = 'CMD'
         move spaces to Handover-record
         string '  ' jr-date ' ' jr-time ' ' jr-job
                ' (' jr-user ') ' jr-note
                delimited by size into Handover-record
         write Handover-record
      end-if
   end-perform
   close Handover
   move 'HANDOVER.RPT' to Sp-File
   call 'GC87SPOOLADD' using SPOOLADD-AREA
   on exception continue
   end-call
   display wText(15)(1:58)
          at 2302 :BCOL: black :FCOL: green
   accept omitted
   continue.
         move 'Y'        to wJobFound(wJobIdx)
         move wProbeName to wJobLog(wJobIdx)
         perform Read-Job-Summary thru Read-Job-Summary-Ex
*>       under a run filter a log the run never wrote to does not
*>       count - keep probing back
         if wRunFilter not = 0 and wRunHits = 0
            move 'N'    to wJobFound(wJobIdx)
            move spaces to wJobLog(wJobIdx)
         end-if
      end-if
   end-perform
   continue.
Scan-One-Job-Ex. exit.

Read-Job-Summary.
   move 0 to wRunHits
   move wJobLog(wJobIdx) to RUNLOGSPEC
   open input RunLog
   if RunLog-fs not = '00'
   perform until RunLog-fs not = '00'
      read RunLog
      if RunLog-fs = '00'
         perform Check-Line-Run thru Check-Line-Run-Ex
      end-if
      if RunLog-fs = '00' and wLineOfRun = 'Y'
         add 1 to wRunHits
         move RunLog-record(1:19) to wJobLastTS(wJobIdx)
         move RunLog-record(21:112) to wMsg
         move spaces to wLabel wValue
         unstring wMsg delimited by ':' into wLabel wValue
         evaluate trim(wLabel)
Read-Job-Summary-Ex. exit.

Drill-Down.
   move 0 to wSkipLines
*>  a run that ended in error opens with its runbook entry - what to
*>  do about it before reading why it happened
   move wJobPick to wJobIdx
   perform Check-Acked thru Check-Acked-Ex
   if wAckedFlag not = space
      perform Show-Runbook thru Show-Runbook-Ex
   end-if.
Drill-Down-Page.
   perform Load-Page thru Load-Page-Ex
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string ' LOG ' trim(wJobLog(wJobPick))
          wText(34)(1:13) wSkipLines
          delimited by size into wMsg
   display wMsg(1:79) at 0101 :BCOL: green :FCOL: white highlight
   perform varying wPageFill from 1 by 1 until wPageFill > 18
      display wPageLine(wPageFill) at line wRow column 01
              :BCOL: black :FCOL: white
   end-perform
   display wLong(6)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   accept omitted
   evaluate true
      when ws-KEY = K-ESCAPE
         go to Drill-Down-Ex
      when ws-KEY = K-F5
         perform Show-Runbook thru Show-Runbook-Ex
         go to Drill-Down-Page
      when ws-KEY = K-PAGEDOWN
         if wEofSeen = 'N'
            add 18 to wSkipLines
   end-evaluate.
Drill-Down-Ex. exit.

Show-Runbook.
   move wJobName(wJobPick) to Rb-Job
   move spaces to Rb-Context
   if wJobRC(wJobPick) not = spaces
      string 'last run RC ' trim(wJobRC(wJobPick))
             delimited by size into Rb-Context
   end-if
   move 'Y' to Rb-Show
   call 'GC75RUNBOOK' using RUNBOOK-AREA
      on exception continue
   end-call
   move 0 to ws-KEY
   continue.
Show-Runbook-Ex. exit.

Load-Page.
   move spaces to wPage
   move 'N' to wEofSeen
   perform until RunLog-fs not = '00' or wPageFill >= 18
      read RunLog
      if RunLog-fs = '00'
         perform Check-Line-Run thru Check-Line-Run-Ex
         if wLineOfRun = 'Y'
            add 1 to wLineNbr
            if wLineNbr > wSkipLines
               add 1 to wPageFill
               move RunLog-record(1:80) to wPageLine(wPageFill)
            end-if
         end-if
      else
         move 'Y' to wEofSeen
   close RunLog
   continue.
Load-Page-Ex. exit.

*> ***********************************************************************************
*>     whether the log line just read belongs to the filtered run -
*>     every line does when no filter is set
*> ***********************************************************************************
Check-Line-Run.
   move 'Y' to wLineOfRun
   if wRunFilter = 0
      go to Check-Line-Run-Ex
   end-if
   if RunLog-record(133:5) not = ' run '
      or RunLog-record(138:8) not = wRunFilter
      move 'N' to wLineOfRun
   end-if
   continue.
Check-Line-Run-Ex. exit.

*> ***********************************************************************************
*>     F6: the run correlation id to narrow the dashboard to - blank
*>     or zero shows every run again
*> ***********************************************************************************
Set-Run-Filter.
   display wText(17)(1:28) at 2302 :BCOL: black :FCOL: white
   move spaces to wRunEntry
   accept wRunEntry at 2330 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE
      go to Set-Run-Filter-Ex
   end-if
   if wRunEntry = spaces
      move 0 to wRunFilter
      go to Set-Run-Filter-Ex
   end-if
   if test-numval(wRunEntry) = 0
      compute wRunFilter = numval(wRunEntry)
   else
      display wText(18)(1:56)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
   end-if
   move 0 to wSkipLines
   continue.
Set-Run-Filter-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC77RUNSTATU' to Mt-Program
   move 34 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 34
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(1)(1:43)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(2)(1:32) wText(3)(1:33)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(4)(1:39) wText(5)(1:34)
          delimited by size into wLong(3)
   end-string
   move spaces to wLong(4)
   string wText(6)(1:22)
          delimited by size into wLong(4)
   end-string
   move spaces to wLong(5)
   string wText(9)(1:47)
          delimited by size into wLong(5)
   end-string
   move spaces to wLong(6)
   string wText(16)(1:39)
          delimited by size into wLong(6)
   end-string
   continue.
Load-Texts-Ex. exit.
