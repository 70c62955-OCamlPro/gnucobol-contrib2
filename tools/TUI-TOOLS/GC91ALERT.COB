*>             5 to a printed alert page registered in the GC87SPOOL
*>             queue. Without a table the built-in defaults apply:
*>             INFO logs only, WARN also queues for the dashboard,
*>             SEVERE additionally prints the alert page. The rule is
*>             read through the GC67TABLOOKUP service, so a routing
*>             change keyed ahead with a validity window takes over
*>             on its day, and a job raising many alerts reads the
*>             table once per severity.
*>
*>             Repeat suppression: an event whose severity, program
*>             and text match an unacknowledged queue entry bumps
*>             a plain file, so the unacknowledged list survives any
*>             restart; entries are acknowledged from GC77RUNSTATUS.
*>
*>             The printed page carries the first recovery steps of
*>             the failing job's GC75RUNBOOK entry, with its rerun
*>             safety and escalation contact - the job is the
*>             raising program, or the one a scheduler event names
*>             ("job <name> ..." in the text).
*>
*>             Every record - log line, queue entry, printed page -
*>             carries the night's run correlation id: the RUNID
*>             variable the schedule exports, else the last id in
*>             RUNID.CTL (see ridsqf01a), so the dashboard can pick
*>             out the alerts of one run.
*>
*>             Never fails the caller: a routing problem is reported
*>             on the console and Al-Ok left as space, nothing more.
*>             Its operator texts are GC65MSGTEXT messages 1-3, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC91ALERT.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC91ALERT" USING ALERT-AREA
*> Parameters: GC91_TABLE - routing table file (dflt TABE0001.DAT)
    FUNCTION ALL INTRINSIC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   select AlertLog
          assign       to 'ALERT.LOG'
          organization is line sequential
          assign       to wPageSpec
          organization is line sequential
          file status  is AlertPage-fs.
*> the run correlation id control record ridsqf01a keeps
   select optional RunIdCtl
          assign       to 'RUNID.CTL'
          organization is line sequential
          file status  is RunIdCtl-fs.

DATA DIVISION.
FILE SECTION.

fd  AlertLog.
01  AlertLog-record               pic x(113).

fd  AlertQueue.
01  AlertQueue-record.
   05 aq-repeats                  pic 9(04).
   05                             pic x(01).
   05 aq-text                     pic x(60).
   05                             pic x(01).
*>  the run correlation id of the night that raised it
   05 aq-runid                    pic 9(08).

fd  AlertPage.
01  AlertPage-record              pic x(80).
fd  RunIdCtl.
01  RunIdCtl-record.
   05 rc-tag                      pic x(05).
   05                             pic x(01).
   05 rc-id                       pic x(08).

WORKING-STORAGE SECTION.

01  TABEFSPEC       pic x(80) value 'TABE0001.DAT'.
01  AlertLog-fs     pic x(02) value spaces.
01  AlertQueue-fs   pic x(02) value spaces.
01  AlertPage-fs    pic x(02) value spaces.
01  RunIdCtl-fs     pic x(02) value spaces.
01  wRunId          pic 9(08) value 0.
01  wPageSpec       pic x(40) value spaces.

01  env-value       pic x(64) value spaces.
*>     acknowledged entries age out through the retention sweep
01  wQueueCount     pic 9(03) value 0.
01  wQueueTable.
    05 wQueueRow    pic x(112) occurs 200 times.
01  wIdx            pic 9(03) value 0.
01  wMatched        pic x(01) value 'N'.
01  wEofSeen        pic x(01) value 'N'.

COPY 'GC87SPOOLADD.CPY'.
COPY 'GC67TABLOOKUP.CPY'.
COPY 'GC75RUNBOOK.CPY'.
01  wBookJob        pic x(12) value spaces.
01  wStepEd         pic 9.

*>     the operator texts - GC65MSGTEXT messages 1-3 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value '*** GC91ALERT: cannot open ALERT.LOG - status '.
    05 filler pic x(58) value '*** GC91ALERT: cannot rewrite ALERTS.DAT - status '.
    05 filler pic x(58) value '*** GC91ALERT: cannot write alert page - status '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 3 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

LINKAGE SECTION.
COPY 'GC91ALERT.CPY'.
*> ***********************************************************************************
PROCEDURE DIVISION using ALERT-AREA.
Raise-Event.
   perform Load-Texts thru Load-Texts-Ex
   move space to Al-Ok
   move upper-case(Al-Severity) to wSeverity
   accept wNowDate from date yyyymmdd
   accept wNowTime from time

   perform Load-Routing thru Load-Routing-Ex
   perform Find-Run-Id thru Find-Run-Id-Ex

   if wRouteLog = 'Y'
      perform Write-Log thru Write-Log-Ex
   if env-value not = spaces
      move env-value to TABEFSPEC
   end-if
   move 'G'       to Tl-Function
   move TABEFSPEC to Tl-File
   move 'ALR'     to Tl-Ktab
   move wRouteCod to Tl-Kcod
   move 0         to Tl-AsOf
   move 'H'       to Tl-Lang
   call 'GC67TABLOOKUP' using LOOKUP-AREA
      on exception
         go to Load-Routing-Ex
   end-call
   if Tl-Found
      move Tl-Data(1:1) to wRouteLog
      move Tl-Data(3:1) to wRouteDash
      move Tl-Data(5:1) to wRoutePage
   end-if
   continue.
Load-Routing-Ex. exit.

*>     the night's run correlation id - zero when no run has one
Find-Run-Id.
   move 0 to wRunId
   display 'RUNID' upon environment-name
   accept env-value from environment-value
   if env-value(1:8) is numeric and env-value(9:) = spaces
      move env-value(1:8) to wRunId
      go to Find-Run-Id-Ex
   end-if
   open input RunIdCtl
   if RunIdCtl-fs(1:1) not = '0'
      go to Find-Run-Id-Ex
   end-if
   read RunIdCtl
   if RunIdCtl-fs = '00' and rc-tag = 'RUNID' and rc-id is numeric
      move rc-id to wRunId
   end-if
   close RunIdCtl
   continue.
Find-Run-Id-Ex. exit.

Write-Log.
   open extend AlertLog
   if AlertLog-fs not = '00'
      open output AlertLog
   end-if
   if AlertLog-fs not = '00'
      display wText(1)(1:46)
              AlertLog-fs
      go to Write-Log-Ex
   end-if
   move spaces to AlertLog-record
   string wNowDate ' ' wNowTime(1:6) ' ' wSeverity ' '
          Al-Program ' ' Al-Text ' run ' wRunId
          delimited by size into AlertLog-record
   write AlertLog-record
   close AlertLog
   move 0 to wQueueCount
   move 'N' to wMatched wEofSeen
   open input AlertQueue
   if AlertQueue-fs(1:1) = '0'
      perform until wEofSeen = 'Y'
         read AlertQueue
         at end move 'Y' to wEofSeen
         add 1 to aq-repeats
         move wNowDate to aq-date
         move wNowTime(1:6) to aq-time
         move wRunId to aq-runid
         move AlertQueue-record to wQueueRow(wIdx)
         move 'Y' to wMatched
      end-if
      move wNowTime(1:6) to aq-time
      move 1             to aq-repeats
      move Al-Text       to aq-text
      move wRunId        to aq-runid
      move AlertQueue-record to wQueueRow(wQueueCount)
   end-if
   open output AlertQueue
   if AlertQueue-fs(1:1) not = '0'
      display wText(2)(1:50)
              AlertQueue-fs
      go to Queue-Event-Ex
   end-if
          delimited by size into wPageSpec
   open output AlertPage
   if AlertPage-fs not = '00'
      display wText(3)(1:48)
              AlertPage-fs
      go to Print-Page-Ex
   end-if
   write AlertPage-record
   move spaces to AlertPage-record
   string '***  raised ' wNowDate ' ' wNowTime(1:6)
          ' by ' Al-Program ' run ' wRunId
          delimited by size into AlertPage-record
   write AlertPage-record
   move spaces to AlertPage-record
   write AlertPage-record
   move all '*' to AlertPage-record
   write AlertPage-record
   perform Print-Runbook thru Print-Runbook-Ex
   close AlertPage
   move wPageSpec     to Sp-File
   move 'ALERT'       to Sp-Type
   end-call
   continue.
Print-Page-Ex. exit.

Print-Runbook.
*>     the runbook's first steps under the alert, so the page in the
*>     operator's hand says what to do as well as what happened
   move Al-Program to Rb-Job
   move 'N' to Rb-Show
   call 'GC75RUNBOOK' using RUNBOOK-AREA
      on exception go to Print-Runbook-Ex
   end-call
   if Rb-Found not = 'Y' and Al-Text(1:4) = 'job '
      move spaces to wBookJob
      unstring Al-Text(5:) delimited by all spaces into wBookJob
      end-unstring
      move wBookJob to Rb-Job
      call 'GC75RUNBOOK' using RUNBOOK-AREA
         on exception go to Print-Runbook-Ex
      end-call
   end-if
   move spaces to AlertPage-record
   write AlertPage-record
   if Rb-Found not = 'Y'
      move '     no runbook entry filed - see the printed run book'
        to AlertPage-record
      write AlertPage-record
      go to Print-Runbook-Ex
   end-if
   move spaces to AlertPage-record
   evaluate Rb-Rerun
      when 'Y'
         string '     RUNBOOK ' Rb-Job '  rerun SAFE  ' Rb-Remark
                delimited by size into AlertPage-record
      when 'N'
         string '     RUNBOOK ' Rb-Job '  rerun NOT SAFE  ' Rb-Remark
                delimited by size into AlertPage-record
      when other
         string '     RUNBOOK ' Rb-Job '  rerun not stated'
                delimited by size into AlertPage-record
   end-evaluate
   write AlertPage-record
   perform varying wIdx from 1 by 1 until wIdx > Rb-Steps or wIdx > 3
      move wIdx to wStepEd
      move spaces to AlertPage-record
      string '     ' wStepEd '. ' Rb-Step(wIdx)
             delimited by size into AlertPage-record
      write AlertPage-record
   end-perform
   if Rb-Steps > 3
      move '        ... further steps in the runbook' to AlertPage-record
      write AlertPage-record
   end-if
   if Rb-Contact not = spaces
      move spaces to AlertPage-record
      string '     escalate to: ' Rb-Contact
             delimited by size into AlertPage-record
      write AlertPage-record
   end-if
   continue.
Print-Runbook-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC91ALERT' to Mt-Program
   move 3 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 3
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
