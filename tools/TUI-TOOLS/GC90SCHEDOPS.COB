*>             this screen talks to the live run instead: it shows
*>             the SCHSTATE snapshot the scheduler rewrites after
*>             every pass (job, state, RETURN-CODE, earliest start,
*>             first predecessor with a count of any further ones,
*>             the stream an active job is running on, and for a
*>             job waiting on a file trigger the file and the time
*>             it started waiting) and
*>             appends operator commands to the SCHCMDS feed the
*>             scheduler polls between jobs:
*>               HOLD <job>         keep a pending job from starting
*>               RELEASE <job>      run a HELD job - the operator
*>                                  says the predecessor's problem
*>             the console itself never touches the log. The
*>             scheduler must run with SCHSQF01A_CONSOLE=Y, or the
*>             feed is read only once at start-up.
*>             The operator signs on through GC85SIGNON. An inquiry
*>             role only watches the schedule; FORCE and SKIP - the
*>             commands that override what the calendar decided -
*>             need the promote role and a typed reason. Every
*>             command, sent or refused, is written to the command
*>             audit log SCHCMDAUD.LOG (time, user, role, command,
*>             job, outcome, reason), and every command sent goes
*>             into the GC77RUNSTATUS operations journal OPSJRNL.DAT
*>             as well, so the shift handover lists what was
*>             overridden overnight and by whom. A system without
*>             TABEUSER.DAT keeps the open console, with the USER
*>             of the session as the audited name.
*>             A job that has ended in error pops up its GC75RUNBOOK
*>             entry (recovery steps, rerun safety, escalation,
*>             downstream impact) the first time the console sees it
*>             failed; RUNBOOK <job> shows any job's entry again. It
*>             is the console's own command - nothing is sent to the
*>             schedule, and the inquiry role may use it.
*>             Up to 200 jobs, 16 to a page - PgUp/PgDn scroll.
*>             Its operator texts are GC65MSGTEXT messages 1-24, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC90SCHEDOPS.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC90SCHEDOPS
*> Parameters:
          assign       to 'SCHCMDS'
          organization is line sequential
          file status  is SchCmds-fs.
*> who sent which command, and who was refused one
   select optional CmdAudit
          assign       to 'SCHCMDAUD.LOG'
          organization is line sequential
          file status  is CmdAudit-fs.
*> the operations journal GC77RUNSTATUS keeps - a command sent to
*> the schedule is an entry in it, the same as an acknowledged run
   select optional OpsJrnl
          assign       to 'OPSJRNL.DAT'
          organization is line sequential
          file status  is OpsJrnl-fs.

DATA DIVISION.
FILE SECTION.
    05 st-earliest    pic 9(04).
    05                pic x(01).
    05 st-pred        pic x(12).
    05                pic x(01).
    05 st-stream      pic 9(02).
    05                pic x(01).
    05 st-npred       pic 9(01).
    05                pic x(01).
    05 st-wait-since  pic 9(04).
    05                pic x(01).
    05 st-wait-file   pic x(40).
fd  SchCmds.
01  SchCmds-record    pic x(40).
fd  CmdAudit.
01  CmdAudit-record   pic x(160).
*>  GC77RUNSTATUS's journal layout - jr-rc 'CMD' marks a console
*>  command, jr-ts then names the console instead of a run
fd  OpsJrnl.
01  OpsJrnl-record.
    05 jr-date        pic 9(08).
    05                pic x(01).
    05 jr-time        pic 9(06).
    05                pic x(01).
    05 jr-user        pic x(12).
    05                pic x(01).
    05 jr-job         pic x(12).
    05                pic x(01).
    05 jr-ts          pic x(19).
    05                pic x(01).
    05 jr-rc          pic x(04).
    05                pic x(01).
    05 jr-note        pic x(60).

WORKING-STORAGE SECTION.

78  K-ESC         VALUE 2005.
78  K-F1          VALUE 1001.
78  K-ESCAPE      VALUE 2005.
78  K-PAGEUP      VALUE 2001.
78  K-PAGEDOWN    VALUE 2002.

01  ws-KEY        PIC 9(04) VALUE 9999.

01  SchState-fs   pic x(02) value spaces.
01  SchCmds-fs    pic x(02) value spaces.
01  CmdAudit-fs   pic x(02) value spaces.
01  OpsJrnl-fs    pic x(02) value spaces.

01  wJobTable.
    05 wJobRow    pic x(88) occurs 200 times.
01  wJobCount     pic 9(03) value 0.
01  wIdx          pic 9(03) value 0.
01  wRow          pic 9(02) value 0.
01  wTop          pic 9(03) value 0.
01  wFirst        pic 9(03) value 0.
01  wLast         pic 9(03) value 0.

*>  one job as the console shows it - the extra predecessors as a
*>  count, the stream only while the job is active on it, the file
*>  and since when only while it waits on one
01  wShow.
    05 sh-name    pic x(12).
    05            pic x(02).
    05 sh-state   pic x(01).
    05            pic x(02).
    05 sh-rc      pic -(4)9.
    05            pic x(02).
    05 sh-earliest pic 9(04).
    05            pic x(05).
    05 sh-pred    pic x(12).
    05 sh-more    pic x(04).
    05            pic x(02).
    05 sh-stream  pic x(02).
    05            pic x(04).
    05 sh-since   pic x(05).
    05            pic x(01).
    05 sh-file    pic x(16).
01  wStreamEd     pic z9.
01  wMoreEd       pic 9.
01  wPageInfo     pic x(30) value spaces.

01  wCmdLine      pic x(30) value spaces.
01  wCmdVerb      pic x(08) value spaces.
01  wCmdRest      pic x(20) value spaces.
01  wMsg          pic x(78) value spaces.
01  wStateName    pic x(12) value spaces.
01  wCmdJob       pic x(12) value spaces.
01  wReason       pic x(60) value spaces.
01  wOutcome      pic x(08) value spaces.

*>  the signed-on operator - a blank role is the open console of a
*>  system without the user subsystem
01  wOperUser     pic x(12) value spaces.
01  wOperRole     pic x(01) value space.
01  wReadOnly     pic x(01) value 'N'.
01  wAuditDate    pic 9(08) value 0.
01  wAuditTime    pic 9(08) value 0.
01  wAuditTSX     pic x(19) value spaces.
01  wk-env-name   pic x(20) value spaces.
01  wk-env-value  pic x(40) value spaces.

COPY 'GC13HELP.CPY'.
COPY 'GC85SIGNON.CPY'.
COPY 'GC75RUNBOOK.CPY'.

*>  the failed jobs whose runbook has already popped up - once per
*>  failure is help, every refresh would be a nuisance
01  wBookTable.
    05 wBookSeen  pic x(12) occurs 200 times.
01  wBookCount    pic 9(03) value 0.
01  wBookIdx      pic 9(03) value 0.
01  wBookHit      pic x(01) value 'N'.
01  wRcEd         pic -(4)9.

*>     the operator texts - GC65MSGTEXT messages 1-24 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'sign-on refused - '.
    05 filler pic x(58) value ' GC90SCHEDOPS - operator console for the running schedule'.
    05 filler pic x(58) value ' JOB          ST     RC  EARLIEST PREDECESSOR  '.
    05 filler pic x(58) value '    STREAM SINCE WAITING FOR'.
    05 filler pic x(58) value ' no SCHSTATE snapshot - is the scheduler running?'.
    05 filler pic x(58) value ' P pending R ran F failed H held S skip '.
    05 filler pic x(58) value 'O op-hold G released A active W file'.
    05 filler pic x(58) value ' inquiry role - the schedule can '.
    05 filler pic x(58) value 'be watched, Enter alone refreshes'.
    05 filler pic x(58) value ' command (HOLD/RELEASE/FORCE/SKIP/START/END/RUNBOOK), '.
    05 filler pic x(58) value 'Enter refreshes'.
    05 filler pic x(58) value ' command: '.
    05 filler pic x(58) value ' PgUp/PgDn=scroll  '.
    05 filler pic x(58) value 'ESC=leave console (the schedule keeps running)'.
    05 filler pic x(58) value ' reason: '.
    05 filler pic x(58) value 'jobs '.
    05 filler pic x(58) value ' of '.
    05 filler pic x(58) value ' inquiry role - commands refused'.
    05 filler pic x(58) value ' needs the promote role - refused'.
    05 filler pic x(58) value ' needs a reason - not sent'.
    05 filler pic x(58) value ' sent: '.
    05 filler pic x(58) value ' cannot write SCHCMDS'.
    05 filler pic x(58) value ' unknown command: '.
    05 filler pic x(58) value ' GC75RUNBOOK not available'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 24 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(79) value ' GC90SCHEDOPS - operator console for the running schedule                      '.
    05 filler pic x(79) value ' JOB          ST     RC  EARLIEST PREDECESSOR      STREAM SINCE WAITING FOR   '.
    05 filler pic x(79) value ' P pending R ran F failed H held S skip O op-hold G released A active W file'.
    05 filler pic x(79) value ' inquiry role - the schedule can be watched, Enter alone refreshes           '.
    05 filler pic x(79) value ' command (HOLD/RELEASE/FORCE/SKIP/START/END/RUNBOOK), Enter refreshes      '.
    05 filler pic x(79) value ' PgUp/PgDn=scroll  ESC=leave console (the schedule keeps running)              '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(79) occurs 6 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
   set environment 'COB_SCREEN_ESC'        TO 'Y'
   perform Sign-On thru Sign-On-Ex
   perform Console-Loop until ws-KEY = K-ESCAPE
   display ' ' at 0101 with blank screen
   GOBACK.

Sign-On.
*>     the operator is known before the first command - an inquiry
*>     user gets the console without the command line
   call "GC85SIGNON" using SIGNON-AREA
   evaluate Sg-Status
      when 'Y'
*>       the user's own language, now that it is known
         if Sg-Lang not = space
            move space to Mt-Status
            perform Load-Texts thru Load-Texts-Ex
         end-if
         move Sg-User to wOperUser
         move Sg-Role to wOperRole
         if Sg-Role = 'I'
            move 'Y' to wReadOnly
         end-if
      when 'N'
         display wText(1)(1:18) Sg-Message
         move 16 to return-code
         goback
      when other
         move 'USER'  to wk-env-name
         display wk-env-name upon environment-name
         accept  wk-env-value from environment-value
         if wk-env-value = spaces
            move 'USERNAME' to wk-env-name
            display wk-env-name upon environment-name
            accept  wk-env-value from environment-value
         end-if
         if wk-env-value = spaces
            move 'unknown' to wOperUser
         else
            move wk-env-value to wOperUser
         end-if
   end-evaluate.
Sign-On-Ex. exit.

Console-Loop.
   perform Load-State thru Load-State-Ex
   perform Pop-New-Failures thru Pop-New-Failures-Ex
   perform Draw-Screen thru Draw-Screen-Ex
   move spaces to wCmdLine
   accept wCmdLine at 2212 :BCOL: black :FCOL: yellow
   evaluate true
      when ws-KEY = K-ESCAPE
         continue
      when ws-KEY = K-PAGEDOWN
         add 16 to wTop
         if wTop >= wJobCount
            move 0 to wTop
         end-if
      when ws-KEY = K-PAGEUP
         if wTop > 16
            subtract 16 from wTop
         else
            move 0 to wTop
         end-if
      when ws-KEY = K-F1
         move 'GC90SCHEDOPS' to Hp-Program
         move 'COMMANDS' to Hp-Topic
   end-if
   perform until SchState-fs not = '00'
      read SchState
      if SchState-fs = '00' and wJobCount < 200
         add 1 to wJobCount
         move SchState-record to wJobRow(wJobCount)
      end-if
   end-perform
   close SchState
   if wTop >= wJobCount
      move 0 to wTop
   end-if
   continue.
Load-State-Ex. exit.

Draw-Screen.
   display ' ' at 0101 with blank screen
   display wLong(1)(1:79)
          at 0101 :BCOL: blue :FCOL: white highlight
   display wLong(2)(1:78)
          at 0301 :BCOL: black :FCOL: cyan
   if wJobCount = 0
      display wText(5)(1:49)
             at 0502 :BCOL: black :FCOL: red
   else
      compute wFirst = wTop + 1
      compute wLast = wTop + 16
      if wLast > wJobCount
         move wJobCount to wLast
      end-if
      move spaces to wPageInfo
      string wText(16)(1:5) wFirst '-' wLast wText(17)(1:4) wJobCount
             delimited by size into wPageInfo
      display wPageInfo at 0361 :BCOL: black :FCOL: cyan
   end-if
   perform varying wIdx from 1 by 1 until wIdx > 16
      compute wRow = 3 + wIdx
      if wTop + wIdx <= wJobCount
         move wJobRow(wTop + wIdx) to SchState-record
         perform Show-Job
         evaluate st-state
            when 'F'
               display wShow at line wRow column 02
                      :BCOL: black :FCOL: red
            when 'H'
            when 'O'
               display wShow at line wRow column 02
                      :BCOL: black :FCOL: yellow
            when 'R'
               display wShow at line wRow column 02
                      :BCOL: black :FCOL: green
            when 'A'
            when 'W'
               display wShow at line wRow column 02
                      :BCOL: black :FCOL: cyan highlight
            when other
               display wShow at line wRow column 02
                      :BCOL: black :FCOL: white
         end-evaluate
      end-if
   end-perform
   display wLong(3)(1:76)
          at 2001 :BCOL: black :FCOL: cyan
   if wReadOnly = 'Y'
      display wLong(4)(1:77)
             at 2101 :BCOL: black :FCOL: cyan
   else
      display wLong(5)(1:75)
             at 2101 :BCOL: black :FCOL: cyan
   end-if
   display wText(12)(1:10) at 2201 :BCOL: black :FCOL: white
   display wOperUser at 2266 :BCOL: black :FCOL: cyan
   display wMsg at 2301 :BCOL: black :FCOL: yellow
   display wLong(6)(1:79)
          at 2501 :BCOL: green :FCOL: white highlight
   continue.
Draw-Screen-Ex. exit.

Show-Job.
   move spaces      to wShow
   move st-name     to sh-name
   move st-state    to sh-state
   move st-rc       to sh-rc
   move st-earliest to sh-earliest
   move st-pred     to sh-pred
   if st-npred is numeric and st-npred > 1
      compute wMoreEd = st-npred - 1
      string ' +' wMoreEd delimited by size into sh-more
   end-if
   if st-state = 'A' and st-stream is numeric and st-stream > 0
      move st-stream to wStreamEd
      move wStreamEd to sh-stream
   end-if
   if st-state = 'W' and st-wait-since is numeric
      string st-wait-since(1:2) ':' st-wait-since(3:2)
             delimited by size into sh-since
      move st-wait-file to sh-file
   end-if
   continue.

Send-Command.
*>     only the verbs the scheduler understands go on the feed - a
*>     typo would sit there as a permanent rejected line otherwise
       into wCmdVerb wCmdRest
   end-unstring
   move upper-case(wCmdVerb) to wCmdVerb
   move spaces to wCmdJob wReason
   unstring wCmdRest delimited by all spaces into wCmdJob
   end-unstring
   move upper-case(wCmdJob) to wCmdJob
   if wCmdVerb = 'END'
      move spaces to wCmdJob
   end-if
   if wCmdVerb = 'RUNBOOK'
      move wCmdJob to Rb-Job
      move 'operator request' to Rb-Context
      move spaces to wMsg
      perform Show-Runbook thru Show-Runbook-Ex
      go to Send-Command-Ex
   end-if
*>     the role decides before anything reaches the feed, and a
*>     refusal is audited like a command sent
   evaluate true
      when wCmdVerb not = 'HOLD' and not = 'RELEASE'
                   and not = 'FORCE' and not = 'SKIP'
                   and not = 'START' and not = 'END'
         continue
      when wReadOnly = 'Y'
         move 'REFUSED' to wOutcome
         move 'inquiry role' to wReason
         perform Write-Command-Audit thru Write-Command-Audit-Ex
         move wText(18)(1:32) to wMsg
         go to Send-Command-Ex
      when (wCmdVerb = 'FORCE' or wCmdVerb = 'SKIP')
           and wOperRole not = space and wOperRole not = 'P'
         move 'REFUSED' to wOutcome
         move 'promote role required' to wReason
         perform Write-Command-Audit thru Write-Command-Audit-Ex
         move spaces to wMsg
         string ' ' trim(wCmdVerb) wText(19)(1:33)
                delimited by size into wMsg
         go to Send-Command-Ex
      when wCmdVerb = 'FORCE' or wCmdVerb = 'SKIP'
         display wText(15)(1:9) at 2301 :BCOL: black :FCOL: white
         accept wReason at 2310 :BCOL: blue :FCOL: white
         if ws-KEY = K-ESCAPE or wReason = spaces
            move 0 to ws-KEY
            move 'REFUSED' to wOutcome
            move 'no reason given' to wReason
            perform Write-Command-Audit thru Write-Command-Audit-Ex
            move spaces to wMsg
            string ' ' trim(wCmdVerb) wText(20)(1:26)
                   delimited by size into wMsg
            go to Send-Command-Ex
         end-if
   end-evaluate
   evaluate wCmdVerb
      when 'HOLD' when 'RELEASE' when 'FORCE'
      when 'SKIP' when 'START' when 'END'
            write SchCmds-record
            close SchCmds
            move spaces to wMsg
            string wText(21)(1:7) upper-case(trim(wCmdLine))
                   delimited by size into wMsg
            move 'SENT' to wOutcome
            perform Write-Command-Audit thru Write-Command-Audit-Ex
            perform Write-Journal-Entry thru Write-Journal-Entry-Ex
         else
            move wText(22)(1:21) to wMsg
         end-if
      when other
         move spaces to wMsg
         string wText(23)(1:18) wCmdVerb
                delimited by size into wMsg
   end-evaluate
   continue.
Send-Command-Ex. exit.

Write-Command-Audit.
   accept wAuditDate from date yyyymmdd
   accept wAuditTime from time
   open extend CmdAudit
   if CmdAudit-fs not = '00'
      open output CmdAudit
   end-if
   if CmdAudit-fs not = '00'
      go to Write-Command-Audit-Ex
   end-if
   move spaces to wAuditTSX
   string wAuditDate(1:4) '-' wAuditDate(5:2) '-' wAuditDate(7:2)
          ' ' wAuditTime(1:2) ':' wAuditTime(3:2) ':' wAuditTime(5:2)
          delimited by size into wAuditTSX
   move spaces to CmdAudit-record
   string wAuditTSX ' ' wOperUser ' ' wOperRole ' ' wCmdVerb
          ' ' wCmdJob ' ' wOutcome ' ' upper-case(trim(wCmdLine))
          ' | ' wReason
          delimited by size into CmdAudit-record
   write CmdAudit-record
   close CmdAudit
   continue.
Write-Command-Audit-Ex. exit.

Write-Journal-Entry.
*>     the morning shift reads the overrides in the handover report
*>     next to the acknowledged failures
   open extend OpsJrnl
   if OpsJrnl-fs not = '00'
      open output OpsJrnl
   end-if
   if OpsJrnl-fs not = '00'
      go to Write-Journal-Entry-Ex
   end-if
   move spaces to OpsJrnl-record
   move wAuditDate       to jr-date
   move wAuditTime(1:6)  to jr-time
   move wOperUser        to jr-user
   move wCmdJob          to jr-job
   move 'SCHEDULE CONSOLE'  to jr-ts
   move 'CMD'            to jr-rc
   string upper-case(trim(wCmdLine)) ' - ' wReason
          delimited by size into jr-note
   if wReason = spaces
      move upper-case(wCmdLine) to jr-note
   end-if
   write OpsJrnl-record
   close OpsJrnl
   continue.
Write-Journal-Entry-Ex. exit.

Pop-New-Failures.
*>     the runbook entry of every job newly seen in state F
   perform varying wIdx from 1 by 1 until wIdx > wJobCount
      move wJobRow(wIdx) to SchState-record
      if st-state = 'F'
         move 'N' to wBookHit
         perform varying wBookIdx from 1 by 1
                   until wBookIdx > wBookCount
            if wBookSeen(wBookIdx) = st-name
               move 'Y' to wBookHit
            end-if
         end-perform
         if wBookHit = 'N' and wBookCount < 200
            add 1 to wBookCount
            move st-name to wBookSeen(wBookCount)
            move st-name to Rb-Job
            move st-rc   to wRcEd
            move spaces  to Rb-Context
            string 'ended in error, RC ' trim(wRcEd)
                   delimited by size into Rb-Context
            perform Show-Runbook thru Show-Runbook-Ex
         end-if
      end-if
   end-perform
   continue.
Pop-New-Failures-Ex. exit.

Show-Runbook.
   if Rb-Job = spaces
      go to Show-Runbook-Ex
   end-if
   move 'Y' to Rb-Show
   call 'GC75RUNBOOK' using RUNBOOK-AREA
      on exception
         move wText(24)(1:26) to wMsg
   end-call
   move 0 to ws-KEY
   continue.
Show-Runbook-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC90SCHEDOPS' to Mt-Program
   move 24 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 24
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(2)(1:57)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(3)(1:47) wText(4)(1:28)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(6)(1:40) wText(7)(1:36)
          delimited by size into wLong(3)
   end-string
   move spaces to wLong(4)
   string wText(8)(1:33) wText(9)(1:33)
          delimited by size into wLong(4)
   end-string
   move spaces to wLong(5)
   string wText(10)(1:54) wText(11)(1:15)
          delimited by size into wLong(5)
   end-string
   move spaces to wLong(6)
   string wText(13)(1:19) wText(14)(1:46)
          delimited by size into wLong(6)
   end-string
   continue.
Load-Texts-Ex. exit.
