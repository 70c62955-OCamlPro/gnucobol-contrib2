       >>SOURCE FORMAT IS FREE
       REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR==
               ==:FCOL:== BY ==FOREGROUND-COLOR==.
IDENTIFICATION DIVISION.
program-id. GC73RELEASE.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Supervisor release gate for the outbound files. The
*>             steps that write for transmission - ebosqf01a's EBCDIC
*>             return feed, chksqf01a's parts, expsqf01a's export -
*>             no longer hand their files to transfer: each one is
*>             held on the OUTHOLD.DAT register (prholdreg.cpy) with
*>             its control totals and the night's run id. This screen
*>             lists the held files under the night's evidence:
*>               - the balancing verdict (BALANCE.RPT, balsqf01a),
*>               - the outlier count (OUTLIER.RPT, olrsqf01a),
*>               - the SEVERE alerts still unacknowledged on the
*>                 GC91ALERT queue (ALERTS.DAT).
*>             A user of the promote role (GC85SIGNON) either
*>               - releases a file, or every held file at once: its
*>                 acksqf01a REGISTER entry is created (TRANSREG) and
*>                 transfer takes it from there, or
*>               - refuses it: it stays where it was written and is
*>                 never registered for transmission.
*>             Either way a reason is mandatory, and a release made
*>             against a failed or missing balancing, outliers or an
*>             open SEVERE alert needs an explicit override answer.
*>             The register line is closed with the user, time and
*>             reason, and the action goes to RELEASE.LOG -
*>             timestamp, user, action, file, step, destination, run
*>             id, the verdict shown, the name sent, reason. Any
*>             other role, or no TABEUSER.DAT at all, browses only,
*>             and so does everyone while the register is longer than
*>             the 2000 lines held in memory - writing it back would
*>             lose the lines beyond.
*>             With GC73_SEAL set a released file is first sealed by
*>             selsqf01a (S: detached <file>.SEAL only, E: enciphered
*>             to <file>.ENC as well, sealed as <file>.ENC.SEAL) and
*>             the name actually sent is what gets registered; a seal
*>             that cannot be made leaves the file held.
*>             Its operator texts are GC65MSGTEXT messages 1-35, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC73RELEASE.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC73RELEASE
*> Parameters: ACKSQF01A_DEADLINE - acknowledgement deadline passed on
*>             to the REGISTER entries (acksqf01a default 120 min)
*>             GC73_SEAL - N (default) send as written, S seal, E
*>             encipher and seal; the key comes from the selsqf01a
*>             key ring (SELSQF01A_KEYRING)
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
*> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
*> Version:    1.0 2018.01.01
*> Changelog:  1.0 first release.
*> ************************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   CRT STATUS IS ws-KEY.
REPOSITORY.
    FUNCTION ALL INTRINSIC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   select optional HoldFile
          assign       to 'OUTHOLD.DAT'
          organization is line sequential
          file status  is HoldFile-fs.
   select RelAud
          assign       to 'RELEASE.LOG'
          organization is line sequential
          file status  is RelAud-fs.
   select optional BalRpt
          assign       to 'BALANCE.RPT'
          organization is line sequential
          file status  is BalRpt-fs.
   select optional OlrRpt
          assign       to 'OUTLIER.RPT'
          organization is line sequential
          file status  is OlrRpt-fs.
   select optional AlertQueue
          assign       to 'ALERTS.DAT'
          organization is line sequential
          file status  is AlertQueue-fs.

DATA DIVISION.
FILE SECTION.
*>     the register line prholdreg.cpy writes (fhldsqf01.cpy)
fd  HoldFile.
01  HoldFile-record.
    05 hd-status                   pic x(01).
    05 filler                      pic x(01).
    05 hd-id                       pic x(15).
    05 filler                      pic x(01).
    05 hd-file                     pic x(40).
    05 filler                      pic x(01).
    05 hd-step                     pic x(10).
    05 filler                      pic x(01).
    05 hd-dest                     pic x(12).
    05 filler                      pic x(01).
    05 hd-runid                    pic 9(08).
    05 filler                      pic x(01).
    05 hd-totals                   pic x(60).
    05 filler                      pic x(01).
    05 hd-action-user              pic x(12).
    05 filler                      pic x(01).
    05 hd-action-ts                pic x(15).
    05 filler                      pic x(01).
    05 hd-action-reason            pic x(60).
fd  RelAud.
01  RelAud-record                  pic x(250).
fd  BalRpt.
01  BalRpt-record                  pic x(132).
fd  OlrRpt.
01  OlrRpt-record                  pic x(132).
*>     the acknowledgement queue GC91ALERT keeps
fd  AlertQueue.
01  AlertQueue-record.
    05 aq-status                   pic x(01).
    05                             pic x(01).
    05 aq-severity                 pic x(06).
    05                             pic x(01).
    05 aq-program                  pic x(12).
    05                             pic x(01).
    05 aq-date                     pic x(08).
    05                             pic x(01).
    05 aq-time                     pic x(06).
    05                             pic x(01).
    05 aq-repeats                  pic x(04).
    05                             pic x(01).
    05 aq-text                     pic x(60).
    05                             pic x(01).
    05 aq-runid                    pic 9(08).

WORKING-STORAGE SECTION.

01 black   constant as 0.
01 blue    constant as 1.
01 green   constant as 2.
01 cyan    constant as 3.
01 red     constant as 4.
01 yellow  constant as 6.
01 white   constant as 7.

78  K-ENTER       VALUE 0000.
78  K-ESC         VALUE 2005.
78  K-ESCAPE      VALUE 2005.
78  K-PAGEUP      VALUE 2001.
78  K-PAGEDOWN    VALUE 2002.
*>  K-F5/K-F6 come from GC98KEYCODE.CPY

01  ws-KEY        PIC 9(04) VALUE 9999.

01  HoldFile-fs   pic x(02) value spaces.
01  RelAud-fs     pic x(02) value spaces.
01  BalRpt-fs     pic x(02) value spaces.
01  OlrRpt-fs     pic x(02) value spaces.
01  AlertQueue-fs pic x(02) value spaces.
01  wReadOnly     pic x(01) value 'N'.

*>     the whole register in memory - the action re-reads it just
*>     before the update and writes it back whole, as GC97QUARANTINE
*>     does with QUARANT.DAT
01  wRegTab.
    05 wRegCount  pic 9(04) value 0.
    05 wRegRow    pic x(256) occurs 2000 times.
01  wRegIdx       pic 9(04) value 0.
01  wRegFull      pic x(01) value 'N'.
*>     the rows still held, in register order
01  wHTab.
    05 wHCount    pic 9(04) value 0.
    05 wHRow      pic 9(04) occurs 2000 times.
01  wHIdx         pic 9(04) value 0.
01  wPageTop      pic 9(04) value 1.
01  wRow          pic 9(02) value 0.
01  wLineNo       pic 9(02) value 0.
01  wPickX        pic x(02) value spaces.
01  wPick         pic 9(02) value 0.
01  wMsg          pic x(80) value spaces.

*>     the night's evidence shown over the list
01  wBalTitle     pic x(60) value spaces.
01  wBalResult    pic x(40) value spaces.
01  wBalOk        pic x(01) value 'N'.
01  wOlrLine      pic x(132) value spaces.
01  wOlrJunk      pic x(132) value spaces.
01  wOlrCountX    pic x(10) value spaces.
01  wOlrCount     pic 9(05) value 0.
01  wOlrRan       pic x(01) value 'N'.
01  wSevCount     pic 9(04) value 0.
01  wSevText      pic x(60) value spaces.
01  wSevProgram   pic x(12) value spaces.
01  wVerdict      pic x(20) value spaces.

*>     the file(s) being acted on - picked from the screen, then
*>     found again in the freshly re-read register
01  wAction       pic x(07) value spaces.
01  wActAll       pic x(01) value 'N'.
01  wActId        pic x(15) value spaces.
01  wActFile      pic x(40) value spaces.
01  wActReason    pic x(60) value spaces.
*>     the outbound seal - N none, S seal only, E encipher and seal
01  wSealMode     pic x(01) value 'N'.
01  wSendFile     pic x(44) value spaces.
01  env-value     pic x(40) value spaces.
01  wConfirm      pic x(01) value spaces.
01  wPickTab.
    05 wPickCount pic 9(04) value 0.
    05 wPickKey   pic x(55) occurs 2000 times.
01  wPickIdx      pic 9(04) value 0.
01  wHoldKey      pic x(55) value spaces.
01  wTarget       pic x(01) value 'N'.
01  wDone         pic 9(04) value 0.
01  wFailed       pic 9(04) value 0.
01  wActCount     pic 9(05) value 0.

*>     audit support
01  wAuditUser    pic x(12) value 'unknown'.
01  wAuditDate    pic 9(08) value 0.
01  wAuditTime    pic 9(08) value 0.
01  wAuditTSX     pic x(19) value spaces.
01  wActionTS     pic x(15) value spaces.
01  wAudPtr       pic 9(03) value 1.

COPY 'GC98KEYCODE.CPY'.
COPY 'GC85SIGNON.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-35 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' browse only - releases need the promote role      '.
    05 filler pic x(58) value 'outbound files released/refused this session: '.
    05 filler pic x(58) value 'sign-on refused - '.
    05 filler pic x(58) value ' nr held           file              '.
    05 filler pic x(58) value '           step       dest         run'.
    05 filler pic x(58) value ' (nothing held)                          '.
    05 filler pic x(58) value ' register longer than 2000 lines '.
    05 filler pic x(58) value '- oldest shown only, browse only'.
    05 filler pic x(58) value ' PgDn/PgUp=page  F5=release for transmission  '.
    05 filler pic x(58) value 'F6=refuse  ESC=exit'.
    05 filler pic x(58) value ' line number (A=all held): '.
    05 filler pic x(58) value ' no such line                                   '.
    05 filler pic x(58) value ' reason: '.
    05 filler pic x(58) value ' a reason is mandatory - nothing done              '.
    05 filler pic x(58) value ' the night is NOT clean - release anyway (Y/N): '.
    05 filler pic x(58) value ' confirm (Y/N): '.
    05 filler pic x(58) value ' register over 2000 lines - archive it first, nothing done'.
    05 filler pic x(58) value ' OUTBOUND RELEASE - '.
    05 filler pic x(58) value ' file(s) held for transmission'.
    05 filler pic x(58) value ' balancing : no BALANCE.RPT - balsqf01a has not run'.
    05 filler pic x(58) value ' balancing : '.
    05 filler pic x(58) value ' outliers  : no OUTLIER.RPT - olrsqf01a has not run'.
    05 filler pic x(58) value ' outliers  : '.
    05 filler pic x(58) value ' (OUTLIER.RPT)'.
    05 filler pic x(58) value ' SEVERE    : no open SEVERE alerts'.
    05 filler pic x(58) value ' SEVERE    : '.
    05 filler pic x(58) value ' open - latest '.
    05 filler pic x(58) value ' all '.
    05 filler pic x(58) value ' held file(s)'.
    05 filler pic x(58) value ' to '.
    05 filler pic x(58) value ' file(s) '.
    05 filler pic x(58) value ' done - audited to'.
    05 filler pic x(58) value ' RELEASE.LOG'.
    05 filler pic x(58) value ' file(s) RELEASE done - '.
    05 filler pic x(58) value ' NOT registered (acksqf01a), still held'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 35 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(80) value ' nr held           file                         step       dest         run     '.
    05 filler pic x(80) value ' register longer than 2000 lines - oldest shown only, browse only '.
    05 filler pic x(80) value ' PgDn/PgUp=page  F5=release for transmission  F6=refuse  ESC=exit         '.
    05 filler pic x(80) value ' register over 2000 lines - archive it first, nothing done '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(80) occurs 4 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
  set environment 'COB_SCREEN_ESC'        TO 'Y'
  perform Sign-On thru Sign-On-Ex
  display 'GC73_SEAL' upon environment-name
  accept env-value from environment-value
  if upper-case(env-value(1:1)) = 'S' or upper-case(env-value(1:1)) = 'E'
     move upper-case(env-value(1:1)) to wSealMode
  end-if
  perform Load-Evidence thru Load-Evidence-Ex
  perform Load-Register thru Load-Register-Ex
*>     seven files a page, two lines each - the file line and its
*>     control totals
  move 1 to wPageTop.

List-Loop.
  perform Show-List thru Show-List-Ex
  accept omitted
  evaluate true
     when ws-KEY = K-ESCAPE
        go to End-Program
     when ws-KEY = K-PAGEDOWN
        if wPageTop + 7 <= wHCount
           add 7 to wPageTop
        end-if
        go to List-Loop
     when ws-KEY = K-PAGEUP
        if wPageTop > 7
           subtract 7 from wPageTop
        else
           move 1 to wPageTop
        end-if
        go to List-Loop
     when ws-KEY = K-F5 or ws-KEY = K-F6
        if wReadOnly = 'Y'
           display wText(1)(1:51)
                  at 2302 :BCOL: red :FCOL: white
           accept omitted
        else
           if ws-KEY = K-F5
              move 'RELEASE' to wAction
           else
              move 'REFUSE'  to wAction
           end-if
           perform Act-On-Files thru Act-On-Files-Ex
           perform Load-Evidence thru Load-Evidence-Ex
           perform Load-Register thru Load-Register-Ex
           if wPageTop > wHCount
              move 1 to wPageTop
           end-if
        end-if
        go to List-Loop
     when other
        go to List-Loop
  end-evaluate.

End-Program.
  display ' ' at 0101 with blank screen
  display wText(2)(1:46) wActCount
  GOBACK.

*> ***********************************************************************************
*>                        R O U T I N E S
*> ***********************************************************************************

Sign-On.
*>     releasing a file sends it out of the shop - only the promote
*>     role may do it, and the audit names them; no user file means
*>     no one to name, so browse only
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
            move 'Y' to wReadOnly
         end-if
      when 'N'
         display wText(3)(1:18) Sg-Message
         move 16 to return-code
         goback
      when other
         move 'Y' to wReadOnly
   end-evaluate.
Sign-On-Ex. exit.

*> ***********************************************************************************
*>     the night's evidence: the balancing report's title and result
*>     lines, the outlier report's summary line, the SEVERE alerts
*>     nobody has acknowledged yet
*> ***********************************************************************************
Load-Evidence.
   move spaces to wBalTitle wBalResult
   move 'N' to wBalOk
   open input BalRpt
   if BalRpt-fs = '00'
      perform until BalRpt-fs not = '00'
         read BalRpt
            at end continue
         end-read
         if BalRpt-fs = '00'
            if wBalTitle = spaces
               move BalRpt-record(1:60) to wBalTitle
            end-if
            if BalRpt-record(1:7) = 'RESULT:'
               move BalRpt-record(1:40) to wBalResult
            end-if
         end-if
      end-perform
      close BalRpt
   end-if
   evaluate true
      when wBalResult = 'RESULT: books balance'
         move 'Y' to wBalOk
         move 'BALANCED' to wVerdict
      when wBalResult = spaces
         move 'NO BALANCING' to wVerdict
      when other
         move 'DOES NOT BALANCE' to wVerdict
   end-evaluate

   move 0 to wOlrCount
   move 'N' to wOlrRan
   move spaces to wOlrLine
   open input OlrRpt
   if OlrRpt-fs = '00'
      perform until OlrRpt-fs not = '00'
         read OlrRpt
            at end continue
         end-read
         if OlrRpt-fs = '00' and OlrRpt-record(1:8) = 'records '
            move OlrRpt-record to wOlrLine
         end-if
      end-perform
      close OlrRpt
   end-if
   if wOlrLine not = spaces
      move 'Y' to wOlrRan
      move spaces to wOlrJunk wOlrCountX
      unstring wOlrLine delimited by 'outliers '
         into wOlrJunk wOlrCountX
      end-unstring
      if wOlrCountX(1:5) is numeric
         move wOlrCountX(1:5) to wOlrCount
      end-if
   end-if

   move 0 to wSevCount
   move spaces to wSevText wSevProgram
   open input AlertQueue
   if AlertQueue-fs = '00'
      perform until AlertQueue-fs not = '00'
         read AlertQueue
            at end continue
         end-read
         if AlertQueue-fs = '00'
            and aq-status = 'N' and aq-severity = 'SEVERE'
            add 1 to wSevCount
            move aq-program to wSevProgram
            move aq-text    to wSevText
         end-if
      end-perform
      close AlertQueue
   end-if
   continue.
Load-Evidence-Ex. exit.

Load-Register.
   move 0 to wRegCount wHCount
   move 'N' to wRegFull
   open input HoldFile
   if HoldFile-fs not = '00' and HoldFile-fs not = '05'
      go to Load-Register-Ex
   end-if
   perform until HoldFile-fs not = '00'
      read HoldFile
         at end continue
      end-read
      if HoldFile-fs = '00'
         if wRegCount < 2000
            add 1 to wRegCount
            move HoldFile-record to wRegRow(wRegCount)
            if hd-status = 'H'
               add 1 to wHCount
               move wRegCount to wHRow(wHCount)
            end-if
         else
            move 'Y' to wRegFull
         end-if
      end-if
   end-perform
   close HoldFile
   continue.
Load-Register-Ex. exit.

Show-List.
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string wText(18)(1:20) wHCount wText(19)(1:30)
          delimited by size into wMsg
   display wMsg at 0101 :BCOL: green :FCOL: white highlight
   move spaces to wMsg
   if wBalResult = spaces
      move wText(20)(1:51) to wMsg
   else
      string wText(21)(1:13) trim(wVerdict) ' - ' trim(wBalTitle)
             delimited by size into wMsg
   end-if
   if wBalOk = 'Y'
      display wMsg at 0201 :BCOL: black :FCOL: green highlight
   else
      display wMsg at 0201 :BCOL: black :FCOL: red highlight
   end-if
   move spaces to wMsg
   if wOlrRan = 'N'
      move wText(22)(1:51) to wMsg
      display wMsg at 0301 :BCOL: black :FCOL: yellow
   else
      string wText(23)(1:13) wOlrCount wText(24)(1:14)
             delimited by size into wMsg
      if wOlrCount = 0
         display wMsg at 0301 :BCOL: black :FCOL: green highlight
      else
         display wMsg at 0301 :BCOL: black :FCOL: red highlight
      end-if
   end-if
   move spaces to wMsg
   if wSevCount = 0
      move wText(25)(1:34) to wMsg
      display wMsg at 0401 :BCOL: black :FCOL: green highlight
   else
      string wText(26)(1:13) wSevCount wText(27)(1:15)
             trim(wSevProgram) ': ' wSevText
             delimited by size into wMsg
      display wMsg at 0401 :BCOL: black :FCOL: red highlight
   end-if
   display wLong(1)(1:80)
          at 0601 :BCOL: blue :FCOL: yellow
   if wHCount = 0
      display wText(6)(1:41) at 0802 :BCOL: black :FCOL: white
      go to Show-List-Keys
   end-if
   move 6 to wRow
   move 0 to wLineNo
   perform varying wHIdx from wPageTop by 1
             until wHIdx > wHCount or wLineNo >= 7
      add 1 to wLineNo
      add 1 to wRow
      move wRegRow(wHRow(wHIdx)) to HoldFile-record
      move spaces to wMsg
      string ' ' wLineNo ' ' hd-id ' ' hd-file(1:28) ' ' hd-step
             ' ' hd-dest ' ' hd-runid
             delimited by size into wMsg
      display wMsg at line wRow column 01 :BCOL: black :FCOL: white
      add 1 to wRow
      move spaces to wMsg
      string '      ' hd-totals delimited by size into wMsg
      display wMsg at line wRow column 01 :BCOL: black :FCOL: cyan
   end-perform.
Show-List-Keys.
   if wRegFull = 'Y'
      display wLong(2)(1:66)
             at 2202 :BCOL: red :FCOL: white
   end-if
   display wLong(3)(1:74)
          at 2501 :BCOL: green :FCOL: white highlight
   continue.
Show-List-Ex. exit.

*> ***********************************************************************************
*>     pick the line - or A for every held file - give the mandatory
*>     reason, confirm; a release against bad evidence needs its own
*>     answer. Then the register is re-read so a line a batch step
*>     appended meanwhile is not lost when it is written back.
*> ***********************************************************************************
Act-On-Files.
   if wHCount = 0
      go to Act-On-Files-Ex
   end-if
   if wRegFull = 'Y'
      perform Refuse-Full thru Refuse-Full-Ex
      go to Act-On-Files-Ex
   end-if
   display wText(11)(1:27) at 2302 :BCOL: black :FCOL: white
   move spaces to wPickX
   accept wPickX at 2329 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE
      go to Act-On-Files-Ex
   end-if
   move 0 to wPickCount
   if upper-case(wPickX) = 'A'
      move 'Y' to wActAll
      perform varying wHIdx from 1 by 1 until wHIdx > wHCount
         move wRegRow(wHRow(wHIdx)) to HoldFile-record
         add 1 to wPickCount
         move spaces to wPickKey(wPickCount)
         string hd-id hd-file delimited by size
                into wPickKey(wPickCount)
      end-perform
   else
      move 'N' to wActAll
      compute wPick = numval(wPickX)
      compute wHIdx = wPageTop + wPick - 1
      if wPick < 1 or wPick > 7 or wHIdx > wHCount
         display wText(12)(1:48)
                at 2302 :BCOL: red :FCOL: white
         accept omitted
         go to Act-On-Files-Ex
      end-if
      move wRegRow(wHRow(wHIdx)) to HoldFile-record
      move 1 to wPickCount
      move spaces to wPickKey(1)
      string hd-id hd-file delimited by size into wPickKey(1)
   end-if
   display ' ' at 2201 with blank line
   move spaces to wMsg
   if wActAll = 'Y'
      string ' ' wAction wText(28)(1:5) wPickCount wText(29)(1:13)
             delimited by size into wMsg
   else
      string ' ' wAction ' ' trim(hd-file) ' (' trim(hd-step)
             wText(30)(1:4) trim(hd-dest) ')' delimited by size into wMsg
   end-if
   display wMsg at 2201 :BCOL: black :FCOL: yellow
   display ' ' at 2301 with blank line
   display wText(13)(1:9) at 2302 :BCOL: black :FCOL: white
   move spaces to wActReason
   accept wActReason at 2311 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE
      go to Act-On-Files-Ex
   end-if
   if wActReason = spaces
      display wText(14)(1:51)
             at 2402 :BCOL: red :FCOL: white
      accept omitted
      go to Act-On-Files-Ex
   end-if
   if wAction = 'RELEASE'
      and (wBalOk = 'N' or wOlrCount > 0 or wSevCount > 0)
      display wText(15)(1:48)
             at 2402 :BCOL: red :FCOL: white
      move spaces to wConfirm
      accept wConfirm at 2450 :BCOL: blue :FCOL: white
      if upper-case(wConfirm) not = 'Y'
         go to Act-On-Files-Ex
      end-if
      display ' ' at 2401 with blank line
   end-if
   display wText(16)(1:16) at 2402 :BCOL: black :FCOL: white
   move spaces to wConfirm
   accept wConfirm at 2418 :BCOL: blue :FCOL: white
   if upper-case(wConfirm) not = 'Y'
      go to Act-On-Files-Ex
   end-if

   perform Load-Register thru Load-Register-Ex
   if wRegFull = 'Y'
      perform Refuse-Full thru Refuse-Full-Ex
      go to Act-On-Files-Ex
   end-if
   move 0 to wDone wFailed
   perform varying wRegIdx from 1 by 1 until wRegIdx > wRegCount
      move wRegRow(wRegIdx) to HoldFile-record
      if hd-status = 'H'
         perform Act-On-One thru Act-On-One-Ex
      end-if
   end-perform
   perform Rewrite-Register thru Rewrite-Register-Ex
   add wDone to wActCount
   display ' ' at 2401 with blank line
   move spaces to wMsg
   string ' ' wDone wText(31)(1:9) trim(wAction) wText(32)(1:18)
          wText(33)(1:12) delimited by size into wMsg
   if wFailed > 0
      move spaces to wMsg
      string ' ' wDone wText(34)(1:24) wFailed
             wText(35)(1:39)
             delimited by size into wMsg
      display wMsg at 2402 :BCOL: red :FCOL: white
   else
      display wMsg at 2402 :BCOL: green :FCOL: white
   end-if
   accept omitted
   continue.
Act-On-Files-Ex. exit.

Act-On-One.
*>     one held register line - is it one of the picked files?
   move spaces to wHoldKey
   string hd-id hd-file delimited by size into wHoldKey
   move 'N' to wTarget
   perform varying wPickIdx from 1 by 1
             until wPickIdx > wPickCount or wTarget = 'Y'
      if wPickKey(wPickIdx) = wHoldKey
         move 'Y' to wTarget
      end-if
   end-perform
   if wTarget = 'N'
      go to Act-On-One-Ex
   end-if
   if wAction = 'RELEASE'
      perform Register-Transmission thru Register-Transmission-Ex
      if return-code not = 0
         move 0 to return-code
         add 1 to wFailed
         go to Act-On-One-Ex
      end-if
      move 'R' to hd-status
   else
      move 'X' to hd-status
   end-if
   perform Stamp-Time thru Stamp-Time-Ex
   move wAuditUser to hd-action-user
   move wActionTS  to hd-action-ts
   move wActReason to hd-action-reason
   move HoldFile-record to wRegRow(wRegIdx)
   perform Write-Rel-Audit thru Write-Rel-Audit-Ex
   add 1 to wDone
   continue.
Act-On-One-Ex. exit.

Register-Transmission.
*>     sealed (and enciphered) first when the shop sends that way -
*>     what transfer takes is then <file>.ENC and its seal
   move hd-file to wSendFile
   if wSealMode not = 'N'
      set environment 'SELSQF01A_MODE' to 'SEAL'
      set environment 'SELSQF01A_FILE' to hd-file
      if wSealMode = 'E'
         set environment 'SELSQF01A_ENCRYPT' to 'Y'
         move spaces to wSendFile
         string trim(hd-file) '.ENC' delimited by size into wSendFile
      else
         set environment 'SELSQF01A_ENCRYPT' to 'N'
      end-if
      move 0 to return-code
      call 'selsqf01a'
         on exception
            move 16 to return-code
      end-call
      if return-code not = 0
         go to Register-Transmission-Ex
      end-if
   end-if
*>     the acksqf01a REGISTER entry - the file is handed to transfer
*>     and its acknowledgement clock starts now
   set environment 'ACKSQF01A_MODE' to 'REGISTER'
   set environment 'ACKSQF01A_FILE' to wSendFile
   set environment 'ACKSQF01A_DEST' to hd-dest
   move 0 to return-code
   call 'acksqf01a'
      on exception
         move 16 to return-code
   end-call
   set environment 'ACKSQF01A_MODE' to ' '
   continue.
Register-Transmission-Ex. exit.

*>     the rewrite keeps only the lines held in memory - with more on
*>     file than that, nothing may be written back
Refuse-Full.
   display wLong(4)(1:59)
          at 2402 :BCOL: red :FCOL: white
   accept omitted
   continue.
Refuse-Full-Ex. exit.

Rewrite-Register.
   open output HoldFile
   perform varying wRegIdx from 1 by 1 until wRegIdx > wRegCount
      move wRegRow(wRegIdx) to HoldFile-record
      write HoldFile-record
   end-perform
   close HoldFile
   continue.
Rewrite-Register-Ex. exit.

Stamp-Time.
   accept wAuditDate from date yyyymmdd
   accept wAuditTime from time
   move spaces to wAuditTSX wActionTS
   string wAuditDate(1:4) '-' wAuditDate(5:2) '-' wAuditDate(7:2)
          ' ' wAuditTime(1:2) ':' wAuditTime(3:2) ':' wAuditTime(5:2)
          delimited by size into wAuditTSX
   string wAuditDate '-' wAuditTime(1:6)
          delimited by size into wActionTS
   continue.
Stamp-Time-Ex. exit.

Write-Rel-Audit.
   open extend RelAud
   if RelAud-fs not = '00'
      open output RelAud
      close RelAud
      open extend RelAud
   end-if
   move spaces to RelAud-record
   move 1 to wAudPtr
   string wAuditTSX ' ' wAuditUser ' ' wAction ' ' trim(hd-file)
          ' step ' trim(hd-step) ' to ' trim(hd-dest)
          ' run ' hd-runid ' verdict ' trim(wVerdict)
          ' outliers ' wOlrCount ' severe ' wSevCount
          delimited by size into RelAud-record
          with pointer wAudPtr
   if wAction = 'RELEASE'
      string ' sent as ' trim(wSendFile)
             delimited by size into RelAud-record
             with pointer wAudPtr
   end-if
   string ' reason: ' trim(wActReason)
          delimited by size into RelAud-record
          with pointer wAudPtr
   write RelAud-record
   close RelAud
   continue.
Write-Rel-Audit-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC73RELEASE' to Mt-Program
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
   string wText(4)(1:37) wText(5)(1:38)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(7)(1:33) wText(8)(1:32)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(9)(1:46) wText(10)(1:19)
          delimited by size into wLong(3)
   end-string
   move spaces to wLong(4)
   string wText(17)(1:58)
          delimited by size into wLong(4)
   end-string
   continue.
Load-Texts-Ex. exit.
