       >>SOURCE FORMAT IS FREE
       REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR==
               ==:FCOL:== BY ==FOREGROUND-COLOR==.
IDENTIFICATION DIVISION.
program-id. GC97QUARANTINE.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Feed quarantine release workstation. The batch steps
*>             that refuse a feed on a check - musesqf01a's manifest
*>             and double-feed checks, pflsqf01a's preflight - move
*>             the feed into the quarantine directory and file it on
*>             the QUARANT.DAT register (prquarant.cpy) with why it
*>             failed and who was alerted when. This screen lists
*>             the feeds still in quarantine, and an authorized user
*>             (update role or above from the GC85SIGNON sign-on;
*>             inquiry users browse only) either
*>               - releases a feed back to the name it was found
*>                 under (refused while another file sits there), or
*>               - rejects it for good: it moves on to the REJECTED
*>                 directory under quarantine and is never picked up.
*>             Either way a reason is mandatory, the register line is
*>             closed with the user and time, and the action goes to
*>             QUARAUD.LOG - timestamp, user, action, feed, origin,
*>             failed check, reason - so a resent or short feed can
*>             be shown never to have slipped through unseen.
*>             Without TABEUSER.DAT there is no one to hold to
*>             account, and the screen is browse only.
*>             A register longer than the 2000 lines held in memory
*>             is browse only as well - writing it back would lose
*>             the lines beyond - until it is archived down.
*>             Its operator texts are GC65MSGTEXT messages 1-24
*>             (program GC97QUARANTI in the message table), so they
*>             show in the signed-on user's language.
*> Tectonics:  cobc -x GC97QUARANTINE.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC97QUARANTINE
*> Parameters: QUARANTINE_DIR - quarantine directory (QUARANTINE)
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
   select optional QuarFile
          assign       to 'QUARANT.DAT'
          organization is line sequential
          file status  is QuarFile-fs.
   select QuarAud
          assign       to 'QUARAUD.LOG'
          organization is line sequential
          file status  is QuarAud-fs.

DATA DIVISION.
FILE SECTION.
*>     the register line prquarant.cpy writes (fqrnsqf01.cpy)
fd  QuarFile.
01  QuarFile-record.
    05 qr-status                   pic x(01).
    05 filler                      pic x(01).
    05 qr-id                       pic x(15).
    05 filler                      pic x(01).
    05 qr-file                     pic x(40).
    05 filler                      pic x(01).
    05 qr-origin                   pic x(60).
    05 filler                      pic x(01).
    05 qr-program                  pic x(10).
    05 filler                      pic x(01).
    05 qr-check                    pic x(10).
    05 filler                      pic x(01).
    05 qr-reason                   pic x(60).
    05 filler                      pic x(01).
    05 qr-alert-sev                pic x(06).
    05 filler                      pic x(01).
    05 qr-alert-ok                 pic x(01).
    05 filler                      pic x(01).
    05 qr-alert-ts                 pic x(15).
    05 filler                      pic x(01).
    05 qr-action-user              pic x(12).
    05 filler                      pic x(01).
    05 qr-action-ts                pic x(15).
fd  QuarAud.
01  QuarAud-record                 pic x(250).

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

01  QuarFile-fs   pic x(02) value spaces.
01  QuarAud-fs    pic x(02) value spaces.
01  env-value     pic x(64) value spaces.
01  wQrDir        pic x(40) value 'QUARANTINE'.
01  wRejDir       pic x(60) value spaces.
01  wReadOnly     pic x(01) value 'N'.

*>     the whole register in memory - the action re-reads it just
*>     before the update and writes it back whole, the same
*>     load/rewrite pattern GC85SIGNON uses for TABEUSER.DAT
01  wRegTab.
    05 wRegCount  pic 9(04) value 0.
    05 wRegRow    pic x(256) occurs 2000 times.
01  wRegIdx       pic 9(04) value 0.
01  wRegFull      pic x(01) value 'N'.
*>     the rows still in quarantine, in register order
01  wQTab.
    05 wQCount    pic 9(04) value 0.
    05 wQRow      pic 9(04) occurs 2000 times.
01  wQIdx         pic 9(04) value 0.
01  wPageTop      pic 9(04) value 1.
01  wRow          pic 9(02) value 0.
01  wLineNo       pic 9(02) value 0.
01  wPickX        pic x(02) value spaces.
01  wPick         pic 9(02) value 0.
01  wMsg          pic x(80) value spaces.

*>     the feed being acted on
01  wAction       pic x(07) value spaces.
01  wActId        pic x(15) value spaces.
01  wActFile      pic x(40) value spaces.
01  wActReason    pic x(60) value spaces.
01  wConfirm      pic x(01) value spaces.
01  wFromName     pic x(120) value spaces.
01  wToName       pic x(120) value spaces.
01  wCheckDetails pic x(30) value spaces.
01  wMoved        pic x(01) value 'N'.
01  wFound        pic x(01) value 'N'.
01  wActCount     pic 9(05) value 0.

*>     audit support
01  wAuditUser    pic x(12) value 'unknown'.
01  wAuditDate    pic 9(08) value 0.
01  wAuditTime    pic 9(08) value 0.
01  wAuditTSX     pic x(19) value spaces.
01  wActionTS     pic x(15) value spaces.

COPY 'GC98KEYCODE.CPY'.
COPY 'GC85SIGNON.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-24 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' browse only - releases/rejects refused          '.
    05 filler pic x(58) value 'feeds released/rejected this session: '.
    05 filler pic x(58) value 'sign-on refused - '.
    05 filler pic x(58) value ' nr quarantined     feed          '.
    05 filler pic x(58) value '             check      step       '.
    05 filler pic x(58) value ' (nothing in quarantine)                 '.
    05 filler pic x(58) value ' register longer than 2000 lines '.
    05 filler pic x(58) value '- oldest shown only, browse only '.
    05 filler pic x(58) value ' PgDn/PgUp=page  F5=release to inbound  '.
    05 filler pic x(58) value 'F6=reject for good  ESC=exit      '.
    05 filler pic x(58) value ' line number: '.
    05 filler pic x(58) value ' no such line                                   '.
    05 filler pic x(58) value ' reason: '.
    05 filler pic x(58) value ' a reason is mandatory - nothing done              '.
    05 filler pic x(58) value ' confirm (Y/N): '.
    05 filler pic x(58) value ' feed no longer in quarantine - nothing done       '.
    05 filler pic x(58) value ' a file already sits at the original name - refused'.
    05 filler pic x(58) value ' the feed file could not be moved - nothing done   '.
    05 filler pic x(58) value ' register over 2000 lines - '.
    05 filler pic x(58) value 'archive it first, nothing done '.
    05 filler pic x(58) value ' FEED QUARANTINE - '.
    05 filler pic x(58) value ' feed(s) held in '.
    05 filler pic x(58) value ' (found as '.
    05 filler pic x(58) value ' done - audited to QUARAUD.LOG'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 24 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(74) value ' nr quarantined     feed                       check      step       '.
    05 filler pic x(74) value ' register longer than 2000 lines - oldest shown only, browse only '.
    05 filler pic x(74) value ' PgDn/PgUp=page  F5=release to inbound  F6=reject for good  ESC=exit      '.
    05 filler pic x(74) value ' register over 2000 lines - archive it first, nothing done '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(74) occurs 4 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
  set environment 'COB_SCREEN_ESC'        TO 'Y'
  display 'QUARANTINE_DIR' upon environment-name
  accept env-value from environment-value
  if env-value not = spaces
     move env-value to wQrDir
  end-if
  perform Sign-On thru Sign-On-Ex
  perform Load-Register thru Load-Register-Ex
*>     eight feeds a page, two lines each - the name line and the
*>     reason it was refused
  move 1 to wPageTop.

List-Loop.
  perform Show-List thru Show-List-Ex
  accept omitted
  evaluate true
     when ws-KEY = K-ESCAPE
        go to End-Program
     when ws-KEY = K-PAGEDOWN
        if wPageTop + 8 <= wQCount
           add 8 to wPageTop
        end-if
        go to List-Loop
     when ws-KEY = K-PAGEUP
        if wPageTop > 8
           subtract 8 from wPageTop
        else
           move 1 to wPageTop
        end-if
        go to List-Loop
     when ws-KEY = K-F5 or ws-KEY = K-F6
        if wReadOnly = 'Y'
           display wText(1)(1:49)
                  at 2302 :BCOL: red :FCOL: white
           accept omitted
        else
           if ws-KEY = K-F5
              move 'RELEASE' to wAction
           else
              move 'REJECT'  to wAction
           end-if
           perform Act-On-Feed thru Act-On-Feed-Ex
           perform Load-Register thru Load-Register-Ex
           if wPageTop > wQCount
              move 1 to wPageTop
           end-if
        end-if
        go to List-Loop
     when other
        go to List-Loop
  end-evaluate.

End-Program.
  display ' ' at 0101 with blank screen
  display wText(2)(1:38) wActCount
  GOBACK.

*> ***********************************************************************************
*>                        R O U T I N E S
*> ***********************************************************************************

Sign-On.
*>     a release puts a refused feed back in front of the night -
*>     only a signed-on update user may do it, and the audit names
*>     them; no user file means no one to name, so browse only
   call "GC85SIGNON" using SIGNON-AREA
   evaluate Sg-Status
      when 'Y'
*>       the user's own language, now that it is known
         if Sg-Lang not = space
            move space to Mt-Status
            perform Load-Texts thru Load-Texts-Ex
         end-if
         move Sg-User to wAuditUser
         if not Sg-Role-Update
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

Load-Register.
   move 0 to wRegCount wQCount
   move 'N' to wRegFull
   open input QuarFile
   if QuarFile-fs not = '00' and QuarFile-fs not = '05'
      go to Load-Register-Ex
   end-if
   perform until QuarFile-fs not = '00'
      read QuarFile
         at end continue
      end-read
      if QuarFile-fs = '00'
         if wRegCount < 2000
            add 1 to wRegCount
            move QuarFile-record to wRegRow(wRegCount)
            if qr-status = 'Q'
               add 1 to wQCount
               move wRegCount to wQRow(wQCount)
            end-if
         else
            move 'Y' to wRegFull
         end-if
      end-if
   end-perform
   close QuarFile
   continue.
Load-Register-Ex. exit.

Show-List.
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string wText(21)(1:19) wQCount wText(22)(1:17)
          trim(wQrDir) delimited by size into wMsg
   display wMsg at 0101 :BCOL: green :FCOL: white highlight
   display wLong(1)(1:69)
          at 0301 :BCOL: blue :FCOL: yellow
   if wQCount = 0
      display wText(6)(1:41) at 0502 :BCOL: black :FCOL: white
      go to Show-List-Keys
   end-if
   move 3 to wRow
   move 0 to wLineNo
   perform varying wQIdx from wPageTop by 1
             until wQIdx > wQCount or wLineNo >= 8
      add 1 to wLineNo
      add 1 to wRow
      move wRegRow(wQRow(wQIdx)) to QuarFile-record
      move spaces to wMsg
      string ' ' wLineNo ' ' qr-id ' ' qr-file(1:26) ' ' qr-check
             ' ' qr-program
             delimited by size into wMsg
      display wMsg at line wRow column 01 :BCOL: black :FCOL: white
      add 1 to wRow
      move spaces to wMsg
      string '      ' qr-reason(1:58) delimited by size into wMsg
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

Act-On-Feed.
*>     pick the line, give the mandatory reason, confirm - then the
*>     register is re-read so a line a batch step appended meanwhile
*>     is not lost when it is written back
   if wRegFull = 'Y'
      perform Refuse-Full thru Refuse-Full-Ex
      go to Act-On-Feed-Ex
   end-if
   display wText(11)(1:14) at 2302 :BCOL: black :FCOL: white
   move spaces to wPickX
   accept wPickX at 2316 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE
      go to Act-On-Feed-Ex
   end-if
   compute wPick = numval(wPickX)
   compute wQIdx = wPageTop + wPick - 1
   if wPick < 1 or wPick > 8 or wQIdx > wQCount
      display wText(12)(1:48)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      go to Act-On-Feed-Ex
   end-if
   move wRegRow(wQRow(wQIdx)) to QuarFile-record
   move qr-id   to wActId
   move qr-file to wActFile
   display ' ' at 2201 with blank line
   move spaces to wMsg
   string ' ' wAction ' ' trim(qr-file) wText(23)(1:11)
          trim(qr-origin) ')' delimited by size into wMsg
   display wMsg at 2201 :BCOL: black :FCOL: yellow
   display wText(13)(1:9) at 2302 :BCOL: black :FCOL: white
   move spaces to wActReason
   accept wActReason at 2311 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE
      go to Act-On-Feed-Ex
   end-if
   if wActReason = spaces
      display wText(14)(1:51)
             at 2402 :BCOL: red :FCOL: white
      accept omitted
      go to Act-On-Feed-Ex
   end-if
   display wText(15)(1:16) at 2402 :BCOL: black :FCOL: white
   move spaces to wConfirm
   accept wConfirm at 2418 :BCOL: blue :FCOL: white
   if upper-case(wConfirm) not = 'Y'
      go to Act-On-Feed-Ex
   end-if
   perform Load-Register thru Load-Register-Ex
   if wRegFull = 'Y'
      perform Refuse-Full thru Refuse-Full-Ex
      go to Act-On-Feed-Ex
   end-if
   move 'N' to wFound
   perform varying wRegIdx from 1 by 1
             until wRegIdx > wRegCount or wFound = 'Y'
      move wRegRow(wRegIdx) to QuarFile-record
      if qr-id = wActId and qr-file = wActFile and qr-status = 'Q'
         move 'Y' to wFound
      end-if
   end-perform
   if wFound = 'N'
      display wText(16)(1:51)
             at 2402 :BCOL: red :FCOL: white
      accept omitted
      go to Act-On-Feed-Ex
   end-if
   subtract 1 from wRegIdx
   move wRegRow(wRegIdx) to QuarFile-record
   move spaces to wFromName
   string trim(wQrDir) '/' trim(qr-file) delimited by size
          into wFromName
   if wAction = 'RELEASE'
      move qr-origin to wToName
*>     never over a file that has landed since - that one may be the
*>     genuine next feed
      call "CBL_CHECK_FILE_EXIST" using wToName wCheckDetails
      if return-code = 0
         move 0 to return-code
         display wText(17)(1:51)
                at 2402 :BCOL: red :FCOL: white
         accept omitted
         go to Act-On-Feed-Ex
      end-if
   else
      move spaces to wRejDir
      string trim(wQrDir) '/REJECTED' delimited by size into wRejDir
      call "CBL_CREATE_DIR" using wRejDir
      move spaces to wToName
      string trim(wRejDir) '/' trim(qr-file) delimited by size
             into wToName
   end-if
   perform Move-Feed thru Move-Feed-Ex
   if wMoved = 'N'
      display wText(18)(1:51)
             at 2402 :BCOL: red :FCOL: white
      accept omitted
      go to Act-On-Feed-Ex
   end-if
   perform Stamp-Time thru Stamp-Time-Ex
   if wAction = 'RELEASE'
      move 'R' to qr-status
   else
      move 'X' to qr-status
   end-if
   move wAuditUser to qr-action-user
   move wActionTS  to qr-action-ts
   move QuarFile-record to wRegRow(wRegIdx)
   perform Rewrite-Register thru Rewrite-Register-Ex
   perform Write-Quar-Audit thru Write-Quar-Audit-Ex
   add 1 to wActCount
   move spaces to wMsg
   string ' ' trim(wActFile) ' ' trim(wAction)
          wText(24)(1:30)
          delimited by size into wMsg
   display wMsg at 2402 :BCOL: green :FCOL: white
   accept omitted
   continue.
Act-On-Feed-Ex. exit.

*>     the rewrite keeps only the lines held in memory - with more on
*>     file than that, nothing may be written back
Refuse-Full.
   display wLong(4)(1:59)
          at 2402 :BCOL: red :FCOL: white
   accept omitted
   continue.
Refuse-Full-Ex. exit.

Move-Feed.
*>     a rename where the directories share a volume, else copy
*>     across and remove the original
   move 'N' to wMoved
   call "CBL_RENAME_FILE" using wFromName wToName
   if return-code = 0
      move 'Y' to wMoved
   else
      call "CBL_COPY_FILE" using wFromName wToName
      if return-code = 0
         call "CBL_DELETE_FILE" using wFromName
         move 'Y' to wMoved
      end-if
   end-if
   move 0 to return-code
   continue.
Move-Feed-Ex. exit.

Rewrite-Register.
   open output QuarFile
   perform varying wRegIdx from 1 by 1 until wRegIdx > wRegCount
      move wRegRow(wRegIdx) to QuarFile-record
      write QuarFile-record
   end-perform
   close QuarFile
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

Write-Quar-Audit.
   open extend QuarAud
   if QuarAud-fs not = '00'
      open output QuarAud
      close QuarAud
      open extend QuarAud
   end-if
   move spaces to QuarAud-record
   string wAuditTSX ' ' wAuditUser ' ' wAction ' ' trim(qr-file)
          ' origin ' trim(qr-origin) ' check ' trim(qr-check)
          ' by ' trim(qr-program) ' reason: ' trim(wActReason)
          delimited by size into QuarAud-record
   write QuarAud-record
   close QuarAud
   continue.
Write-Quar-Audit-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC97QUARANTI' to Mt-Program
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
   string wText(4)(1:34) wText(5)(1:35)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(7)(1:33) wText(8)(1:33)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(9)(1:40) wText(10)(1:34)
          delimited by size into wLong(3)
   end-string
   move spaces to wLong(4)
   string wText(19)(1:28) wText(20)(1:31)
          delimited by size into wLong(4)
   end-string
   continue.
Load-Texts-Ex. exit.
