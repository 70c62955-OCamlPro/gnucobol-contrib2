       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC63BULLPOST.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Post and follow the operations bulletins GC64BULLETIN
*>             shows at sign-on and on the GC99MENU foot line - from
*>             the command environment, so operations can script it
*>             into the batch night as well as run it from the menu:
*>               GC63_ACTION    POST (default), EXPIRE, LIST or ACKS
*>               GC63_SEVERITY  H high, W warning, I information
*>                              (POST, default I)
*>               GC63_FROM      in force from yyyymmddhhmm
*>                              (POST, default now)
*>               GC63_TO        in force up to yyyymmddhhmm
*>                              (POST, required)
*>               GC63_AUDIENCE  ALL (default), or the role letter
*>                              I, U or P it is meant for (POST)
*>               GC63_TEXT      the bulletin, up to 140 characters
*>                              (POST, required)
*>               GC63_ID        the bulletin number (EXPIRE, ACKS)
*>             POST appends the bulletin to BULLETIN.DAT under the next
*>             number; EXPIRE ends a bulletin now, when the late batch
*>             has caught up before its window is over; LIST shows
*>             every bulletin with its state and acknowledgements;
*>             ACKS shows who has acknowledged a HIGH bulletin and
*>             when (BULLACK.LOG), then the users of its audience in
*>             TABEUSER.DAT who have not yet.
*>             POST and EXPIRE need the promote role (GC85SIGNON);
*>             LIST and ACKS any signed-on user.
*>             BULLETIN.DAT is line sequential:
*>                1-6   bulletin number      40-51  posted by
*>                8     severity H/W/I       53-64  posted at
*>               10-21  from yyyymmddhhmm    66-205 text
*>               23-34  to   yyyymmddhhmm
*>               36-38  audience ALL/I/U/P
*>             Its operator texts are GC65MSGTEXT messages 1-26, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC63BULLPOST.COB
*> Usage:      GC63BULLPOST
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
*> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
*> Version:    1.0 2018.01.01
*> Changelog:  1.0 first release.
*> ************************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   select optional BullFile
          assign       to 'BULLETIN.DAT'
          organization is line sequential
          file status  is BullFile-fs.
   select optional AckLog
          assign       to 'BULLACK.LOG'
          organization is line sequential
          file status  is AckLog-fs.
   select optional UserFile
          assign       to 'TABEUSER.DAT'
          organization is line sequential
          file status  is UserFile-fs.

DATA DIVISION.
FILE SECTION.
fd  BullFile.
01  BullFile-record.
   05 bu-id                       pic 9(006).
   05                             pic x(001).
   05 bu-sev                      pic x(001).
   05                             pic x(001).
   05 bu-from                     pic 9(012).
   05                             pic x(001).
   05 bu-to                       pic 9(012).
   05                             pic x(001).
   05 bu-aud                      pic x(003).
   05                             pic x(001).
   05 bu-by                       pic x(012).
   05                             pic x(001).
   05 bu-posted                   pic 9(012).
   05                             pic x(001).
   05 bu-text                     pic x(140).

fd  AckLog.
01  AckLog-record.
   05 ak-date                     pic 9(008).
   05                             pic x(001).
   05 ak-time                     pic 9(006).
   05                             pic x(001).
   05 ak-user                     pic x(012).
   05                             pic x(001).
   05 ak-id                       pic 9(006).

fd  UserFile.
01  UserFile-record.
   05 uf-user                     pic x(012).
   05                             pic x(001).
   05 uf-hash                     pic 9(008).
   05                             pic x(001).
   05 uf-role                     pic x(001).
   05                             pic x(028).

WORKING-STORAGE SECTION.
01  BullFile-fs    pic x(02) value spaces.
01  AckLog-fs      pic x(02) value spaces.
01  UserFile-fs    pic x(02) value spaces.
01  env-value      pic x(140) value spaces.
01  wAction        pic x(08) value 'POST'.
01  wSev           pic x(01) value 'I'.
01  wFromX         pic x(12) value spaces.
01  wToX           pic x(12) value spaces.
01  wFrom          pic 9(12) value 0.
01  wTo            pic 9(12) value 0.
01  wAud           pic x(03) value 'ALL'.
01  wText          pic x(140) value spaces.
01  wIdX           pic x(06) value spaces.
01  wId            pic 9(06) value 0.
01  wToday         pic 9(08) value 0.
01  wNowTime       pic 9(08) value 0.
01  wNow           pic 9(12) value 0.

*>     BULLETIN.DAT in storage, for the next number and EXPIRE
01  wBullTab.
    05 wBullCount  pic 9(03) value 0.
    05 wBullRow    pic x(205) occurs 500 times.
01  wBx            pic 9(03) value 0.
01  wLastId        pic 9(06) value 0.
01  wFound         pic x(01) value 'N'.

01  wState         pic x(08) value spaces.
01  wAcks          pic 9(05) value 0.
01  wAcksZ         pic zzzz9.
01  wAcked         pic x(01) value 'N'.
01  wOpen          pic 9(05) value 0.

COPY 'GC85SIGNON.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-26 of this
*>     program replace them in the signed-on user's language
01  wOpTexts.
    05 filler pic x(58) value 'GC63BULLPOST: GC63_ACTION must be POST, EXPIRE,'.
    05 filler pic x(58) value ' LIST or ACKS'.
    05 filler pic x(58) value 'GC63BULLPOST: sign-on refused '.
    05 filler pic x(58) value 'GC63BULLPOST: '.
    05 filler pic x(58) value ' needs the promote role'.
    05 filler pic x(58) value 'GC63BULLPOST: GC63_SEVERITY must be H, W or I'.
    05 filler pic x(58) value 'GC63BULLPOST: GC63_AUDIENCE must be ALL, I, U or P'.
    05 filler pic x(58) value 'GC63BULLPOST: GC63_TEXT is required'.
    05 filler pic x(58) value 'GC63BULLPOST: GC63_FROM must be yyyymmddhhmm'.
    05 filler pic x(58) value 'GC63BULLPOST: GC63_TO (yyyymmddhhmm) is required'.
    05 filler pic x(58) value 'GC63BULLPOST: GC63_TO must be after GC63_FROM'.
    05 filler pic x(58) value 'GC63BULLPOST: BULLETIN.DAT cannot be written, status '.
    05 filler pic x(58) value 'GC63BULLPOST: bulletin '.
    05 filler pic x(58) value ' posted, severity '.
    05 filler pic x(58) value ' for '.
    05 filler pic x(58) value 'GC63BULLPOST: EXPIRE needs GC63_ID'.
    05 filler pic x(58) value ' expired at '.
    05 filler pic x(58) value ' is not on file'.
    05 filler pic x(58) value ' bulletins on file'.
    05 filler pic x(58) value ' by '.
    05 filler pic x(58) value ' acks '.
    05 filler pic x(58) value 'GC63BULLPOST: ACKS needs GC63_ID'.
    05 filler pic x(58) value 'acknowledged:'.
    05 filler pic x(58) value 'not yet acknowledged:'.
    05 filler pic x(58) value ' role '.
    05 filler pic x(58) value '   (none)'.
01  wOpTextsR redefines wOpTexts.
    05 wOpText   pic x(58) occurs 26 times.
01  wOpTx         pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   perform Read-Parameters thru Read-Parameters-Ex
   accept wToday   from date yyyymmdd
   accept wNowTime from time
   compute wNow = wToday * 10000 + wNowTime / 10000

   if wAction not = 'POST' and wAction not = 'EXPIRE'
      and wAction not = 'LIST' and wAction not = 'ACKS'
      display wOpText(1)(1:47)
              wOpText(2)(1:13)
      move 16 to return-code
      goback
   end-if

   call 'GC85SIGNON' using SIGNON-AREA
      on exception
         move 'N' to Sg-Status
   end-call
   if Sg-Status not = 'Y'
      display wOpText(3)(1:30) trim(Sg-Message)
      move 16 to return-code
      goback
   end-if
*> the user's own language, now that it is known
   if Sg-Lang not = space
      move space to Mt-Status
      perform Load-Texts thru Load-Texts-Ex
   end-if
   if (wAction = 'POST' or wAction = 'EXPIRE')
      and not Sg-Role-Promote
      display wOpText(4)(1:14) wAction wOpText(5)(1:23)
      move 16 to return-code
      goback
   end-if

   perform Load-Bulletins thru Load-Bulletins-Ex
   move 0 to return-code
   evaluate wAction
      when 'POST'   perform Post-Bulletin   thru Post-Bulletin-Ex
      when 'EXPIRE' perform Expire-Bulletin thru Expire-Bulletin-Ex
      when 'LIST'   perform List-Bulletins  thru List-Bulletins-Ex
      when 'ACKS'   perform List-Acks       thru List-Acks-Ex
   end-evaluate
   GOBACK.

Read-Parameters.
   display 'GC63_ACTION' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move upper-case(env-value) to wAction
   end-if
   display 'GC63_SEVERITY' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move upper-case(env-value(1:1)) to wSev
   end-if
   display 'GC63_FROM' upon environment-name
   accept env-value from environment-value
   move env-value to wFromX
   display 'GC63_TO' upon environment-name
   accept env-value from environment-value
   move env-value to wToX
   display 'GC63_AUDIENCE' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move upper-case(env-value) to wAud
   end-if
   display 'GC63_TEXT' upon environment-name
   accept env-value from environment-value
   move env-value to wText
   display 'GC63_ID' upon environment-name
   accept env-value from environment-value
   move env-value to wIdX
   if wIdX not = spaces and trim(wIdX) is numeric
      move numval(wIdX) to wId
   end-if
   continue.
Read-Parameters-Ex. exit.

Load-Bulletins.
   move 0 to wBullCount wLastId
   open input BullFile
   if BullFile-fs not = '00' and BullFile-fs not = '05'
      go to Load-Bulletins-Ex
   end-if
   perform until BullFile-fs not = '00'
      move spaces to BullFile-record
      read BullFile
      if BullFile-fs = '00' and wBullCount < 500
         add 1 to wBullCount
         move BullFile-record to wBullRow(wBullCount)
         if bu-id is numeric and bu-id > wLastId
            move bu-id to wLastId
         end-if
      end-if
   end-perform
   close BullFile
   continue.
Load-Bulletins-Ex. exit.

*> ***********************************************************************************
*>     a new bulletin under the next number
*> ***********************************************************************************
Post-Bulletin.
   if wSev not = 'H' and wSev not = 'W' and wSev not = 'I'
      display wOpText(6)(1:45)
      move 16 to return-code
      go to Post-Bulletin-Ex
   end-if
   if wAud not = 'ALL' and wAud not = 'I' and wAud not = 'U'
      and wAud not = 'P'
      display wOpText(7)(1:50)
      move 16 to return-code
      go to Post-Bulletin-Ex
   end-if
   if wText = spaces
      display wOpText(8)(1:35)
      move 16 to return-code
      go to Post-Bulletin-Ex
   end-if
   if wFromX = spaces
      move wNow to wFrom
   else
      if wFromX is not numeric
         display wOpText(9)(1:44)
         move 16 to return-code
         go to Post-Bulletin-Ex
      end-if
      move wFromX to wFrom
   end-if
   if wToX = spaces or wToX is not numeric
      display wOpText(10)(1:48)
      move 16 to return-code
      go to Post-Bulletin-Ex
   end-if
   move wToX to wTo
   if wTo <= wFrom
      display wOpText(11)(1:45)
      move 16 to return-code
      go to Post-Bulletin-Ex
   end-if

   open extend BullFile
   if BullFile-fs not = '00' and BullFile-fs not = '05'
      open output BullFile
   end-if
   if BullFile-fs not = '00' and BullFile-fs not = '05'
      display wOpText(12)(1:53)
              BullFile-fs
      move 16 to return-code
      go to Post-Bulletin-Ex
   end-if
   move spaces     to BullFile-record
   add 1 to wLastId giving bu-id
   move wSev       to bu-sev
   move wFrom      to bu-from
   move wTo        to bu-to
   move wAud       to bu-aud
   move Sg-User    to bu-by
   move wNow       to bu-posted
   move wText      to bu-text
   write BullFile-record
   close BullFile
   display wOpText(13)(1:23) bu-id wOpText(14)(1:18) wSev
           ' ' wFrom ' - ' wTo wOpText(15)(1:5) wAud
   continue.
Post-Bulletin-Ex. exit.

*> ***********************************************************************************
*>     end a bulletin now - BULLETIN.DAT rewritten with its to-time
*> ***********************************************************************************
Expire-Bulletin.
   if wId = 0
      display wOpText(16)(1:34)
      move 16 to return-code
      go to Expire-Bulletin-Ex
   end-if
   move 'N' to wFound
   open output BullFile
   perform varying wBx from 1 by 1 until wBx > wBullCount
      move wBullRow(wBx) to BullFile-record
      if bu-id is numeric and bu-id = wId
         move 'Y' to wFound
         if bu-to is not numeric or bu-to > wNow
            move wNow to bu-to
         end-if
      end-if
      write BullFile-record
   end-perform
   close BullFile
   if wFound = 'Y'
      display wOpText(13)(1:23) wId wOpText(17)(1:12) wNow
   else
      display wOpText(13)(1:23) wId wOpText(18)(1:15)
      move 4 to return-code
   end-if
   continue.
Expire-Bulletin-Ex. exit.

*> ***********************************************************************************
*>     every bulletin with its state and acknowledgements
*> ***********************************************************************************
List-Bulletins.
   display wOpText(4)(1:14) wBullCount wOpText(19)(1:18)
   perform varying wBx from 1 by 1 until wBx > wBullCount
      move wBullRow(wBx) to BullFile-record
      evaluate true
         when bu-from is not numeric or bu-to is not numeric
            move 'INVALID' to wState
         when bu-from > wNow
            move 'PENDING' to wState
         when bu-to <= wNow
            move 'EXPIRED' to wState
         when other
            move 'IN FORCE' to wState
      end-evaluate
      move bu-id to wId
      perform Count-Acks thru Count-Acks-Ex
      move wAcks to wAcksZ
      display bu-id ' ' bu-sev ' ' wState ' ' bu-from ' - ' bu-to
              ' ' bu-aud wOpText(20)(1:4) bu-by wOpText(21)(1:6) wAcksZ
      display '       ' trim(bu-text)
   end-perform
   continue.
List-Bulletins-Ex. exit.

Count-Acks.
   move 0 to wAcks
   open input AckLog
   if AckLog-fs not = '00' and AckLog-fs not = '05'
      go to Count-Acks-Ex
   end-if
   perform until AckLog-fs not = '00'
      read AckLog
      if AckLog-fs = '00' and ak-id is numeric and ak-id = wId
         add 1 to wAcks
      end-if
   end-perform
   close AckLog
   continue.
Count-Acks-Ex. exit.

*> ***********************************************************************************
*>     who has acknowledged a bulletin, and who of its audience not
*> ***********************************************************************************
List-Acks.
   if wId = 0
      display wOpText(22)(1:32)
      move 16 to return-code
      go to List-Acks-Ex
   end-if
   move 'N' to wFound
   perform varying wBx from 1 by 1 until wBx > wBullCount
      move wBullRow(wBx) to BullFile-record
      if bu-id is numeric and bu-id = wId
         move 'Y' to wFound
         move wBullCount to wBx
      end-if
   end-perform
   if wFound not = 'Y'
      display wOpText(13)(1:23) wId wOpText(18)(1:15)
      move 4 to return-code
      go to List-Acks-Ex
   end-if
   move bu-aud to wAud
   display wOpText(13)(1:23) wId ' ' bu-sev wOpText(15)(1:5) wAud
           ' - ' trim(bu-text)
   display wOpText(23)(1:13)
   open input AckLog
   if AckLog-fs = '00' or AckLog-fs = '05'
      perform until AckLog-fs not = '00'
         read AckLog
         if AckLog-fs = '00' and ak-id is numeric and ak-id = wId
            display '   ' ak-user ' ' ak-date ' ' ak-time
         end-if
      end-perform
      close AckLog
   end-if

   display wOpText(24)(1:21)
   move 0 to wOpen
   open input UserFile
   if UserFile-fs = '00'
      perform until UserFile-fs not = '00'
         move spaces to UserFile-record
         read UserFile
         if UserFile-fs = '00' and uf-user not = spaces
            and (wAud = 'ALL' or wAud(1:1) = uf-role)
            perform Find-User-Ack thru Find-User-Ack-Ex
            if wAcked not = 'Y'
               display '   ' uf-user wOpText(25)(1:6) uf-role
               add 1 to wOpen
            end-if
         end-if
      end-perform
      close UserFile
   end-if
   if wOpen = 0
      display wOpText(26)(1:9)
   end-if
   continue.
List-Acks-Ex. exit.

Find-User-Ack.
   move 'N' to wAcked
   open input AckLog
   if AckLog-fs not = '00' and AckLog-fs not = '05'
      go to Find-User-Ack-Ex
   end-if
   perform until AckLog-fs not = '00' or wAcked = 'Y'
      read AckLog
      if AckLog-fs = '00' and ak-id is numeric and ak-id = wId
         and ak-user = uf-user
         move 'Y' to wAcked
      end-if
   end-perform
   close AckLog
   continue.
Find-User-Ack-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC63BULLPOST' to Mt-Program
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
   perform varying wOpTx from 1 by 1 until wOpTx > 26
      if Mt-Text(wOpTx) not = spaces
         move Mt-Text(wOpTx) to wOpText(wOpTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
