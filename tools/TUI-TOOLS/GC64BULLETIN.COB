       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC64BULLETIN.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Operations bulletins at sign-on - the late batch, the
*>             table frozen for close, the tool under maintenance,
*>             told to everybody on the screen they are about to work
*>             in instead of by phone and notes on monitors.
*>             The bulletins are posted by a promote-role user with
*>             GC63BULLPOST into BULLETIN.DAT; each has a severity
*>             (H high, W warning, I information), a validity window
*>             (from/to yyyymmddhhmm) and an audience (ALL, or the
*>             GC85SIGNON role letter I, U or P it is meant for).
*>             'S' shows the bulletins in force for the signed-on
*>             user in GC02BOXMEX boxes, the most severe first.
*>             Dismissing a HIGH bulletin's box is the user's
*>             acknowledgement: it is appended to BULLACK.LOG (date,
*>             time, user, bulletin number) and the bulletin does not
*>             pop up for that user again - GC63BULLPOST ACKS lists
*>             who has and who has not seen it. The other bulletins
*>             pop up once per session (this run unit).
*>             'F' gives the menu shell its foot line - the most
*>             severe bulletin in force, read afresh on every call, so
*>             the line goes when the bulletin expires.
*>             GC85SIGNON shows the bulletins at an interactive
*>             sign-on and GC99MENU at the shell's own; the tools the
*>             shell launches sign on silently and show nothing more.
*> Tectonics:  cobc -m GC64BULLETIN.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC64BULLETIN" USING BULLETIN-AREA
*> Parameters: look at GC64BULLETIN.CPY
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

WORKING-STORAGE SECTION.
01  BullFile-fs    pic x(02) value spaces.
01  AckLog-fs      pic x(02) value spaces.
01  wToday         pic 9(08) value 0.
01  wNowTime       pic 9(08) value 0.
01  wNow           pic 9(12) value 0.

*>     the bulletins in force for the user
01  wBullTab.
    05 wBullCount  pic 9(03) value 0.
    05 wBull occurs 50 times.
       10 wb-id    pic 9(06).
       10 wb-sev   pic x(01).
       10 wb-rank  pic 9(01).
       10 wb-to    pic 9(12).
       10 wb-by    pic x(12).
       10 wb-text  pic x(140).
01  wBx            pic 9(03) value 0.
01  wBest          pic 9(03) value 0.
01  wRank          pic 9(01) value 0.

*>     the HIGH bulletins the user has acknowledged
01  wAckTab.
    05 wAckCount   pic 9(03) value 0.
    05 wAckId      pic 9(06) occurs 300 times.
01  wAx            pic 9(03) value 0.
01  wAcked         pic x(01) value 'N'.

*>     the bulletins already shown in this session - kept across
*>     calls, so a tool signing on again under the menu shell does
*>     not pop them up a second time
01  wSessTab.
    05 wSessCount  pic 9(03) value 0.
    05 wSessId     pic 9(06) occurs 100 times.
01  wSx            pic 9(03) value 0.
01  wSeen          pic x(01) value 'N'.

*>     the box text - the bulletin wrapped at word ends
01  wLines         pic 9(02) value 0.
01  wLine          pic x(35) value spaces.
01  wPos           pic 9(03) value 0.
01  wLen           pic 9(03) value 0.
01  wCut           pic 9(02) value 0.
01  wStamp         pic x(16) value spaces.
01  wStampIn       pic 9(12) value 0.
01  wSevWord       pic x(11) value spaces.
01  wMore          pic z9.

COPY 'GC02BOXMEX.CPY'.

LINKAGE SECTION.
COPY 'GC64BULLETIN.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION using BULLETIN-AREA.
Bulletin-Main.
   move 0      to Bl-Active Bl-Shown
   move space  to Bl-Foot-Sev
   move spaces to Bl-Foot
   accept wToday   from date yyyymmdd
   accept wNowTime from time
   compute wNow = wToday * 10000 + wNowTime / 10000

   perform Load-Bulletins thru Load-Bulletins-Ex
   move wBullCount to Bl-Active
   if wBullCount = 0
      goback
   end-if

   evaluate Bl-Function
      when 'F'
         perform Set-Foot thru Set-Foot-Ex
      when other
         perform Load-Acks thru Load-Acks-Ex
         perform varying wRank from 3 by -1 until wRank < 1
            perform varying wBx from 1 by 1 until wBx > wBullCount
               if wb-rank(wBx) = wRank
                  perform Show-One thru Show-One-Ex
               end-if
            end-perform
         end-perform
   end-evaluate
   GOBACK.

*> ***********************************************************************************
*>     the bulletins whose window holds now and whose audience takes
*>     in the user's role
*> ***********************************************************************************
Load-Bulletins.
   move 0 to wBullCount
   open input BullFile
   if BullFile-fs not = '00' and BullFile-fs not = '05'
      go to Load-Bulletins-Ex
   end-if
   perform until BullFile-fs not = '00'
      move spaces to BullFile-record
      read BullFile
      if BullFile-fs = '00'
         and bu-id is numeric
         and bu-from is numeric and bu-to is numeric
         and bu-from <= wNow and bu-to > wNow
         and (bu-aud = 'ALL' or bu-aud(1:1) = Bl-Role)
         and wBullCount < 50
         add 1 to wBullCount
         move bu-id   to wb-id(wBullCount)
         move bu-sev  to wb-sev(wBullCount)
         evaluate bu-sev
            when 'H'   move 3 to wb-rank(wBullCount)
            when 'W'   move 2 to wb-rank(wBullCount)
            when other move 1 to wb-rank(wBullCount)
         end-evaluate
         move bu-to   to wb-to(wBullCount)
         move bu-by   to wb-by(wBullCount)
         move bu-text to wb-text(wBullCount)
      end-if
   end-perform
   close BullFile
   continue.
Load-Bulletins-Ex. exit.

*> ***********************************************************************************
*>     the foot line - the most severe bulletin, the latest of equals
*> ***********************************************************************************
Set-Foot.
   move 1 to wBest
   perform varying wBx from 2 by 1 until wBx > wBullCount
      if wb-rank(wBx) > wb-rank(wBest)
         or (wb-rank(wBx) = wb-rank(wBest) and wb-id(wBx) > wb-id(wBest))
         move wBx to wBest
      end-if
   end-perform
   move wb-sev(wBest) to Bl-Foot-Sev
   move wBest to wBx
   perform Set-Sev-Word thru Set-Sev-Word-Ex
   string ' ' delimited by size wSevWord delimited by space
          ': ' wb-text(wBest) delimited by size into Bl-Foot
   if wBullCount > 1
      compute wMore = wBullCount - 1
      move spaces to Bl-Foot(68:)
      string ' (+' wMore ' more)' delimited by size into Bl-Foot(68:)
   end-if
   continue.
Set-Foot-Ex. exit.

Set-Sev-Word.
   evaluate wb-sev(wBx)
      when 'H'   move 'HIGH'        to wSevWord
      when 'W'   move 'WARNING'     to wSevWord
      when other move 'INFORMATION' to wSevWord
   end-evaluate
   continue.
Set-Sev-Word-Ex. exit.

*> ***********************************************************************************
*>     the HIGH bulletins this user has already acknowledged
*> ***********************************************************************************
Load-Acks.
   move 0 to wAckCount
   open input AckLog
   if AckLog-fs not = '00' and AckLog-fs not = '05'
      go to Load-Acks-Ex
   end-if
   perform until AckLog-fs not = '00'
      move spaces to AckLog-record
      read AckLog
      if AckLog-fs = '00' and ak-user = Bl-User
         and ak-id is numeric and wAckCount < 300
         add 1 to wAckCount
         move ak-id to wAckId(wAckCount)
      end-if
   end-perform
   close AckLog
   continue.
Load-Acks-Ex. exit.

*> ***********************************************************************************
*>     one bulletin's box - skipped when acknowledged already (HIGH)
*>     or shown already in this session
*> ***********************************************************************************
Show-One.
   move 'N' to wAcked
   if wb-sev(wBx) = 'H'
      perform varying wAx from 1 by 1 until wAx > wAckCount
         if wAckId(wAx) = wb-id(wBx)
            move 'Y' to wAcked
         end-if
      end-perform
      if wAcked = 'Y'
         go to Show-One-Ex
      end-if
   end-if
   move 'N' to wSeen
   perform varying wSx from 1 by 1 until wSx > wSessCount
      if wSessId(wSx) = wb-id(wBx)
         move 'Y' to wSeen
      end-if
   end-perform
   if wSeen = 'Y'
      go to Show-One-Ex
   end-if

   move low-value to Bxm-tabmex
   move 0 to wLines
   perform Set-Sev-Word thru Set-Sev-Word-Ex
   move spaces to wLine
   string ' OPERATIONS BULLETIN - ' wSevWord delimited by size into wLine
   perform Add-Line thru Add-Line-Ex
   move wb-to(wBx) to wStampIn
   perform Edit-Stamp thru Edit-Stamp-Ex
   move spaces to wLine
   string ' in force until ' wStamp delimited by size into wLine
   perform Add-Line thru Add-Line-Ex
   move spaces to wLine
   perform Add-Line thru Add-Line-Ex
   perform Wrap-Text thru Wrap-Text-Ex
   move spaces to wLine
   perform Add-Line thru Add-Line-Ex
   move spaces to wLine
   string ' posted by ' wb-by(wBx) delimited by size into wLine
   perform Add-Line thru Add-Line-Ex
   move spaces to wLine
   if wb-sev(wBx) = 'H'
      move ' any key = read and acknowledged' to wLine
   else
      move ' press a key' to wLine
   end-if
   perform Add-Line thru Add-Line-Ex

   move 04 to Bxm-r1
   move 21 to Bxm-c1
   compute Bxm-r2 = Bxm-r1 + wLines + 1
   move 57 to Bxm-c2
   move 'D' to Bxm-style
   move 'Y' to Bxm-click
   move 'Y' to Bxm-fcoH
   move 7   to Bxm-fco Bxm-fcoM
   evaluate wb-sev(wBx)
      when 'H'
         move 4 to Bxm-bco Bxm-bcoM
         move 'Y' to Bxm-fcoMH
      when 'W'
         move 6 to Bxm-bco Bxm-bcoM
         move 'Y' to Bxm-fcoMH
      when other
         move 1 to Bxm-bco Bxm-bcoM
         move 'N' to Bxm-fcoMH
   end-evaluate
   call 'GC02BOXMEX' using BOXMEX-AREA
   add 1 to Bl-Shown

   if wSessCount < 100
      add 1 to wSessCount
      move wb-id(wBx) to wSessId(wSessCount)
   end-if
   if wb-sev(wBx) = 'H'
      perform Write-Ack thru Write-Ack-Ex
   end-if
   continue.
Show-One-Ex. exit.

*> ***********************************************************************************
*>     the bulletin text in lines of 33, broken at a word end
*> ***********************************************************************************
Wrap-Text.
   compute wLen = length(trim(wb-text(wBx) trailing))
   move 1 to wPos
   perform until wPos > wLen or wLines >= 14
      if wb-text(wBx)(wPos:1) = space
         add 1 to wPos
      else
         move 33 to wCut
         if wPos + 33 <= wLen
            and wb-text(wBx)(wPos + 33:1) not = space
            perform varying wCut from 33 by -1
                    until wCut < 10
                       or wb-text(wBx)(wPos + wCut - 1:1) = space
               continue
            end-perform
            if wCut < 10
               move 33 to wCut
            end-if
         end-if
         if wPos + wCut - 1 > wLen
            compute wCut = wLen - wPos + 1
         end-if
         move spaces to wLine
         move wb-text(wBx)(wPos:wCut) to wLine(2:)
         perform Add-Line thru Add-Line-Ex
         add wCut to wPos
      end-if
   end-perform
   continue.
Wrap-Text-Ex. exit.

Add-Line.
   if wLines < 19
      add 1 to wLines
      move wLine  to Bxm-mex(wLines)
      move x'00'  to Bxm-mex(wLines)(36:1)
   end-if
   continue.
Add-Line-Ex. exit.

Edit-Stamp.
   move spaces to wStamp
   string wStampIn(1:4) '-' wStampIn(5:2) '-' wStampIn(7:2) ' '
          wStampIn(9:2) ':' wStampIn(11:2)
          delimited by size into wStamp
   continue.
Edit-Stamp-Ex. exit.

*> ***********************************************************************************
*>     the acknowledgement of a HIGH bulletin
*> ***********************************************************************************
Write-Ack.
   open extend AckLog
   if AckLog-fs not = '00' and AckLog-fs not = '05'
      open output AckLog
   end-if
   if AckLog-fs not = '00' and AckLog-fs not = '05'
      go to Write-Ack-Ex
   end-if
   move spaces     to AckLog-record
   move wToday     to ak-date
   accept wNowTime from time
   move wNowTime(1:6) to ak-time
   move Bl-User    to ak-user
   move wb-id(wBx) to ak-id
   write AckLog-record
   close AckLog
   if wAckCount < 300
      add 1 to wAckCount
      move wb-id(wBx) to wAckId(wAckCount)
   end-if
   continue.
Write-Ack-Ex. exit.
