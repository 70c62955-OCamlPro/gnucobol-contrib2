       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC74FREEZE.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Change-freeze windows - month-end and year-end close
*>             are periods when nobody should touch reference data or
*>             control files. The windows are ordinary code records in
*>             a TABE0nnn.DAT table (GC74_TABLE, default TABE0001.DAT;
*>             ktab GC74_KTAB, default FRZ), maintained through the
*>             table tools like any other calendar:
*>                1-8   start date  yyyymmdd
*>               10-13  start time  hhmm (blank = 0000)
*>               15-22  end date    yyyymmdd
*>               24-27  end time    hhmm (blank = 2359)
*>               29-40  scope: ALL      every TABE table file
*>                             SORTCTL  the sort control files and
*>                                      the deck library
*>                             TABE0nnn.DAT  that table file only
*>               42-93  reason, shown to whoever is refused
*>             GC81TABCODES, GC76TABHEADERS, GC93TABSET,
*>             GC83TABPROMOTE, GC78SORTCTL and GC78DECKLIB CALL here
*>             before every save and refuse it inside a matching
*>             window, saying which window and why.
*>             Emergency override: with GC74_OVERRIDE holding the
*>             reason for it, a user of the promote role (GC85SIGNON -
*>             signed on here when the caller has no sign-on of its
*>             own) may save inside the window. The override is
*>             appended to TABEAUD1.LOG - file '** FREEZE **', so no
*>             restore ever replays it; old = the tool, scope and
*>             window, new = the override reason - and raises a
*>             GC91ALERT WARN event, once per scope and window per
*>             session; later saves of the session just go through.
*>             Fz-Dir, when given, is the environment directory the
*>             freeze table and the audit trail are taken from - the
*>             target environment, for GC83TABPROMOTE.
*> Tectonics:  cobc -m GC74FREEZE.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC74FREEZE" USING FREEZE-AREA
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
   select Tabe
          assign       to FRZFSPEC
          access mode  is dynamic
          organization is indexed
          record key   is Tabe-key
          file status  is Tabe-fs.
   select TabeAudit
          assign       to AUDSPEC
          organization is line sequential
          file status  is TabeAudit-fs.
*> second handle on the audit trail, used only to find the last
*> chain hash before the override row is appended
   select optional AuditScan
          assign       to AUDSPEC
          organization is line sequential
          file status  is AuditScan-fs.

DATA DIVISION.
FILE SECTION.
fd  Tabe.
01  Tabe-record.
   05 Tabe-key.
      07 Tabe-ktip                pic x(001).
      07 Tabe-ktab                pic x(003).
      07 Tabe-kcod                pic x(003).
   05 Tabe-data.
      07 Frz-start-date           pic x(008).
      07                          pic x(001).
      07 Frz-start-time           pic x(004).
      07                          pic x(001).
      07 Frz-end-date             pic x(008).
      07                          pic x(001).
      07 Frz-end-time             pic x(004).
      07                          pic x(001).
      07 Frz-scope                pic x(012).
      07                          pic x(001).
      07 Frz-reason               pic x(052).
fd  TabeAudit.
01  TabeAudit-record.
   05 TabeAudit-ts                pic x(019).
   05                             pic x(001).
   05 TabeAudit-user              pic x(012).
   05                             pic x(001).
   05 TabeAudit-file              pic x(012).
   05                             pic x(001).
   05 TabeAudit-ktab              pic x(003).
   05                             pic x(001).
   05 TabeAudit-old               pic x(075).
   05                             pic x(001).
   05 TabeAudit-new               pic x(075).
   05                             pic x(001).
   05 TabeAudit-ktip              pic x(001).
   05                             pic x(001).
   05 TabeAudit-kcod              pic x(003).
   05                             pic x(001).
   05 TabeAudit-checker           pic x(012).
*> the tamper-evidence chain hash (GC94AUDHASH)
   05                             pic x(001).
   05 TabeAudit-hash              pic x(008).
fd  AuditScan.
01  AuditScan-record              pic x(250).

WORKING-STORAGE SECTION.
01  FRZFSPEC      pic x(80) value spaces.
01  AUDSPEC       pic x(80) value 'TABEAUD1.LOG'.
01  wFrzFile      pic x(12) value 'TABE0001.DAT'.
01  Tabe-fs       pic x(02) value spaces.
01  TabeAudit-fs  pic x(02) value spaces.
01  AuditScan-fs  pic x(02) value spaces.
01  env-value     pic x(64) value spaces.
01  wFrzKtab      pic x(03) value 'FRZ'.
01  wOverReason   pic x(64) value spaces.
01  wScope        pic x(12) value spaces.

01  wToday        pic 9(08) value 0.
01  wNowTime      pic 9(08) value 0.
01  wNow          pic 9(12) value 0.
01  wFrom         pic 9(12) value 0.
01  wTo           pic 9(12) value 0.
01  wHhmm         pic x(04) value spaces.

*>     the window that matched
01  wHit          pic x(01) value 'N'.
01  wHitKcod      pic x(03) value spaces.
01  wHitEnd       pic x(13) value spaces.
01  wHitReason    pic x(52) value spaces.

*>     overrides already granted this session - scope and window
01  wGrantTab.
    05 wGrantCount pic 9(02) value 0.
    05 wGrant      occurs 20 times.
       07 wGrantScope pic x(12).
       07 wGrantKcod  pic x(03).
01  wIdx          pic 9(02) value 0.
01  wGranted      pic x(01) value 'N'.

01  wAuditDate    pic 9(08) value 0.
01  wAuditTime    pic 9(08) value 0.
01  wLastHash     pic x(08) value '00000000'.

COPY 'GC85SIGNON.CPY'.
COPY 'GC91ALERT.CPY'.
COPY 'GC94AUDHASH.CPY'.

LINKAGE SECTION.
COPY 'GC74FREEZE.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION using FREEZE-AREA.
Check-Freeze.
   move 'O'    to Fz-Status
   move 'N'    to Fz-Logged
   move spaces to Fz-Message
   display 'GC74_TABLE' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wFrzFile
   end-if
   if Fz-Dir = spaces
      move wFrzFile       to FRZFSPEC
      move 'TABEAUD1.LOG' to AUDSPEC
   else
      move spaces to FRZFSPEC AUDSPEC
      string trim(Fz-Dir) '/' wFrzFile
             delimited by size into FRZFSPEC
      string trim(Fz-Dir) '/TABEAUD1.LOG'
             delimited by size into AUDSPEC
   end-if
   display 'GC74_KTAB' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value(1:3) to wFrzKtab
   end-if
   move upper-case(Fz-Scope) to wScope
   accept wToday   from date yyyymmdd
   accept wNowTime from time
   compute wNow = wToday * 10000 + wNowTime / 10000

   perform Find-Window thru Find-Window-Ex
   if wHit = 'N'
      goback
   end-if

   move spaces to Fz-Message
   string 'FROZEN until ' wHitEnd ' (window ' wHitKcod '): '
          trim(wHitReason)
          delimited by size into Fz-Message

*>  a second save of the same scope under an override already
*>  granted this session goes through without a second row
   move 'N' to wGranted
   perform varying wIdx from 1 by 1 until wIdx > wGrantCount
      if wGrantScope(wIdx) = wScope and wGrantKcod(wIdx) = wHitKcod
         move 'Y' to wGranted
      end-if
   end-perform
   if wGranted = 'Y'
      move 'E' to Fz-Status
      move spaces to Fz-Message
      string 'FREEZE OVERRIDE in force (window ' wHitKcod ')'
             delimited by size into Fz-Message
      goback
   end-if

   display 'GC74_OVERRIDE' upon environment-name
   accept wOverReason from environment-value
   if wOverReason = spaces
      move 'F' to Fz-Status
      goback
   end-if

   if Fz-Role = space
      call 'GC85SIGNON' using SIGNON-AREA
      on exception
         move 'N' to Sg-Status
      end-call
      if Sg-Status = 'Y'
         move Sg-User to Fz-User
         move Sg-Role to Fz-Role
      end-if
   end-if
   if Fz-Role not = 'P'
      move 'F' to Fz-Status
      move spaces to Fz-Message
      string 'FROZEN (window ' wHitKcod ') - override needs the'
             ' promote role: ' trim(wHitReason)
             delimited by size into Fz-Message
      goback
   end-if

   perform Write-Override-Row thru Write-Override-Row-Ex
   move 'WARN'       to Al-Severity
   move Fz-Tool      to Al-Program
   move spaces       to Al-Text
   string 'freeze override ' trim(wScope) ' by ' trim(Fz-User)
          ': ' trim(wOverReason)
          delimited by size into Al-Text
   call 'GC91ALERT' using ALERT-AREA
   on exception continue
   end-call
   if wGrantCount < 20
      add 1 to wGrantCount
      move wScope   to wGrantScope(wGrantCount)
      move wHitKcod to wGrantKcod(wGrantCount)
   end-if
   move 'E' to Fz-Status
   move 'Y' to Fz-Logged
   move spaces to Fz-Message
   string 'FREEZE OVERRIDE (window ' wHitKcod ') logged: '
          trim(wOverReason)
          delimited by size into Fz-Message
   goback.

*> ***********************************************************************************
*>     the first window in kcod order that is open now and covers
*>     the scope; a record with an unreadable date is ignored
*> ***********************************************************************************
Find-Window.
   move 'N' to wHit
   open input Tabe
   if Tabe-fs not = '00'
      go to Find-Window-Ex
   end-if
   move 'H'       to Tabe-ktip
   move wFrzKtab  to Tabe-ktab
   move low-value to Tabe-kcod
   start Tabe key >= Tabe-key
   end-start
   perform until Tabe-fs not = '00' or wHit = 'Y'
      read Tabe next
      if Tabe-fs = '00'
         if Tabe-ktip not = 'H' or Tabe-ktab not = wFrzKtab
            move '10' to Tabe-fs
         else
            if Tabe-kcod not = spaces
               perform Test-Window thru Test-Window-Ex
            end-if
         end-if
      end-if
   end-perform
   close Tabe
   continue.
Find-Window-Ex. exit.

Test-Window.
   if Frz-start-date not numeric or Frz-end-date not numeric
      go to Test-Window-Ex
   end-if
   move Frz-start-time to wHhmm
   if wHhmm = spaces
      move '0000' to wHhmm
   end-if
   if wHhmm not numeric
      go to Test-Window-Ex
   end-if
   compute wFrom = numval(Frz-start-date) * 10000 + numval(wHhmm)
   move Frz-end-time to wHhmm
   if wHhmm = spaces
      move '2359' to wHhmm
   end-if
   if wHhmm not numeric
      go to Test-Window-Ex
   end-if
   compute wTo = numval(Frz-end-date) * 10000 + numval(wHhmm)
   move spaces to wHitEnd
   string Frz-end-date ' ' wHhmm delimited by size into wHitEnd
   if wNow < wFrom or wNow > wTo
      go to Test-Window-Ex
   end-if
   evaluate true
      when upper-case(Frz-scope) = 'ALL'
         if wScope not = 'SORTCTL'
            move 'Y' to wHit
         end-if
      when upper-case(Frz-scope) = wScope
         move 'Y' to wHit
      when other
         continue
   end-evaluate
   if wHit = 'Y'
      move Tabe-kcod  to wHitKcod
      move Frz-reason to wHitReason
   end-if
   continue.
Test-Window-Ex. exit.

*> ***********************************************************************************
*>     the override row, chained onto the trail like every other
*>     row (GC94AUDHASH) - the last hash is read off the file each
*>     time, the callers having closed their own handle
*> ***********************************************************************************
Write-Override-Row.
   perform Scan-Last-Hash thru Scan-Last-Hash-Ex
   open extend TabeAudit
   if TabeAudit-fs not = '00'
      open output TabeAudit
   end-if
   accept wAuditDate from date yyyymmdd
   accept wAuditTime from time
   move spaces to TabeAudit-record
   string wAuditDate(1:4) '-' wAuditDate(5:2) '-' wAuditDate(7:2)
          ' ' wAuditTime(1:2) ':' wAuditTime(3:2) ':'
          wAuditTime(5:2)
          delimited by size into TabeAudit-ts
   if Fz-User = spaces
      move 'unknown' to TabeAudit-user
   else
      move Fz-User   to TabeAudit-user
   end-if
   move '** FREEZE **' to TabeAudit-file
   move wFrzKtab       to TabeAudit-ktab
   string 'OVERRIDE ' trim(Fz-Tool) ' ' trim(wScope) ' window '
          wHitKcod ': ' trim(wHitReason)
          delimited by size into TabeAudit-old
   move wOverReason    to TabeAudit-new
   move 'H'            to TabeAudit-ktip
   move wHitKcod       to TabeAudit-kcod
   move spaces         to TabeAudit-checker
   move spaces to TabeAudit-hash
   move wLastHash to Ah-Prev
   move TabeAudit-record(1:221) to Ah-Text
   call 'GC94AUDHASH' using AUDHASH-AREA
   move Ah-Hash to TabeAudit-hash
   write TabeAudit-record
   close TabeAudit
   continue.
Write-Override-Row-Ex. exit.

Scan-Last-Hash.
   move '00000000' to wLastHash
   open input AuditScan
   if AuditScan-fs not = '00'
      go to Scan-Last-Hash-Ex
   end-if
   perform until AuditScan-fs not = '00'
      move spaces to AuditScan-record
      read AuditScan
      if AuditScan-fs = '00'
         and AuditScan-record(222:8) not = spaces
         move AuditScan-record(222:8) to wLastHash
      end-if
   end-perform
   close AuditScan
   continue.
Scan-Last-Hash-Ex. exit.
END PROGRAM GC74FREEZE.
