       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC71ACCLOG.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Read-access log - the record of who looked at what,
*>             where TABEAUD1.LOG and PATCHAUD.LOG only record who
*>             changed it. GC79RECBROWSE, GC88REJREPAIR, GC76TABLIST,
*>             GC95DBQUERY and GC96MSTINQ CALL here at the start and
*>             end of every inquiry session, for every query and key
*>             looked up and for every export, and one row per event
*>             is appended to ACCESS.LOG (GC71_LOG overrides):
*>                1-19  timestamp  yyyy-mm-dd hh:mm:ss
*>               21-32  user
*>               34-46  tool
*>               48-53  event  OPEN CLOSE VIEW QUERY EXPORT
*>               55-61  count  records shown / rows returned or
*>                             written
*>               63-102 file or database
*>              104-220 detail
*>              222-229 chain hash
*>             The rows are hash-chained with GC94AUDHASH exactly as
*>             TABEAUD1.LOG is, so GC94AUDCHAIN with GC94_TRAIL=
*>             ACCESS.LOG proves the log was not edited. GC71ACCRPT
*>             summarizes it per user and file.
*>             A user left blank by the caller is taken from
*>             GC85_USER (the GC99MENU sign-on) or else the login
*>             name, so a tool without a sign-on of its own still
*>             says who was at the keyboard. Logging never stops the
*>             inquiry: a log that cannot be written is reported by
*>             a GC91ALERT WARN event instead.
*> Tectonics:  cobc -m GC71ACCLOG.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC71ACCLOG" USING ACCLOG-AREA
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
   select AccLog
          assign       to ACCSPEC
          organization is line sequential
          file status  is AccLog-fs.
*> second handle on the log, used only to find the last chain hash
*> before the row is appended
   select optional AccScan
          assign       to ACCSPEC
          organization is line sequential
          file status  is AccScan-fs.

DATA DIVISION.
FILE SECTION.
fd  AccLog.
01  AccLog-record.
   05 AccLog-ts                   pic x(019).
   05                             pic x(001).
   05 AccLog-user                 pic x(012).
   05                             pic x(001).
   05 AccLog-tool                 pic x(013).
   05                             pic x(001).
   05 AccLog-event                pic x(006).
   05                             pic x(001).
   05 AccLog-count                pic 9(007).
   05                             pic x(001).
   05 AccLog-object               pic x(040).
   05                             pic x(001).
   05 AccLog-detail               pic x(117).
*> the tamper-evidence chain hash (GC94AUDHASH)
   05                             pic x(001).
   05 AccLog-hash                 pic x(008).
fd  AccScan.
01  AccScan-record                pic x(250).

WORKING-STORAGE SECTION.
01  ACCSPEC       pic x(64) value 'ACCESS.LOG'.
01  AccLog-fs     pic x(02) value spaces.
01  AccScan-fs    pic x(02) value spaces.
01  env-value     pic x(64) value spaces.
01  wNamed        pic x(01) value 'N'.
01  wAccDate      pic 9(08) value 0.
01  wAccTime      pic 9(08) value 0.
01  wLastHash     pic x(08) value '00000000'.
01  wWarned       pic x(01) value 'N'.

COPY 'GC91ALERT.CPY'.
COPY 'GC94AUDHASH.CPY'.

LINKAGE SECTION.
COPY 'GC71ACCLOG.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION using ACCLOG-AREA.
Write-Access.
   if wNamed = 'N'
      display 'GC71_LOG' upon environment-name
      accept env-value from environment-value
      if env-value not = spaces
         move env-value to ACCSPEC
      end-if
      move 'Y' to wNamed
   end-if
   if Ac-User = spaces
      display 'GC85_USER' upon environment-name
      accept Ac-User from environment-value
   end-if
   if Ac-User = spaces
      display 'USER' upon environment-name
      accept Ac-User from environment-value
   end-if
   if Ac-User = spaces
      move 'unknown' to Ac-User
   end-if

   perform Scan-Last-Hash thru Scan-Last-Hash-Ex
   open extend AccLog
   if AccLog-fs not = '00'
      open output AccLog
   end-if
   if AccLog-fs not = '00'
      perform Warn-Unlogged thru Warn-Unlogged-Ex
      goback
   end-if
   accept wAccDate from date yyyymmdd
   accept wAccTime from time
   move spaces to AccLog-record
   string wAccDate(1:4) '-' wAccDate(5:2) '-' wAccDate(7:2)
          ' ' wAccTime(1:2) ':' wAccTime(3:2) ':' wAccTime(5:2)
          delimited by size into AccLog-ts
   move Ac-User    to AccLog-user
   move Ac-Tool    to AccLog-tool
   move Ac-Event   to AccLog-event
   move Ac-Count   to AccLog-count
   move Ac-Object  to AccLog-object
   move Ac-Detail  to AccLog-detail
   move wLastHash  to Ah-Prev
   move AccLog-record(1:221) to Ah-Text
   call 'GC94AUDHASH' using AUDHASH-AREA
   move Ah-Hash to AccLog-hash
   write AccLog-record
   close AccLog
   goback.

*> ***********************************************************************************
*>     the last chain hash on the log, read off the file each time
*>     - several inquiry screens may be appending at once
*> ***********************************************************************************
Scan-Last-Hash.
   move '00000000' to wLastHash
   open input AccScan
   if AccScan-fs not = '00'
      go to Scan-Last-Hash-Ex
   end-if
   perform until AccScan-fs not = '00'
      move spaces to AccScan-record
      read AccScan
      if AccScan-fs = '00'
         and AccScan-record(222:8) not = spaces
         move AccScan-record(222:8) to wLastHash
      end-if
   end-perform
   close AccScan
   continue.
Scan-Last-Hash-Ex. exit.

*> ***********************************************************************************
*>     the log cannot be written - say so once per run, and let the
*>     inquiry carry on
*> ***********************************************************************************
Warn-Unlogged.
   if wWarned = 'Y'
      go to Warn-Unlogged-Ex
   end-if
   move 'Y'      to wWarned
   move 'WARN'   to Al-Severity
   move Ac-Tool  to Al-Program
   move spaces   to Al-Text
   string 'access log ' trim(ACCSPEC) ' not writable, status '
          AccLog-fs delimited by size into Al-Text
   call 'GC91ALERT' using ALERT-AREA
   on exception continue
   end-call
   continue.
Warn-Unlogged-Ex. exit.
END PROGRAM GC71ACCLOG.
