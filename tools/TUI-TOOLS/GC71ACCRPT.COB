       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC71ACCRPT.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Periodic read-access report over the GC71ACCLOG log -
*>             the answer to "who looked at this file last Tuesday".
*>             For the reporting period (GC71_FROM to GC71_TO, by
*>             default the seven days ending today) the report
*>             ACCESS.RPT shows, per user and per file or database,
*>             the inquiry sessions, the keys looked up, the queries
*>             run, the records shown, the exports taken and the rows
*>             they carried, and the last access, with a total line
*>             per user.
*>             Unusual patterns are listed apart, for the security
*>             officer, and marked '!!' against the line they concern:
*>               - a bulk export: one export of GC71_BULK rows or
*>                 more (default 200);
*>               - a user taking GC71_EXPMAX exports or more in the
*>                 period (default 10);
*>               - browsing outside the user's normal files: a file
*>                 the user did not touch in the GC71_BASEDAYS days
*>                 before the period (default 30) - a user with no
*>                 access at all in those days is reported once as
*>                 having no history to compare with.
*>             The report goes to the GC87SPOOL queue; any finding
*>             raises one GC91ALERT WARN event and RETURN-CODE 4.
*>             The log is taken as it stands - GC94AUDCHAIN with
*>             GC94_TRAIL=ACCESS.LOG proves it was not edited.
*>             Its operator texts are GC65MSGTEXT messages 1-10, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC71ACCRPT.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC71ACCRPT
*> Parameters: GC71_LOG      - access log (default ACCESS.LOG)
*>             GC71_FROM     - first day yyyymmdd (default today - 6)
*>             GC71_TO       - last day yyyymmdd (default today)
*>             GC71_BASEDAYS - days of history the period is compared
*>                             with (default 30)
*>             GC71_BULK     - rows that make an export bulk (200)
*>             GC71_EXPMAX   - exports per user that stand out (10)
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
   select AccRpt
          assign       to 'ACCESS.RPT'
          organization is line sequential
          file status  is AccRpt-fs.

DATA DIVISION.
FILE SECTION.
fd  AccLog.
01  AccLog-record.
   05 AccLog-ts.
      07 AccLog-yyyy              pic x(004).
      07                          pic x(001).
      07 AccLog-mm                pic x(002).
      07                          pic x(001).
      07 AccLog-dd                pic x(002).
      07                          pic x(009).
   05                             pic x(001).
   05 AccLog-user                 pic x(012).
   05                             pic x(001).
   05 AccLog-tool                 pic x(013).
   05                             pic x(001).
   05 AccLog-event                pic x(006).
   05                             pic x(001).
   05 AccLog-count                pic x(007).
   05                             pic x(001).
   05 AccLog-object               pic x(040).
   05                             pic x(001).
   05 AccLog-detail               pic x(117).
   05                             pic x(001).
   05 AccLog-hash                 pic x(008).
fd  AccRpt.
01  AccRpt-record                 pic x(132).

WORKING-STORAGE SECTION.
01  ACCSPEC       pic x(64) value 'ACCESS.LOG'.
01  AccLog-fs     pic x(02) value spaces.
01  AccRpt-fs     pic x(02) value spaces.
01  env-value     pic x(64) value spaces.

01  wToday        pic 9(08) value 0.
01  wFrom         pic 9(08) value 0.
01  wTo           pic 9(08) value 0.
01  wFromInt      pic 9(08) value 0.
01  wBaseInt      pic 9(08) value 0.
01  wBaseFrom     pic 9(08) value 0.
01  wBaseDays     pic 9(04) value 30.
01  wBulk         pic 9(07) value 200.
01  wExpMax       pic 9(05) value 10.
01  wRowDate      pic 9(08) value 0.
01  wRowDateX     pic x(08) value spaces.
01  wRowCount     pic 9(07) value 0.

*>     the period, per user and file - kept in user/file order
01  wPairTab.
    05 wPairCount pic 9(03) value 0.
    05 wPair      occurs 500 times.
       07 wpUser     pic x(12).
       07 wpObject   pic x(40).
       07 wpSessions pic 9(05).
       07 wpViews    pic 9(05).
       07 wpQueries  pic 9(05).
       07 wpRecords  pic 9(09).
       07 wpExports  pic 9(05).
       07 wpRows     pic 9(09).
       07 wpLast     pic x(19).
       07 wpFlag     pic x(02).
01  wPx           pic 9(03) value 0.
01  wPy           pic 9(03) value 0.
01  wPairFull     pic x(01) value 'N'.

*>     the history the period is compared with - who touched what
01  wBaseTab.
    05 wBaseCount pic 9(04) value 0.
    05 wBase      occurs 1000 times.
       07 wbUser     pic x(12).
       07 wbObject   pic x(40).
01  wBx           pic 9(04) value 0.
01  wBaseFull     pic x(01) value 'N'.
01  wInBase       pic x(01) value 'N'.
01  wUserInBase   pic x(01) value 'N'.

*>     findings for the security officer
01  wFindTab.
    05 wFindCount pic 9(03) value 0.
    05 wFind      pic x(120) occurs 200 times.
01  wFx           pic 9(03) value 0.
01  wFindText     pic x(120) value spaces.

*>     per-user totals while the report is written
01  wCurUser      pic x(12) value spaces.
01  wUserSessions pic 9(07) value 0.
01  wUserViews    pic 9(07) value 0.
01  wUserQueries  pic 9(07) value 0.
01  wUserRecords  pic 9(09) value 0.
01  wUserExports  pic 9(07) value 0.
01  wUserRows     pic 9(09) value 0.
01  wUserFlag     pic x(02) value spaces.
01  wLastUser     pic x(12) value spaces.

01  wRowsRead     pic 9(07) value 0.
01  wRowsPeriod   pic 9(07) value 0.
01  wEd5          pic zzzz9.
01  wEd7          pic zzzzzz9.
01  wEd9          pic zzzzzzzz9.

COPY 'GC87SPOOLADD.CPY'.
COPY 'GC91ALERT.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-10 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC71ACCRPT - read-access report'.
    05 filler pic x(58) value '  log '.
    05 filler pic x(58) value '  period '.
    05 filler pic x(58) value '  history from '.
    05 filler pic x(58) value '  no access log at '.
    05 filler pic x(58) value ' - nothing to report'.
    05 filler pic x(58) value '  rows read '.
    05 filler pic x(58) value '  in period '.
    05 filler pic x(58) value '  user/file lines '.
    05 filler pic x(58) value '  findings '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 10 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   display wText(1)(1:31)
   move current-date(1:8) to wToday
   perform Read-Parameters thru Read-Parameters-Ex
   display wText(2)(1:6) trim(ACCSPEC) wText(3)(1:9) wFrom ' - ' wTo
           wText(4)(1:15) wBaseFrom

   open input AccLog
   if AccLog-fs not = '00'
      display wText(5)(1:19) trim(ACCSPEC) wText(6)(1:20)
      move 0 to return-code
      goback
   end-if
   perform until AccLog-fs not = '00'
      move spaces to AccLog-record
      read AccLog
      if AccLog-fs = '00'
         add 1 to wRowsRead
         perform Take-Row thru Take-Row-Ex
      end-if
   end-perform
   close AccLog

   perform Find-Unusual thru Find-Unusual-Ex
   perform Write-Report thru Write-Report-Ex

   move 'ACCESS.RPT' to Sp-File
   move 'ACCESS'     to Sp-Type
   move 'GC71ACCRPT' to Sp-Origin
   call 'GC87SPOOLADD' using SPOOLADD-AREA
   on exception continue
   end-call

   display wText(7)(1:12) wRowsRead wText(8)(1:12) wRowsPeriod
           wText(9)(1:18) wPairCount wText(10)(1:11) wFindCount
   if wFindCount > 0
      move 'WARN'       to Al-Severity
      move 'GC71ACCRPT' to Al-Program
      move spaces       to Al-Text
      move wFindCount   to wEd5
      string 'read-access report: ' trim(wEd5)
             ' unusual pattern(s) for security review'
             delimited by size into Al-Text
      call 'GC91ALERT' using ALERT-AREA
      on exception continue
      end-call
      move 4 to return-code
   else
      move 0 to return-code
   end-if
   goback.

*> ***********************************************************************************
*>     the period, the history and the thresholds
*> ***********************************************************************************
Read-Parameters.
   display 'GC71_LOG' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to ACCSPEC
   end-if
   move wToday to wTo
   display 'GC71_TO' upon environment-name
   accept env-value from environment-value
   if env-value(1:8) is numeric
      move env-value(1:8) to wTo
   end-if
   compute wFrom = date-of-integer(integer-of-date(wTo) - 6)
   display 'GC71_FROM' upon environment-name
   accept env-value from environment-value
   if env-value(1:8) is numeric
      move env-value(1:8) to wFrom
   end-if
   display 'GC71_BASEDAYS' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move numval(env-value) to wBaseDays
   end-if
   display 'GC71_BULK' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move numval(env-value) to wBulk
   end-if
   display 'GC71_EXPMAX' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move numval(env-value) to wExpMax
   end-if
   compute wFromInt  = integer-of-date(wFrom)
   compute wBaseInt  = wFromInt - wBaseDays
   compute wBaseFrom = date-of-integer(wBaseInt)
   continue.
Read-Parameters-Ex. exit.

*> ***********************************************************************************
*>     one log row - into the history, into the period, or neither
*> ***********************************************************************************
Take-Row.
   move spaces to wRowDateX
   string AccLog-yyyy AccLog-mm AccLog-dd
          delimited by size into wRowDateX
   if wRowDateX not numeric
      go to Take-Row-Ex
   end-if
   move wRowDateX to wRowDate
   if AccLog-count is numeric
      move AccLog-count to wRowCount
   else
      move 0 to wRowCount
   end-if

   if wRowDate >= wBaseFrom and wRowDate < wFrom
      perform Add-Base thru Add-Base-Ex
      go to Take-Row-Ex
   end-if
   if wRowDate < wFrom or wRowDate > wTo
      go to Take-Row-Ex
   end-if

   add 1 to wRowsPeriod
   perform Find-Pair thru Find-Pair-Ex
   if wPx = 0
      go to Take-Row-Ex
   end-if
   evaluate AccLog-event
      when 'OPEN'
         add 1 to wpSessions(wPx)
      when 'VIEW'
         add 1 to wpViews(wPx)
      when 'QUERY'
         add 1 to wpQueries(wPx)
         add wRowCount to wpRecords(wPx)
      when 'CLOSE'
         add wRowCount to wpRecords(wPx)
      when 'EXPORT'
         add 1 to wpExports(wPx)
         add wRowCount to wpRows(wPx)
         if wRowCount >= wBulk
            move '!!' to wpFlag(wPx)
            move spaces to wFindText
            move wRowCount to wEd7
            string trim(AccLog-user) ' bulk export of ' trim(wEd7)
                   ' rows from ' trim(AccLog-object) ' on '
                   AccLog-ts ' by ' trim(AccLog-tool) ': '
                   trim(AccLog-detail)
                   delimited by size into wFindText
            perform Add-Finding thru Add-Finding-Ex
         end-if
      when other
         continue
   end-evaluate
   if AccLog-ts > wpLast(wPx)
      move AccLog-ts to wpLast(wPx)
   end-if
   continue.
Take-Row-Ex. exit.

*> ***********************************************************************************
*>     the user/file line of the period, inserted in order when new;
*>     wPx = 0 when the table is full
*> ***********************************************************************************
Find-Pair.
   perform varying wPx from 1 by 1 until wPx > wPairCount
      if wpUser(wPx) = AccLog-user and wpObject(wPx) = AccLog-object
         go to Find-Pair-Ex
      end-if
      if wpUser(wPx) > AccLog-user
         or (wpUser(wPx) = AccLog-user
             and wpObject(wPx) > AccLog-object)
         exit perform
      end-if
   end-perform
   if wPairCount >= 500
      move 'Y' to wPairFull
      move 0 to wPx
      go to Find-Pair-Ex
   end-if
*> open a slot at wPx
   perform varying wPy from wPairCount by -1 until wPy < wPx
      move wPair(wPy) to wPair(wPy + 1)
   end-perform
   add 1 to wPairCount
   move AccLog-user   to wpUser(wPx)
   move AccLog-object to wpObject(wPx)
   move 0 to wpSessions(wPx) wpViews(wPx) wpQueries(wPx)
             wpRecords(wPx) wpExports(wPx) wpRows(wPx)
   move spaces to wpLast(wPx) wpFlag(wPx)
   continue.
Find-Pair-Ex. exit.

Add-Base.
   perform varying wBx from 1 by 1 until wBx > wBaseCount
      if wbUser(wBx) = AccLog-user and wbObject(wBx) = AccLog-object
         go to Add-Base-Ex
      end-if
   end-perform
   if wBaseCount >= 1000
      move 'Y' to wBaseFull
      go to Add-Base-Ex
   end-if
   add 1 to wBaseCount
   move AccLog-user   to wbUser(wBaseCount)
   move AccLog-object to wbObject(wBaseCount)
   continue.
Add-Base-Ex. exit.

Add-Finding.
   if wFindCount < 200
      add 1 to wFindCount
      move wFindText to wFind(wFindCount)
   end-if
   continue.
Add-Finding-Ex. exit.

*> ***********************************************************************************
*>     the patterns that need the whole period: files outside the
*>     user's history, and users exporting too often
*> ***********************************************************************************
Find-Unusual.
   move spaces to wLastUser
   perform varying wPx from 1 by 1 until wPx > wPairCount
      if wpUser(wPx) not = wLastUser
         move wpUser(wPx) to wLastUser
         move 'N' to wUserInBase
         perform varying wBx from 1 by 1 until wBx > wBaseCount
            if wbUser(wBx) = wpUser(wPx)
               move 'Y' to wUserInBase
            end-if
         end-perform
         if wUserInBase = 'N'
            move spaces to wFindText
            move wBaseDays to wEd5
            string trim(wpUser(wPx)) ' has no access in the '
                   trim(wEd5) ' days before the period - no usual'
                   ' files to compare with'
                   delimited by size into wFindText
            perform Add-Finding thru Add-Finding-Ex
         end-if
         perform User-Exports thru User-Exports-Ex
      end-if
      if wUserInBase = 'Y'
         move 'N' to wInBase
         perform varying wBx from 1 by 1 until wBx > wBaseCount
            if wbUser(wBx) = wpUser(wPx)
               and wbObject(wBx) = wpObject(wPx)
               move 'Y' to wInBase
            end-if
         end-perform
         if wInBase = 'N'
            move '!!' to wpFlag(wPx)
            move spaces to wFindText
            move wBaseDays to wEd5
            string trim(wpUser(wPx)) ' browsed '
                   trim(wpObject(wPx))
                   ' - outside the files of the last ' trim(wEd5)
                   ' days (last ' wpLast(wPx) ')'
                   delimited by size into wFindText
            perform Add-Finding thru Add-Finding-Ex
         end-if
      end-if
   end-perform
   continue.
Find-Unusual-Ex. exit.

User-Exports.
   move 0 to wUserExports wUserRows
   perform varying wPy from wPx by 1
             until wPy > wPairCount or wpUser(wPy) not = wpUser(wPx)
      add wpExports(wPy) to wUserExports
      add wpRows(wPy)    to wUserRows
   end-perform
   if wUserExports >= wExpMax
      move spaces to wFindText
      move wUserExports to wEd5
      move wUserRows    to wEd9
      string trim(wpUser(wPx)) ' took ' trim(wEd5)
             ' exports in the period, ' trim(wEd9) ' rows'
             delimited by size into wFindText
      perform Add-Finding thru Add-Finding-Ex
   end-if
   continue.
User-Exports-Ex. exit.

*> ***********************************************************************************
*>     ACCESS.RPT - the per user and file lines, then the findings
*> ***********************************************************************************
Write-Report.
   open output AccRpt
   move spaces to AccRpt-record
   string 'READ-ACCESS REPORT   PERIOD ' wFrom ' - ' wTo
          '   HISTORY FROM ' wBaseFrom '   RUN ' wToday
          '   LOG ' trim(ACCSPEC)
          delimited by size into AccRpt-record
   write AccRpt-record
   move spaces to AccRpt-record
   write AccRpt-record
   move 'USER         FILE / DATABASE                           SESS  KEYS  QRYS   RECORDS  EXPS      ROWS LAST ACCESS'
     to AccRpt-record
   write AccRpt-record

   move spaces to wCurUser
   perform varying wPx from 1 by 1 until wPx > wPairCount
      if wpUser(wPx) not = wCurUser
         if wCurUser not = spaces
            perform Write-User-Total thru Write-User-Total-Ex
         end-if
         move wpUser(wPx) to wCurUser
         move 0 to wUserSessions wUserViews wUserQueries
                   wUserRecords wUserExports wUserRows
         move spaces to wUserFlag
      end-if
      move spaces to AccRpt-record
      move wpUser(wPx)   to AccRpt-record(1:12)
      move wpObject(wPx) to AccRpt-record(14:40)
      move wpSessions(wPx) to wEd5  move wEd5 to AccRpt-record(55:5)
      move wpViews(wPx)    to wEd5  move wEd5 to AccRpt-record(61:5)
      move wpQueries(wPx)  to wEd5  move wEd5 to AccRpt-record(67:5)
      move wpRecords(wPx)  to wEd9  move wEd9 to AccRpt-record(73:9)
      move wpExports(wPx)  to wEd5  move wEd5 to AccRpt-record(83:5)
      move wpRows(wPx)     to wEd9  move wEd9 to AccRpt-record(89:9)
      move wpLast(wPx)     to AccRpt-record(99:19)
      move wpFlag(wPx)     to AccRpt-record(119:2)
      write AccRpt-record
      add wpSessions(wPx) to wUserSessions
      add wpViews(wPx)    to wUserViews
      add wpQueries(wPx)  to wUserQueries
      add wpRecords(wPx)  to wUserRecords
      add wpExports(wPx)  to wUserExports
      add wpRows(wPx)     to wUserRows
      if wpFlag(wPx) not = spaces
         move wpFlag(wPx) to wUserFlag
      end-if
   end-perform
   if wCurUser not = spaces
      perform Write-User-Total thru Write-User-Total-Ex
   end-if
   if wPairCount = 0
      move 'NO ACCESS RECORDED IN THE PERIOD' to AccRpt-record
      write AccRpt-record
   end-if
   if wPairFull = 'Y' or wBaseFull = 'Y'
      move '*** TABLE FULL - SHORTEN THE PERIOD OR THE HISTORY; FIGURES INCOMPLETE'
        to AccRpt-record
      write AccRpt-record
   end-if

   move spaces to AccRpt-record
   write AccRpt-record
   move spaces to AccRpt-record
   move wFindCount to wEd5
   string 'FOR THE SECURITY OFFICER - ' trim(wEd5)
          ' UNUSUAL PATTERN(S)' delimited by size into AccRpt-record
   write AccRpt-record
   perform varying wFx from 1 by 1 until wFx > wFindCount
      move spaces to AccRpt-record
      string '!! ' wFind(wFx) delimited by size into AccRpt-record
      write AccRpt-record
   end-perform
   if wFindCount = 0
      move '   none' to AccRpt-record
      write AccRpt-record
   end-if
   close AccRpt
   continue.
Write-Report-Ex. exit.

Write-User-Total.
   move spaces to AccRpt-record
   move '  total'      to AccRpt-record(1:12)
   move wCurUser       to AccRpt-record(14:40)
   move wUserSessions  to wEd5  move wEd5 to AccRpt-record(55:5)
   move wUserViews     to wEd5  move wEd5 to AccRpt-record(61:5)
   move wUserQueries   to wEd5  move wEd5 to AccRpt-record(67:5)
   move wUserRecords   to wEd9  move wEd9 to AccRpt-record(73:9)
   move wUserExports   to wEd5  move wEd5 to AccRpt-record(83:5)
   move wUserRows      to wEd9  move wEd9 to AccRpt-record(89:9)
   move wUserFlag      to AccRpt-record(119:2)
   write AccRpt-record
   move spaces to AccRpt-record
   write AccRpt-record
   continue.
Write-User-Total-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC71ACCRPT' to Mt-Program
   move 10 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 10
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
END PROGRAM GC71ACCRPT.
