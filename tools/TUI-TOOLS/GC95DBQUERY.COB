*>             first word is SELECT is compiled at all, and the
*>             DBERRMSG text of a wrong one shows inline instead of
*>             a stack trace.
*>             Columns named in the GC72MASK masking policy - the
*>             layout being the database file name, e.g. AUDIT.DB
*>             and its usr column - show masked to a role below the
*>             one allowed to see them, on the grid and in the CSV
*>             and spool output alike; the sign-on is asked for the
*>             first time such a column comes back.
*>             Every database session, every query run and every
*>             CSV or spool export is recorded in the GC71ACCLOG
*>             read-access log, with the statement and the rows.
*>             Its operator texts are GC65MSGTEXT messages 1-13, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC95DBQUERY.COB CobolSQLite3.so
*> Usage:      GC95DBQUERY   (GC95_DB presets the database name)
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
01  wColWidth     pic 9(02) value 0.
01  wColName      pic x(30) value spaces.
01  wColValue     pic x(80) value spaces.
01  wColNameTab.
    05 wColNameOf pic x(30) occurs 99 times.
01  wDbBase       pic x(16) value spaces.
01  wMaskCount    pic 9(05) value 0.
01  wAccQueries   pic 9(05) value 0.
01  wHeadLine     pic x(130) value spaces.
01  wRowCount     pic 9(03) value 0.
01  wGrid.
01  wNowTime      pic 9(08) value 0.

COPY 'GC87SPOOLADD.CPY'.
COPY 'GC72MASK.CPY'.
COPY 'GC71ACCLOG.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-13 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' GC95DBQUERY - interactive SQL (read-only)'.
    05 filler pic x(58) value ' database: '.
    05 filler pic x(58) value ' cannot open database                           '.
    05 filler pic x(58) value ' SELECT (ESC=database, blank=requery):'.
    05 filler pic x(58) value ' read-only screen - only SELECT statements run here '.
    05 filler pic x(58) value ' PgUp/PgDn=scroll  F2=to CSV  F3=to spool  ESC=new query'.
    05 filler pic x(58) value ' cannot write QUERYOUT.CSV                      '.
    05 filler pic x(58) value ' written to QUERYOUT.CSV                          '.
    05 filler pic x(58) value ' cannot write QUERYRPT.TXT                      '.
    05 filler pic x(58) value ' spooled as QUERYRPT.TXT                          '.
    05 filler pic x(58) value ' row(s)'.
    05 filler pic x(58) value ' (first 500 shown)'.
    05 filler pic x(58) value ' - masked values for your role'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 13 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(80) value ' GC95DBQUERY - interactive SQL (read-only)                                      '.
    05 filler pic x(80) value ' SELECT (ESC=database, blank=requery):                                          '.
    05 filler pic x(80) value ' PgUp/PgDn=scroll  F2=to CSV  F3=to spool  ESC=new query                        '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(80) occurs 3 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
   set environment 'COB_SCREEN_ESC'        TO 'Y'
   display 'GC95_DB' upon environment-name

Query-Screen.
   display ' ' at 0101 with blank screen
   display wLong(1)(1:80)
          at 0101 :BCOL: green :FCOL: white highlight
   display wText(2)(1:11) at 0302 :BCOL: black :FCOL: white
   accept db-name at 0313 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE
      go to End-Program
   end-if
   if db-opened = 'Y'
      perform Log-Close thru Log-Close-Ex
      move DBCLOSE(db-object) to db-status
      move 'N' to db-opened
   end-if
   move DBOPEN(db-name) to db-object
   if DBSTATUS not = 0
      display wText(3)(1:48)
             at 0502 :BCOL: red :FCOL: white
      accept omitted
      go to Query-Screen
   end-if
   move 'Y' to db-opened
   move 0 to wAccQueries
   move 'OPEN'  to Ac-Event
   move 0       to Ac-Count
   move 'query session' to Ac-Detail
   perform Log-Access thru Log-Access-Ex.

Ask-Query.
   display wLong(2)(1:80)
          at 0501 :BCOL: black :FCOL: cyan
   accept wSqlText at 0601 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE
   unstring trim(wSqlText) delimited by all ' ' into wFirstWord
   end-unstring
   if upper-case(wFirstWord) not = 'SELECT'
      display wText(5)(1:52)
             at 0802 :BCOL: red :FCOL: white
      accept omitted
      go to Ask-Query
      accept omitted
      go to Ask-Query
   end-if
   add 1 to wAccQueries
   move 'QUERY'    to Ac-Event
   move wRowCount  to Ac-Count
   move wSqlText   to Ac-Detail
   perform Log-Access thru Log-Access-Ex
   perform Grid-Screen thru Grid-Screen-Ex
   go to Ask-Query.

End-Program.
   if db-opened = 'Y'
      perform Log-Close thru Log-Close-Ex
      move DBCLOSE(db-object) to db-status
   end-if
   display ' ' at 0101 with blank screen
Run-Query.
   move spaces to wErrText
   move 0 to wRowCount
   move 0 to wMaskCount
   move 'N' to wTruncated
*> the masking policy knows a database by its file name
   perform varying wIdx from 64 by -1
             until wIdx < 1 or db-name(wIdx:1) = '/'
      continue
   end-perform
   move db-name(wIdx + 1:) to wDbBase
   move DBCOMPILE(db-object, wSqlText) to sql-object
   if DBSTATUS not = 0
      move DBERRMSG to wErrText
   move 1 to wCsvPos
   perform varying wCol from 1 by 1 until wCol > wColCount
      move DBCOLNAME(sql-object, wCol) to wColName
      move wColName to wColNameOf(wCol)
      if wCol <= wColShow
         move wColName(1:15) to wHeadLine(wPos:15)
         add 16 to wPos
      move 1 to wCsvPos
      perform varying wCol from 1 by 1 until wCol > wColCount
         move DBGETSTR(sql-object, wCol) to wColValue
         move 'GC95DBQUERY'    to Mk-Tool
         move wDbBase          to Mk-Layout
         move wColNameOf(wCol) to Mk-Field
         move wColValue        to Mk-Value
         call 'GC72MASK' using MASK-AREA
         on exception continue
         end-call
         if Mk-Is-Masked
            move Mk-Value to wColValue
            add 1 to wMaskCount
         end-if
         if wCol <= wColShow
            move wColValue(1:15) to wGridRow(wRowCount)(wPos:15)
            add 16 to wPos
Grid-Draw.
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string ' ' wRowCount wText(11)(1:7) delimited by size into wMsg
   if wTruncated = 'Y'
      string wText(12)(1:18) delimited by size into wMsg(12:20)
   end-if
   if wMaskCount > 0
      string wText(13)(1:30) delimited by size
             into wMsg(32:31)
   end-if
   display wMsg(1:78) at 0101 :BCOL: green :FCOL: white highlight
   display wHeadLine(1:78) at 0201 :BCOL: blue :FCOL: white
      display wGridRow(wIdx)(1:78) at line wRow column 01
             :BCOL: black :FCOL: white
   end-perform
   display wLong(3)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   accept omitted
   evaluate true
Export-Csv.
   open output CsvOut
   if CsvOut-fs not = '00'
      display wText(7)(1:48)
             at 2402 :BCOL: red :FCOL: white
      accept omitted
      go to Export-Csv-Ex
      write CsvOut-record
   end-perform
   close CsvOut
   move 'EXPORT'   to Ac-Event
   move wRowCount  to Ac-Count
   move spaces     to Ac-Detail
   string 'QUERYOUT.CSV: ' wSqlText delimited by size into Ac-Detail
   perform Log-Access thru Log-Access-Ex
   display wText(8)(1:50)
          at 2402 :BCOL: black :FCOL: green
   accept omitted
   continue.
Export-Spool.
   open output RptOut
   if RptOut-fs not = '00'
      display wText(9)(1:48)
             at 2402 :BCOL: red :FCOL: white
      accept omitted
      go to Export-Spool-Ex
   call 'GC87SPOOLADD' using SPOOLADD-AREA
   on exception continue
   end-call
   move 'EXPORT'   to Ac-Event
   move wRowCount  to Ac-Count
   move spaces     to Ac-Detail
   string 'QUERYRPT.TXT spooled: ' wSqlText delimited by size
          into Ac-Detail
   perform Log-Access thru Log-Access-Ex
   display wText(10)(1:50)
          at 2402 :BCOL: black :FCOL: green
   accept omitted
   continue.
Export-Spool-Ex. exit.

*> ***********************************************************************************
*>     read-access log (GC71ACCLOG) - the caller sets the event,
*>     count and detail; the user is the masking sign-on, if any
*> ***********************************************************************************
Log-Access.
   move 'GC95DBQUERY' to Ac-Tool
   move db-name       to Ac-Object
   move spaces        to Ac-User
   if Mk-Role = 'I' or Mk-Role = 'U' or Mk-Role = 'P'
      move Mk-User to Ac-User
   end-if
   call 'GC71ACCLOG' using ACCLOG-AREA
   on exception continue
   end-call
   continue.
Log-Access-Ex. exit.

Log-Close.
*> the rows were counted query by query - none again here
   move 'CLOSE'     to Ac-Event
   move 0           to Ac-Count
   move spaces      to Ac-Detail
   string wAccQueries ' queries run' delimited by size into Ac-Detail
   perform Log-Access thru Log-Access-Ex
   continue.
Log-Close-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC95DBQUERY' to Mt-Program
   move 13 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 13
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(1)(1:42)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(4)(1:38)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(6)(1:56)
          delimited by size into wLong(3)
   end-string
   continue.
Load-Texts-Ex. exit.
END PROGRAM GC95DBQUERY.
