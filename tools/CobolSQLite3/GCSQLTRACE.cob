*> **  >>SOURCE FORMAT IS FREE

identification division.

*> -----------------------------------------------------------------------------
*>  GCSQLTRACE: slowest and most frequent SQL statements per program
*>  Companion utility to CobolSQLite3
*>  Copyright (c) 2017-2017 by Robert W.Mills <cobolmac@btinternet.com>
*> -----------------------------------------------------------------------------
*>
*>  This program is free software: you can redistribute it and/or modify it
*>  under the terms of the GNU General Public License as published by the Free
*>  Software Foundation, either version 3 of the License, or (at your option)
*>  any later version.
*>
*>  This program is distributed in the hope that it will be useful, but WITHOUT
*>  ANY WARRANTY; without even the implied warranty of MERCHANTABILITY or
*>  FITNESS FOR A PARTICULAR PURPOSE. See the GNU General Public License for
*>  more details.
*>
*> -----------------------------------------------------------------------------
*>
*>  NOTES:
*>
*>    DBPROGRESS shows that a statement is running, not which one ran.
*>    With COBOLSQLITE3_TRACE naming a file, the library writes a line
*>    for every DBCOMPILE, DBEXECUTE and DBSQL call (layout with
*>    CobolSQLite3-Trace in CobolSQLite3.cob). This reads that trace
*>    and says where the time went, so housekeeping or a new index can
*>    be aimed at the statement that needs it.
*>
*>    The trace is loaded into an in-memory database and the calls are
*>    grouped by program, function, database and statement text - a
*>    statement with "?" placeholders groups as one however many
*>    values it was run with. Every DBEXECUTE call is a line of the
*>    trace, so a SELECT's fetches add up under its DBEXECUTE entry.
*>
*>    SQLTRACE.RPT carries, for each program (most elapsed first):
*>      - its calls, total elapsed and the period traced
*>      - the slowest statements, by total elapsed
*>      - the most frequent statements, by calls
*>    each with its calls, total/average/worst elapsed (milliseconds),
*>    rows affected, calls that returned an error Status Code, the
*>    function and the database, then the statement text.
*>
*>    The report's own statements are not traced, whatever
*>    COBOLSQLITE3_TRACE holds. RETURN-CODE 4 when any traced call
*>    returned an error Status Code (anything but 0, 100 and 101),
*>    16 when there is no trace to read.
*>
*>    Environment:
*>      SQLTRACE_FILE      the trace        (default the file named by
*>                                           COBOLSQLITE3_TRACE, else
*>                                           SQLTRACE.LOG)
*>      SQLTRACE_PROGRAM   one program only (default all)
*>      SQLTRACE_TOP       statements listed in each part (default 10)
*>
*> Tectonics:
*>
*>   prompt$ cobc -x GCSQLTRACE.cob CobolSQLite3.so
*>
*> -----------------------------------------------------------------------------

  program-id.                          GCSQLTRACE.

environment division.

  configuration section.

    repository.
      function DBOPEN
      function DBCLOSE
      function DBCOMPILE
      function DBBINDTEXT
      function DBBINDINT
      function DBEXECUTE
      function DBBEGIN
      function DBCOMMIT
      function DBRELEASE
      function DBRESET
      function DBSQL
      function DBGETSTR
      function DBGETINT
      function DBSTATUS
      function DBERRMSG
      function all intrinsic.

  input-output section.

    file-control.

      select optional trace-file       assign to dynamic trace-filename
                                       access is sequential
                                       organization is line sequential
                                       file status is trace-status
                                       .
      select trace-report              assign to "SQLTRACE.RPT"
                                       organization is line sequential
                                       file status is report-status
                                       .
data division.

  file section.

    fd  trace-file.

    *> as written by CobolSQLite3-Trace
    01  trace-record.
      05  trc-date                     pic 9(008).
      05  filler                       pic x(001).
      05  trc-time                     pic 9(008).
      05  filler                       pic x(001).
      05  trc-function                 pic x(009).
      05  filler                       pic x(001).
      05  trc-program                  pic x(031).
      05  filler                       pic x(001).
      05  trc-database                 pic x(128).
      05  filler                       pic x(001).
      05  trc-elapsed                  pic 9(009).
      05  filler                       pic x(001).
      05  trc-rows                     pic s9(009) sign leading separate.
      05  filler                       pic x(001).
      05  trc-status                   pic s9(004) sign leading separate.
      05  filler                       pic x(001).
      05  trc-statement                pic x(1024).

    fd  trace-report.

    01  report-record                  pic x(132).

  working-storage section.

    01  db-name                        pic x(256) value ":memory:".

    01  db-object.
      05  db-object-ptr                usage pointer.

    01  db-status                      pic s9(04) comp.

    01  sql-statement                  pic x(1024).

    01  sql-object.
      05  sql-object-ptr               usage pointer.

    01  program-object.
      05  program-object-ptr           usage pointer.

    01  trace-filename                 pic x(256).
    01  trace-status                   pic x(002).
    01  report-status                  pic x(002).

    01  env-value                      pic x(064).
    01  program-wanted                 pic x(031) value SPACES.
    01  current-program                pic x(031) value SPACES.
    01  top-count                      usage binary-double signed value 10.

    01  column-number                  pic 9(004) comp.
    01  column-text                    pic x(128).
    01  bind-text                      pic x(1024).
    01  bind-number                    usage binary-double signed.

    01  lines-read                     pic 9(009) value ZERO.
    01  lines-loaded                   pic 9(009) value ZERO.
    01  lines-rejected                 pic 9(009) value ZERO.
    01  error-calls                    pic 9(009) value ZERO.
    01  program-count                  pic 9(005) value ZERO.

    01  part-title                     pic x(040).
    01  part-order                     pic x(060).
    01  stmt-text                      pic x(1024).
    01  stmt-length                    pic 9(004) value ZERO.
    01  stmt-pos                       pic 9(004) value ZERO.
    01  stmt-lines                     pic 9(002) value ZERO.

    01  number-value                   pic 9(012) value ZERO.
    01  number-buffer                  pic z(11)9.
    01  count-buffer                   pic z(8)9.
    01  period-from                    pic x(017).
    01  period-to                      pic x(017).

procedure division.

  GCSQLTRACE-mainline.

    perform read-parameters

    display "GCSQLTRACE - SQL statement trace report" end-display
    display "  trace: ", trim(trace-filename) end-display

    move DBOPEN(db-name) to db-object
    if DBSTATUS <> ZERO then
      display "GCSQLTRACE: cannot open work database - ", trim(DBERRMSG) end-display
      move 16 to return-code
      goback
    end-if

    move "CREATE TABLE trace_rows (func TEXT, program TEXT, dbname TEXT, started TEXT, elapsed INTEGER, rows_changed INTEGER, status INTEGER, stmt TEXT)" to sql-statement
    move DBSQL(db-object, sql-statement) to db-status

    perform load-trace
    if lines-read = ZERO then
      display "GCSQLTRACE: no trace lines in ", trim(trace-filename) end-display
      move DBCLOSE(db-object) to db-status
      move 16 to return-code
      goback
    end-if

    open output trace-report
    perform report-heading

    move "SELECT program, COUNT(*), SUM(elapsed), MIN(started), MAX(started) FROM trace_rows GROUP BY program ORDER BY 3 DESC, 2 DESC" to sql-statement
    move DBCOMPILE(db-object, sql-statement) to program-object
    move DBEXECUTE(program-object) to db-status
    perform until db-status not = 100
      perform report-one-program
      move DBEXECUTE(program-object) to db-status
    end-perform
    move DBRELEASE(program-object) to db-status

    move SPACES to report-record
    perform write-report-line
    move SPACES to report-record
    string program-count, " PROGRAMS, ", lines-loaded, " CALLS, ",
           error-calls, " RETURNED AN ERROR STATUS"
      into report-record
    end-string
    perform write-report-line
    close trace-report

    move DBCLOSE(db-object) to db-status

    display "GCSQLTRACE: ", lines-loaded, " calls from ", program-count,
            " programs - see SQLTRACE.RPT" end-display
    if lines-rejected > ZERO then
      display "GCSQLTRACE: ", lines-rejected,
              " trace lines not in the trace layout - ignored" end-display
    end-if

    if error-calls > ZERO then
      move 4 to return-code
    end-if

    goback
    .

  read-parameters.

    display "COBOLSQLITE3_TRACE" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to trace-filename
    else
      move "SQLTRACE.LOG" to trace-filename
    end-if

    *> nothing this run does is to go into a trace - least of all the
    *> one it is reading
    move SPACES to env-value
    display "COBOLSQLITE3_TRACE" upon environment-name end-display
    display env-value upon environment-value end-display

    display "SQLTRACE_FILE" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to trace-filename
    end-if

    display "SQLTRACE_PROGRAM" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move upper-case(env-value) to program-wanted
    end-if

    display "SQLTRACE_TOP" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      compute top-count = numval(env-value)
      if top-count < 1 then
        move 10 to top-count
      end-if
    end-if
    .

*> -----------------------------------------------------------------------------
*>  the trace into the work database - one compiled INSERT, reset and
*>  bound again for every line, in one transaction
*> -----------------------------------------------------------------------------

  load-trace.

    open input trace-file
    if trace-status not = "00" then
      exit paragraph
    end-if

    move DBBEGIN(db-object) to db-status
    move "INSERT INTO trace_rows (func, program, dbname, started, elapsed, rows_changed, status, stmt) VALUES (?,?,?,?,?,?,?,?)" to sql-statement
    move DBCOMPILE(db-object, sql-statement) to sql-object

    perform until trace-status not = "00"
      read trace-file end-read
      if trace-status = "00" then
        add 1 to lines-read
        perform load-one-line
      end-if
    end-perform

    move DBRELEASE(sql-object) to db-status
    move DBCOMMIT(db-object) to db-status
    close trace-file
    .

  load-one-line.

    if trc-date is not numeric or trc-time is not numeric
       or trc-elapsed is not numeric or trc-rows is not numeric
       or trc-status is not numeric or trc-function = SPACES then
      add 1 to lines-rejected
      exit paragraph
    end-if

    if program-wanted not = SPACES
       and upper-case(trc-program) not = program-wanted then
      exit paragraph
    end-if

    move DBRESET(sql-object) to db-status
    move trc-function to bind-text
    move 1 to column-number
    move DBBINDTEXT(sql-object, column-number, bind-text) to db-status
    move trc-program to bind-text
    move 2 to column-number
    move DBBINDTEXT(sql-object, column-number, bind-text) to db-status
    move trc-database to bind-text
    move 3 to column-number
    move DBBINDTEXT(sql-object, column-number, bind-text) to db-status
    move SPACES to bind-text
    string trc-date, " ", trc-time(1:6) delimited by size
      into bind-text
    end-string
    move 4 to column-number
    move DBBINDTEXT(sql-object, column-number, bind-text) to db-status
    move trc-elapsed to bind-number
    move 5 to column-number
    move DBBINDINT(sql-object, column-number, bind-number) to db-status
    move trc-rows to bind-number
    move 6 to column-number
    move DBBINDINT(sql-object, column-number, bind-number) to db-status
    move trc-status to bind-number
    move 7 to column-number
    move DBBINDINT(sql-object, column-number, bind-number) to db-status
    move trc-statement to bind-text
    move 8 to column-number
    move DBBINDTEXT(sql-object, column-number, bind-text) to db-status
    move DBEXECUTE(sql-object) to db-status
    if db-status = 101 then
      add 1 to lines-loaded
      if trc-status not = ZERO and trc-status not = 100
         and trc-status not = 101 then
        add 1 to error-calls
      end-if
    end-if
    .

*> -----------------------------------------------------------------------------
*>  the report
*> -----------------------------------------------------------------------------

  report-heading.

    move SPACES to report-record
    string "SQL STATEMENT TRACE REPORT - ", trim(trace-filename)
           delimited by size
      into report-record
    end-string
    perform write-report-line
    if program-wanted not = SPACES then
      move SPACES to report-record
      string "PROGRAM ", trim(program-wanted), " ONLY"
             delimited by size
        into report-record
      end-string
      perform write-report-line
    end-if
    move SPACES to report-record
    string "ELAPSED IN MILLISECONDS; ", lines-read, " TRACE LINES READ"
           delimited by size
      into report-record
    end-string
    perform write-report-line
    .

  report-one-program.

    add 1 to program-count

    move SPACES to report-record
    perform write-report-line
    move all "=" to report-record
    perform write-report-line

    move 1 to column-number
    perform get-program-column
    move column-text(1:31) to current-program

    move 4 to column-number
    perform get-program-column
    move column-text(1:17) to period-from
    move 5 to column-number
    perform get-program-column
    move column-text(1:17) to period-to

    move SPACES to report-record
    move 2 to column-number
    move DBGETINT(program-object, column-number) to number-value
    move number-value to count-buffer
    move 3 to column-number
    move DBGETINT(program-object, column-number) to number-value
    move number-value to number-buffer
    string "PROGRAM ", current-program, " CALLS ", count-buffer,
           "  ELAPSED ", number-buffer, "  FROM ", period-from,
           " TO ", period-to
           delimited by size
      into report-record
    end-string
    perform write-report-line

    move "SLOWEST STATEMENTS (BY TOTAL ELAPSED):" to part-title
    move "ORDER BY 2 DESC, 1 DESC" to part-order
    perform report-one-part

    move "MOST FREQUENT STATEMENTS (BY CALLS):" to part-title
    move "ORDER BY 1 DESC, 2 DESC" to part-order
    perform report-one-part
    .

  report-one-part.

    move SPACES to report-record
    perform write-report-line
    move part-title to report-record(3:)
    perform write-report-line
    move SPACES to report-record
    move "CALLS" to report-record(10:5)
    move "TOTAL" to report-record(22:5)
    move "AVERAGE" to report-record(32:7)
    move "WORST" to report-record(45:5)
    move "ROWS" to report-record(59:4)
    move "ERRORS" to report-record(64:6)
    move "FUNCTION  DATABASE" to report-record(71:)
    perform write-report-line

    move SPACES to sql-statement
    string "SELECT COUNT(*), SUM(elapsed), SUM(elapsed) / COUNT(*), MAX(elapsed), SUM(rows_changed), SUM(status NOT IN (0, 100, 101)), func, dbname, stmt FROM trace_rows WHERE program = ? GROUP BY func, dbname, stmt ",
           trim(part-order), " LIMIT ?"
           delimited by size
      into sql-statement
    end-string
    move DBCOMPILE(db-object, sql-statement) to sql-object
    move current-program to bind-text
    move 1 to column-number
    move DBBINDTEXT(sql-object, column-number, bind-text) to db-status
    move 2 to column-number
    move DBBINDINT(sql-object, column-number, top-count) to db-status
    move DBEXECUTE(sql-object) to db-status
    perform until db-status not = 100
      perform report-one-statement
      move DBEXECUTE(sql-object) to db-status
    end-perform
    move DBRELEASE(sql-object) to db-status
    .

  report-one-statement.

    move SPACES to report-record
    move 1 to column-number
    move DBGETINT(sql-object, column-number) to number-value
    move number-value to count-buffer
    move count-buffer to report-record(5:9)
    move 2 to column-number
    move DBGETINT(sql-object, column-number) to number-value
    move number-value to number-buffer
    move number-buffer to report-record(15:12)
    move 3 to column-number
    move DBGETINT(sql-object, column-number) to number-value
    move number-value to number-buffer
    move number-buffer to report-record(27:12)
    move 4 to column-number
    move DBGETINT(sql-object, column-number) to number-value
    move number-value to number-buffer
    move number-buffer to report-record(39:12)
    move 5 to column-number
    move DBGETINT(sql-object, column-number) to number-value
    move number-value to number-buffer
    move number-buffer to report-record(51:12)
    move 6 to column-number
    move DBGETINT(sql-object, column-number) to number-value
    move number-value to count-buffer
    move count-buffer(4:6) to report-record(64:6)
    move 7 to column-number
    perform get-column-text
    move column-text(1:9) to report-record(71:9)
    move 8 to column-number
    perform get-column-text
    move column-text(1:52) to report-record(81:52)
    perform write-report-line

    *> the statement under it, 120 characters a line, at most four
    move SPACES to stmt-text
    move 9 to column-number
    unstring DBGETSTR(sql-object, column-number) delimited by low-value
      into stmt-text
    end-unstring
    move length(trim(stmt-text, trailing)) to stmt-length
    move 1 to stmt-pos
    move ZERO to stmt-lines
    perform until stmt-pos > stmt-length or stmt-lines = 4
      move SPACES to report-record
      move stmt-text(stmt-pos:120) to report-record(13:120)
      add 120 to stmt-pos
      add 1 to stmt-lines
      if stmt-lines = 4 and stmt-pos <= stmt-length then
        move " ..." to report-record(129:4)
      end-if
      perform write-report-line
    end-perform
    .

  get-column-text.

    *> the value ends at its terminator - anything past it is not ours
    move SPACES to column-text
    unstring DBGETSTR(sql-object, column-number) delimited by low-value
      into column-text
    end-unstring
    .

  get-program-column.

    move SPACES to column-text
    unstring DBGETSTR(program-object, column-number) delimited by low-value
      into column-text
    end-unstring
    .

  write-report-line.

    write report-record end-write
    .

end program GCSQLTRACE.
