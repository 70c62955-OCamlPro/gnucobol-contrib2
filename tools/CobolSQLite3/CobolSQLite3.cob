*>
*>      01  CobolSQLite3-Database-Status-Code   pic s9(04) comp external.
*>
*>    Statement trace: when the environment variable COBOLSQLITE3_TRACE
*>    names a file, every statement passed to DBCOMPILE, DBEXECUTE and
*>    DBSQL is appended to it as one line - the calling program, the
*>    database, the elapsed time, the rows affected (as DBROWCOUNT
*>    reports them) and the Status Code returned, with the statement
*>    itself. Unset or blank, nothing is traced. The variable is looked
*>    at once, on the first such call of the run, so calling programs
*>    are traced or not without being recompiled. The line layout is
*>    given with CobolSQLite3-Trace at the end of this source; GCSQLTRACE
*>    reports the slowest and most frequent statements per program.
*>
*> -----------------------------------------------------------------------------
*>
*> Tectonics:
*>
*>   Use DBSTATUS Function to obtain Status Code.
*>
*>   Traced when COBOLSQLITE3_TRACE is set (see CobolSQLite3-Trace).
*>
*> Parameters:
*>
*>   db-object

    01  sql-num-bytes                  pic s9(04) comp.

    01  CobolSQLite3-Trace-State       pic x(001) external.
      88  trace-is-off                   value "N".

    01  trace-started                  pic x(021).

  linkage section.

    01  db-object.
      goback
    end-if

    if not trace-is-off then
      move current-date to trace-started
    end-if

    move trim(sql-statement) to sql-statement-wrk
    move length(sql-statement-wrk) to sql-num-bytes

      move -5 to CobolSQLite3-Database-Status-Code
    end-if

    if not trace-is-off then
      call "CobolSQLite3-Trace" using by content "DBCOMPILE",
                                      by content module-caller-id,
                                      by reference db-object-ptr,
                                      by reference sql-object-ptr,
                                      by reference sql-statement-wrk,
                                      by reference trace-started,
                                      by reference CobolSQLite3-Database-Status-Code
      end-call
    end-if

    goback
    .

*>
*>   Handle to Database Object stored within SQL Object.
*>
*>   Traced when COBOLSQLITE3_TRACE is set (see CobolSQLite3-Trace) -
*>   each call is one line, so a SELECT traces once per row fetched.
*>
*> Parameters:
*>
*>   sql-object
    01  CobolSQLite3-Database-Status-Code
                                       pic s9(04) comp external.

    01  CobolSQLite3-Trace-State       pic x(001) external.
      88  trace-is-off                   value "N".

    01  trace-started                  pic x(021).

    01  null-pointer                   usage pointer value NULL.

  linkage section.

    01  sql-object.

    move ZERO to CobolSQLite3-Database-Status-Code

    if not trace-is-off then
      move current-date to trace-started
    end-if

    call static "sqlite3_step" using by value sql-object-ptr
                           returning CobolSQLite3-Database-Status-Code
    end-call

    end-evaluate

    *> the Database and the statement text both come from the SQL Object
    if not trace-is-off then
      call "CobolSQLite3-Trace" using by content "DBEXECUTE",
                                      by content module-caller-id,
                                      by reference null-pointer,
                                      by reference sql-object-ptr,
                                      by content SPACE,
                                      by reference trace-started,
                                      by reference db-status
      end-call
    end-if

    goback
    .

*>
*>   Output generated by SQL SELECT Statements will be lost.
*>
*>   Traced when COBOLSQLITE3_TRACE is set (see CobolSQLite3-Trace).
*>
*> Parameters:
*>
*>   db-object

    01  sql-num-bytes                  pic s9(04) comp.

    01  CobolSQLite3-Trace-State       pic x(001) external.
      88  trace-is-off                   value "N".

    01  trace-started                  pic x(021).

    01  trace-db-status                pic s9(04) comp.

  linkage section.

    01  db-object.
      goback
    end-if

    if not trace-is-off then
      move current-date to trace-started
    end-if

    move trim(sql-statement) to sql-statement-wrk
    move length(sql-statement-wrk) to sql-num-bytes


    if CobolSQLite3-Database-Status-Code <> ZERO then
      move -5 to CobolSQLite3-Database-Status-Code, db-status
      if not trace-is-off then
        set sql-object to NULL
        perform trace-statement
      end-if
      goback
    end-if

                           returning CobolSQLite3-Database-Status-Code
    end-call

    *> traced while the SQL Object still exists, so the rows it changed
    *> can be told from those of a read-only statement
    if not trace-is-off then
      perform trace-statement
    end-if

    evaluate true

      when CobolSQLite3-Database-Status-Code = 5 *> SQLITE_BUSY
    goback
    .

  trace-statement.

    *> trace the Status Code the caller is about to be given, not the
    *> raw sqlite3_step code
    evaluate CobolSQLite3-Database-Status-Code
      when 5
        move -15 to trace-db-status
      when 6
        move -16 to trace-db-status
      when 100
      when 101
        move ZERO to trace-db-status
      when other
        move CobolSQLite3-Database-Status-Code to trace-db-status
    end-evaluate

    call "CobolSQLite3-Trace" using by content "DBSQL",
                                    by content module-caller-id,
                                    by reference db-object-ptr,
                                    by reference sql-object,
                                    by reference sql-statement-wrk,
                                    by reference trace-started,
                                    by reference trace-db-status
    end-call
    .

end function DBSQL.

*> *****************************************************************************

end function DBREKEY.

*> *****************************************************************************

identification division.

*> -----------------------------------------------------------------------------
*> CobolSQLite3-Trace
*> -----------------------------------------------------------------------------
*>
*> Append one line to the statement trace. Called by DBCOMPILE,
*> DBEXECUTE and DBSQL themselves - not for calling from application
*> programs.
*>
*> Notes:
*>
*>   The trace is switched on by naming its file in the environment
*>   variable COBOLSQLITE3_TRACE. The variable is looked at on the first
*>   traced call of the run only; the answer is kept in the EXTERNAL
*>   CobolSQLite3-Trace-State ("Y" on, "N" off) so that, switched off,
*>   the traced functions do no more than test that byte.
*>
*>   The file is opened EXTEND and closed again for every line, so jobs
*>   running together can share one trace and the lines written before
*>   an abend are not lost. A trace that cannot be opened switches
*>   tracing off for the rest of the run, with one message.
*>
*>   Trace line (line sequential, fixed columns):
*>
*>       1-8    date the call started, yyyymmdd
*>      10-17   time the call started, hhmmsshh
*>      19-27   DBCOMPILE, DBEXECUTE or DBSQL
*>      29-59   calling program
*>      61-188  Database file (":memory:" for an in-memory Database)
*>     190-198  elapsed milliseconds, to the hundredth of a second
*>     200-209  rows affected, signed - as DBROWCOUNT reports them, for
*>              a statement that ran to completion and is not
*>              read-only; zero otherwise
*>     211-215  Status Code returned to the caller, signed
*>     217-     the SQL Statement, newlines and tabs made spaces
*>
*> Parameters:
*>
*>   trace-function  - name of the traced function
*>   trace-caller    - program that called it
*>   trace-db-ptr    - handle to Database Object (NULL: take it from
*>                     the SQL Object)
*>   trace-sql-ptr   - handle to SQL Object (NULL if none was made)
*>   trace-statement - SQL Statement (SPACE: take it from the SQL
*>                     Object)
*>   trace-started   - CURRENT-DATE when the call started
*>   trace-db-status - Status Code being returned
*>
*> -----------------------------------------------------------------------------

  program-id.                          CobolSQLite3-Trace.

environment division.

  configuration section.

    repository.
      function all intrinsic.

  input-output section.

    file-control.

      select optional trace-file       assign to dynamic trace-filename
                                       organization is line sequential
                                       file status is trace-file-status
                                       .
data division.

  file section.

    fd  trace-file.

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

  working-storage section.

    01  CobolSQLite3-Trace-State       pic x(001) external.
      88  trace-is-on                    value "Y".
      88  trace-is-off                   value "N".

    01  trace-filename                 pic x(256).

    01  trace-file-status              pic x(002).

    01  clock-stamp.
      05  clock-date                   pic 9(008).
      05  clock-hh                     pic 9(002).
      05  clock-mi                     pic 9(002).
      05  clock-ss                     pic 9(002).
      05  clock-hs                     pic 9(002).
      05  filler                       pic x(005).

    01  start-date                     pic 9(008).
    01  start-hundredths               pic 9(008) comp.
    01  end-hundredths                 pic 9(008) comp.
    01  elapsed-hundredths             pic 9(009) comp.

    01  db-handle                      usage pointer.

    01  text-pointer                   usage pointer.

    01  readonly-flag                  pic s9(09) comp-5.

    01  rows-changed                   pic s9(09) comp-5.

    01  sqlite3-data                   pic x(1024) based.
          *> DO NOT WRITE TO THIS VARIABLE. *** THERE BE DRAGONS ***

  linkage section.

    01  trace-function                 pic x any length.

    01  trace-caller                   pic x any length.

    01  trace-db-ptr                   usage pointer.

    01  trace-sql-ptr                  usage pointer.

    01  trace-statement                pic x any length.

    01  trace-started                  pic x(021).

    01  trace-db-status                pic s9(04) comp.

procedure division using trace-function, trace-caller, trace-db-ptr,
                         trace-sql-ptr, trace-statement,
                         trace-started, trace-db-status.

  trace-mainline.

    if not trace-is-on and not trace-is-off then
      perform check-trace-switch
    end-if

    if trace-is-off then
      goback
    end-if

    move SPACES to trace-record

    move trace-started to clock-stamp
    move clock-date to trc-date, start-date
    move trace-started(9:8) to trc-time
    compute start-hundredths = clock-hh * 360000 + clock-mi * 6000
                             + clock-ss * 100 + clock-hs
    end-compute

    move current-date to clock-stamp
    compute end-hundredths = clock-hh * 360000 + clock-mi * 6000
                           + clock-ss * 100 + clock-hs
    end-compute

    *> a call that ran over midnight ends on a later date
    compute elapsed-hundredths =
            (integer-of-date(clock-date) - integer-of-date(start-date))
            * 8640000 + end-hundredths - start-hundredths
    end-compute
    compute trc-elapsed = elapsed-hundredths * 10 end-compute

    move trace-function to trc-function
    move trace-caller to trc-program
    move trace-db-status to trc-status

    if trace-db-ptr not = NULL then
      set db-handle to trace-db-ptr
    else
      set db-handle to NULL
      if trace-sql-ptr not = NULL then
        call static "sqlite3_db_handle" using by value trace-sql-ptr
                                    returning db-handle
        end-call
      end-if
    end-if

    perform trace-database-name
    perform trace-statement-text
    perform trace-rows-changed

    open extend trace-file
    if trace-file-status(1:1) not = "0" then
      display "CobolSQLite3: statement trace ", trim(trace-filename),
              " cannot be opened (status ", trace-file-status,
              ") - tracing off" upon syserr end-display
      set trace-is-off to TRUE
      goback
    end-if
    write trace-record end-write
    close trace-file

    goback
    .

  check-trace-switch.

    move SPACES to trace-filename
    display "COBOLSQLITE3_TRACE" upon environment-name end-display
    accept trace-filename from environment-value end-accept

    if trace-filename = SPACES then
      set trace-is-off to TRUE
    else
      set trace-is-on to TRUE
    end-if
    .

  trace-database-name.

    move ":memory:" to trc-database

    if db-handle = NULL then
      exit paragraph
    end-if

    call static "sqlite3_db_filename" using by value db-handle,
                                            by content concatenate("main", x"00")
                                  returning text-pointer
    end-call

    if text-pointer not = NULL then
      set address of sqlite3-data to text-pointer
      if sqlite3-data(1:1) not = low-value then
        move SPACES to trc-database
        string
          sqlite3-data delimited by low-value
          into trc-database
        end-string
      end-if
      set address of sqlite3-data to NULL
    end-if
    .

  trace-statement-text.

    if trace-statement not = SPACES then
      move trace-statement to trc-statement
    else
      if trace-sql-ptr not = NULL then
        call static "sqlite3_sql" using by value trace-sql-ptr
                              returning text-pointer
        end-call
        if text-pointer not = NULL then
          set address of sqlite3-data to text-pointer
          string
            sqlite3-data delimited by low-value
            into trc-statement
          end-string
          set address of sqlite3-data to NULL
        end-if
      end-if
    end-if

    inspect trc-statement replacing all x"0A" by SPACE
                                    all x"0D" by SPACE
                                    all x"09" by SPACE
    .

  trace-rows-changed.

    *> only a statement that has run to completion has changed rows -
    *> SQLITE_DONE from DBEXECUTE, a zero Status Code from DBSQL - and
    *> a read-only one has changed none, whatever sqlite3_changes
    *> still holds from the statement before it
    move ZERO to trc-rows

    if trace-sql-ptr = NULL or db-handle = NULL then
      exit paragraph
    end-if

    if not (trace-function = "DBEXECUTE" and trace-db-status = 101)
       and not (trace-function = "DBSQL" and trace-db-status = ZERO) then
      exit paragraph
    end-if

    call static "sqlite3_stmt_readonly" using by value trace-sql-ptr
                                    returning readonly-flag
    end-call

    if readonly-flag = ZERO then
      call static "sqlite3_changes" using by value db-handle
                                returning rows-changed
      end-call
      move rows-changed to trc-rows
    end-if
    .

end program CobolSQLite3-Trace.




