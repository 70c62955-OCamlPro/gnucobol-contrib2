*>    Schema (created on first use):
*>
*>      step_history(step_id, run_date, chain, program, start_time,
*>                   end_time, start_secs, elapsed_secs, return_code,
*>                   corr_id)
*>
*>    corr_id is the night's run correlation id the feed line carries
*>    (ridsqf01a) - zero on lines written before it was stamped.
*>
*>    Environment:
*>      STEPHIST_DB      database (default RUNHIST.DB)
      05  sf-start                     pic x(006).
      05  sf-end                       pic x(006).
      05  sf-rc                        pic s9(004).
      05  sf-corr-id                   pic s9(008).
    01  sf-start-secs                  pic s9(006) value ZERO.
    01  sf-end-secs                    pic s9(006) value ZERO.
    01  sf-elapsed                     pic s9(006) value ZERO.

  create-schema.

    move "CREATE TABLE IF NOT EXISTS step_history (step_id INTEGER PRIMARY KEY, run_date TEXT, chain TEXT, program TEXT, start_time TEXT, end_time TEXT, start_secs INTEGER, elapsed_secs INTEGER, return_code INTEGER, corr_id INTEGER)" to sql-statement
    move DBSQL(db-object, sql-statement) to db-status

    *> databases created before the run correlation id existed pick
    *> it up here - on one that already has it the ALTER fails and
    *> the failure is deliberately ignored
    move "ALTER TABLE step_history ADD COLUMN corr_id INTEGER" to sql-statement
    move DBSQL(db-object, sql-statement) to db-status
    .

  load-one-line.

    *> StepTime chain(12) program(12) date(8) start(6) end(6) rc
    *> corr-id(8)
    move stepfeed-record(10:12) to sf-chain
    move stepfeed-record(23:12) to sf-program
    move stepfeed-record(36:8)  to sf-date
    move stepfeed-record(45:6)  to sf-start
    move stepfeed-record(52:6)  to sf-end
    compute sf-rc = numval(stepfeed-record(59:5))
    if stepfeed-record(65:8) is numeric then
      compute sf-corr-id = numval(stepfeed-record(65:8))
    else
      move ZERO to sf-corr-id
    end-if

    compute sf-start-secs = numval(sf-start(1:2)) * 3600
                          + numval(sf-start(3:2)) * 60
      add 86400 to sf-elapsed
    end-if

    move "INSERT INTO step_history (run_date, chain, program, start_time, end_time, start_secs, elapsed_secs, return_code, corr_id) VALUES (?,?,?,?,?,?,?,?,?)" to sql-statement
    move DBCOMPILE(db-object, sql-statement) to sql-object
    move sf-date to bind-text
    move DBBINDTEXT(sql-object, 1, bind-text) to db-status
    move DBBINDINT(sql-object, 6, sf-start-secs) to db-status
    move DBBINDINT(sql-object, 7, sf-elapsed) to db-status
    move DBBINDINT(sql-object, 8, sf-rc) to db-status
    move DBBINDINT(sql-object, 9, sf-corr-id) to db-status
    move DBEXECUTE(sql-object) to db-status
    move DBRELEASE(sql-object) to db-status
    add 1 to loaded-count
