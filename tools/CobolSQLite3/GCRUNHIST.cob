*>    Schema (created on first use):
*>
*>      runs(run_id, run_date, program, rec_in, rec_out, rec_rejected,
*>           rec_dropped, dup_groups, dup_records, feed_print, corr_id)
*>      run_groups(run_id, ch_field, rec_count, sum_bi, sum_fi, sum_fl,
*>                 sum_pd, sum_zd)
*>
*>    corr_id is the night's run correlation id (ridsqf01a), read from
*>    the " run nnnnnnnn" tag the sort stamps in columns 133-145 of
*>    every log line - zero for a log written before it was stamped.
*>
*>    The GCRUNVAR reporting program compares a night's run against this
*>    history and flags the groups that moved.
*>
    01  run-date                       pic 9(008).

    *> the message part of a log line sits after the 19-character
    *> timestamp and its trailing blank, up to the run tag
    01  log-message                    pic x(140).
    01  line-label                     pic x(040).
    01  line-value                     pic x(040).
      *> the feed fingerprint the double-feed check stamped into the
      *> log (a FeedPrint line) - spaces when the check did not run
      05  rf-feed-print                pic x(076) value SPACES.
      *> the run correlation id the run's lines are tagged with
      05  rf-corr-id                   pic s9(09) value ZERO.

    01  run-id                         usage binary-double signed.

      read runlog end-read
      if runlog-status = "00" then
        add 1 to line-number
        move runlog-record(21:112) to log-message
        perform scan-one-line
        if runlog-record(133:5) = " run "
           and runlog-record(138:8) is numeric then
          compute rf-corr-id = numval(runlog-record(138:8))
        end-if
      end-if
    end-perform

      move ZERO to rf-dup-groups
      move ZERO to rf-dup-records
      move SPACES to rf-feed-print
      move ZERO to rf-corr-id
    else
    if log-message(1:10) = "FeedPrint " then
      move log-message(11:76) to rf-feed-print

  create-schema.

    move "CREATE TABLE IF NOT EXISTS runs (run_id INTEGER PRIMARY KEY, run_date TEXT, program TEXT, rec_in INTEGER, rec_out INTEGER, rec_rejected INTEGER, rec_dropped INTEGER, dup_groups INTEGER, dup_records INTEGER, feed_print TEXT, corr_id INTEGER)" to sql-statement
    move DBSQL(db-object, sql-statement) to db-status

    *> databases created before the fingerprint column existed pick
    *> the failure is deliberately ignored
    move "ALTER TABLE runs ADD COLUMN feed_print TEXT" to sql-statement
    move DBSQL(db-object, sql-statement) to db-status
    *> and the run correlation id, the same way
    move "ALTER TABLE runs ADD COLUMN corr_id INTEGER" to sql-statement
    move DBSQL(db-object, sql-statement) to db-status

    move "CREATE TABLE IF NOT EXISTS run_groups (run_id INTEGER, ch_field TEXT, rec_count INTEGER, sum_bi INTEGER, sum_fi INTEGER, sum_fl INTEGER, sum_pd INTEGER, sum_zd INTEGER)" to sql-statement
    move DBSQL(db-object, sql-statement) to db-status
    perform append-comma-number
    move rf-dup-records to number-buffer
    perform append-comma-number
    string ", '", trim(rf-feed-print), "'"
      into sql-statement with pointer string-pointer
    end-string
    move rf-corr-id to number-buffer
    perform append-comma-number
    string ")"
      into sql-statement with pointer string-pointer
    end-string
    move DBSQL(db-object, sql-statement) to db-status
      read runlog end-read
      if runlog-status = "00" then
        add 1 to line-number
        move runlog-record(21:112) to log-message
        if line-number > marker-line
           and log-message(1:11) = "BreakTotal " then
          perform insert-one-group
