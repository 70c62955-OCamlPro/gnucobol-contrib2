*> **  >>SOURCE FORMAT IS FREE

identification division.

*> -----------------------------------------------------------------------------
*>  GCROLLBACK: undo a bad night across every store its chain touched
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
*>    When a bad feed got all the way through, undoing the night was
*>    a day of hand work across five stores. This job takes the night
*>    (ROLLBACK_DATE, or ROLLBACK_RUNID - any runs.run_id of the night,
*>    which resolves to its run_date) and finds everything its chain
*>    wrote. ROLLBACK_CORRID names the night by its run correlation id
*>    instead (the id ridsqf01a hands out when the schedule starts):
*>    the generations, runs, steps, StepTime lines and BreakTotal lines
*>    are then taken by that id exactly - a job that ran past midnight
*>    still belongs to its night, and a rerun of the same day under a
*>    later id is left alone - and the night's date, for the stores
*>    that carry no id (PTDSTORE's period, TRANSREG), is the date its
*>    first generation or run was stamped with:
*>
*>      - GENCAT      the generations cut that night (SORTOUT and the
*>                    split files) - the previous generation of each
*>                    file id becomes current again, and the night's
*>                    generation files and manifests are set aside as
*>                    <name>.RBK, not deleted;
*>      - PTDSTORE    the night's BreakTotal lines (the run log after
*>                    its last RunStart marker, exactly what the
*>                    ptdsqf01a roll folded in) are backed out of the
*>                    period-to-date rows, and a ROLLED marker for the
*>                    night is stepped back a day so the corrected
*>                    night can be rolled again;
*>      - RUNHIST.DB  the night's runs, run_groups and step_history
*>                    rows;
*>      - STEPHIST.LOG the night's StepTime lines not yet loaded;
*>      - TRANSREG    the night's transmission entries, set to V
*>                    (voided) so the acknowledgement scan and the
*>                    dashboard stop chasing them.
*>
*>    ROLLBACK_MODE=PLAN (the default) only lists it all, with any
*>    blocker, on ROLLBACK.RPT. APPLY reverses it as one unit: the
*>    flat stores are staged beside the live ones (*.RBT) first, the
*>    database rows go in one transaction, and the staged stores only
*>    replace the live ones once that commit has held - any failure
*>    before then leaves every store as it was. GENCAT, a keyed file,
*>    is not staged: it is checked open for update beforehand, and the
*>    night's entries are deleted from it one at a time, each under
*>    its record lock, once the commit has held. A period already
*>    closed at month-end is a blocker: its report has been cut, so
*>    the rollback is refused rather than leave the store and the
*>    printed close disagreeing.
*>
*>    APPLY needs the promote role (GC85SIGNON - GC85_USER and
*>    GC85_PASSWORD for batch, as GC83TABPROMOTE), a reason, and the
*>    night's date typed back as confirmation. Who did it and why goes
*>    to the TABEAUD1.LOG audit trail, one row per store, chained by
*>    GC94AUDHASH; the report goes on the GC87SPOOL queue.
*>
*>    RETURN-CODE: 0 done (or planned), 4 nothing recorded for the
*>    night, 12 refused on a blocker, 16 parameter, sign-on,
*>    confirmation or commit failure.
*>
*>    Environment:
*>      ROLLBACK_DATE     the night, YYYYMMDD
*>      ROLLBACK_RUNID    or a runs.run_id of the night
*>      ROLLBACK_CORRID   or the night's run correlation id
*>      ROLLBACK_MODE     PLAN (default) or APPLY
*>      ROLLBACK_REASON   why (required for APPLY)
*>      ROLLBACK_CONFIRM  the night's date again; asked for at the
*>                        console when not set
*>      ROLLBACK_PGM      program whose run log rolled into PTDSTORE
*>                        (default musesqf01a)
*>      ROLLBACK_DB       run-history database (default RUNHIST.DB)
*>      STEPHIST_LOG      the step feed (default STEPHIST.LOG)
*>
*> Tectonics:
*>
*>   prompt$ cobc -x GCROLLBACK.cob CobolSQLite3.so
*>
*> -----------------------------------------------------------------------------

  program-id.                          GCROLLBACK.

environment division.

  configuration section.

    repository.
      function DBOPEN
      function DBCLOSE
      function DBCOMPILE
      function DBEXECUTE
      function DBBEGIN
      function DBCOMMIT
      function DBROLLBACK
      function DBRELEASE
      function DBSQL
      function DBGETSTR
      function DBGETINT
      function DBSTATUS
      function DBERRMSG
      function all intrinsic.

  input-output section.

    file-control.

      select optional night-log        assign to dynamic log-filename
                                       organization is line sequential
                                       file status is log-status
                                       .
      select optional gencat           assign to "GENCAT"
                                       organization is indexed
                                       access mode is dynamic
                                       record key is gcr-key
                                       lock mode is manual
                                       file status is gencat-status
                                       .
      select optional ptdstore         assign to "PTDSTORE"
                                       organization is line sequential
                                       file status is ptdstore-status
                                       .
      select ptdstore-staged           assign to "PTDSTORE.RBT"
                                       organization is line sequential
                                       file status is staged-status
                                       .
      select optional stepfeed         assign to dynamic feed-filename
                                       organization is line sequential
                                       file status is feed-status
                                       .
      select stepfeed-staged           assign to dynamic staged-feed
                                       organization is line sequential
                                       file status is staged-status
                                       .
      select optional transreg         assign to "TRANSREG"
                                       organization is line sequential
                                       file status is transreg-status
                                       .
      select transreg-staged           assign to "TRANSREG.RBT"
                                       organization is line sequential
                                       file status is staged-status
                                       .
      select rollback-report           assign to "ROLLBACK.RPT"
                                       organization is line sequential
                                       file status is report-status
                                       .
      select audit-trail               assign to "TABEAUD1.LOG"
                                       organization is line sequential
                                       file status is audit-status
                                       .
      select optional audit-scan       assign to "TABEAUD1.LOG"
                                       organization is line sequential
                                       file status is scan-status
                                       .
data division.

  file section.

    fd  night-log.

    01  log-record                     pic x(160).

    fd  gencat.

    01  gencat-record.
      05  gcr-key.
        10  gcr-fileid                 pic x(020).
        10  gcr-gen                    pic 9(004).
      05  gcr-date                     pic 9(008).
      05  gcr-time                     pic 9(006).
      05  gcr-runid                    pic 9(008).

    fd  ptdstore.

    01  ptdstore-record.
      05  pt-period                    pic 9(006).
      05  filler                       pic x(001).
      05  pt-state                     pic x(001).
      05  filler                       pic x(001).
      05  pt-ch                        pic x(005).
      05  filler                       pic x(001).
      05  pt-count                     pic 9(009).
      05  filler                       pic x(001).
      05  pt-bi                        pic s9(11) sign leading separate.
      05  filler                       pic x(001).
      05  pt-fi                        pic s9(11) sign leading separate.
      05  filler                       pic x(001).
      05  pt-fl                        pic s9(11) sign leading separate.
      05  filler                       pic x(001).
      05  pt-pd                        pic s9(11) sign leading separate.
      05  filler                       pic x(001).
      05  pt-zd                        pic s9(11) sign leading separate.

    fd  ptdstore-staged.

    01  ptdstore-staged-record         pic x(089).

    fd  stepfeed.

    01  stepfeed-record                pic x(132).

    fd  stepfeed-staged.

    01  stepfeed-staged-record         pic x(132).

    fd  transreg.

    01  transreg-record.
      05  tx-status                    pic x(001).
      05  filler                       pic x(001).
      05  tx-file                      pic x(040).
      05  filler                       pic x(001).
      05  tx-dest                      pic x(012).
      05  filler                       pic x(001).
      05  tx-date                      pic 9(008).
      05  filler                       pic x(001).
      05  tx-time                      pic 9(006).
      05  filler                       pic x(001).
      05  tx-deadline                  pic 9(005).

    fd  transreg-staged.

    01  transreg-staged-record         pic x(077).

    fd  rollback-report.

    01  report-record                  pic x(132).

    fd  audit-trail.

    01  audit-record.
      05  au-ts                        pic x(019).
      05  filler                       pic x(001).
      05  au-user                      pic x(012).
      05  filler                       pic x(001).
      05  au-file                      pic x(012).
      05  filler                       pic x(001).
      05  au-ktab                      pic x(003).
      05  filler                       pic x(001).
      05  au-old                       pic x(075).
      05  filler                       pic x(001).
      05  au-new                       pic x(075).
      05  filler                       pic x(001).
      05  au-ktip                      pic x(001).
      05  filler                       pic x(001).
      05  au-kcod                      pic x(003).
      05  filler                       pic x(001).
      05  au-checker                   pic x(012).
      05  filler                       pic x(001).
      05  au-hash                      pic x(008).

    fd  audit-scan.

    01  audit-scan-record              pic x(250).

  working-storage section.

    01  db-name                        pic x(256).

    01  db-object.
      05  db-object-ptr                usage pointer.

    01  db-status                      pic s9(04) comp.

    01  sql-statement                  pic x(1024).

    01  sql-object.
      05  sql-object-ptr               usage pointer.

    01  log-filename                   pic x(256).
    01  feed-filename                  pic x(256).
    01  staged-feed                    pic x(256).
    01  log-status                     pic x(002).
    01  gencat-status                  pic x(002).
    01  ptdstore-status                pic x(002).
    01  feed-status                    pic x(002).
    01  transreg-status                pic x(002).
    01  staged-status                  pic x(002).
    01  report-status                  pic x(002).
    01  audit-status                   pic x(002).
    01  scan-status                    pic x(002).

    01  env-value                      pic x(064).
    01  run-mode                       pic x(008) value "PLAN".
    01  program-name                   pic x(012) value "musesqf01a".
    01  rollback-reason                pic x(064) value SPACES.
    01  confirm-value                  pic x(064) value SPACES.
    01  night-date                     pic 9(008) value ZERO.
    01  night-period                   pic 9(006) value ZERO.
    01  day-before                     pic 9(008) value ZERO.
    01  run-id                         usage binary-double signed value ZERO.
    *> the night's run correlation id, and the SQL condition that
    *> picks its rows - by the id when one was given, else by date
    01  corr-id                        pic 9(008) value ZERO.
    01  night-where                    pic x(040) value SPACES.
    01  row-count                      usage binary-double signed.
    *> column numbers go to the DBGET functions as a comp field - a
    *> bare literal does not arrive as one
    01  column-number                  pic 9(004) comp.
    01  column-text                    pic x(064).
    01  step-text                      pic x(040).
    01  int-work                       usage binary-double signed.
    01  number-buffer                  pic -(12)9.
    01  gen-buffer                     pic 9(004).
    01  check-name                     pic x(256).
    01  file-details.
      05  cfe-size                     pic x(08) comp-x.
      05  filler                       pic x(08).

    *> what the night wrote, store by store
    01  found-count                    pic 9(007) value ZERO.
    01  blocker-count                  pic 9(003) value ZERO.
    01  gens-dropped                   pic 9(003) value ZERO.
    01  groups-backed                  pic 9(003) value ZERO.
    01  runs-count                     pic 9(007) value ZERO.
    01  groups-count                   pic 9(007) value ZERO.
    01  steps-count                    pic 9(007) value ZERO.
    01  feed-lines                     pic 9(007) value ZERO.
    01  trans-voided                   pic 9(005) value ZERO.
    01  db-present                     pic x(001) value "N".
    01  ptd-rolled                     pic x(001) value "N".
    01  stage-failed                   pic x(001) value "N".
    01  rollback-rc                    pic 9(002) value ZERO.

    *> the night's catalog entry in hand while the rest of its file
    *> id is looked over - gc-night says whether an entry is the night's
    01  gc-entry.
      05  gc-key.
        10  gc-fileid                  pic x(020).
        10  gc-gen                     pic 9(004).
      05  gc-date                      pic 9(008).
      05  gc-time                      pic 9(006).
      05  gc-runid                     pic 9(008).
    01  gc-night                       pic x(001) value "N".
    01  gc-prev                        pic 9(004) value ZERO.
    01  gen-filename                   pic x(256).
    01  retire-filename                pic x(256).

    *> the period-to-date store in memory, and its ROLLED marker
    01  ptd-table.
      05  ptd-count                    pic 9(003) value ZERO.
      05  ptd-entry                    occurs 500 times.
        10  pe-period                  pic 9(006).
        10  pe-state                   pic x(001).
        10  pe-ch                      pic x(005).
        10  pe-count                   pic 9(009).
        10  pe-bi                      pic s9(11) comp-3.
        10  pe-fi                      pic s9(11) comp-3.
        10  pe-fl                      pic s9(11) comp-3.
        10  pe-pd                      pic s9(11) comp-3.
        10  pe-zd                      pic s9(11) comp-3.
    01  ptd-idx                        pic 9(003) value ZERO.
    01  ptd-pick                       pic 9(003) value ZERO.
    01  marker-date                    pic 9(008) value ZERO.
    01  marker-program                 pic x(012) value SPACES.

    *> the night's BreakTotal lines, as the roll folded them in
    01  break-table.
      05  break-count                  pic 9(003) value ZERO.
      05  break-entry                  occurs 100 times.
        10  bt-ch                      pic x(005).
        10  bt-count                   pic 9(009).
        10  bt-bi                      pic s9(11) comp-3.
        10  bt-fi                      pic s9(11) comp-3.
        10  bt-fl                      pic s9(11) comp-3.
        10  bt-pd                      pic s9(11) comp-3.
        10  bt-zd                      pic s9(11) comp-3.
    01  break-idx                      pic 9(003) value ZERO.
    01  break-fields.
      05  bk-ch                        pic x(005).
      05  bk-count                     pic x(012).
      05  bk-bi                        pic x(014).
      05  bk-fi                        pic x(014).
      05  bk-fl                        pic x(014).
      05  bk-pd                        pic x(014).
      05  bk-zd                        pic x(014).
    01  line-number                    pic 9(007) value ZERO.
    01  marker-line                    pic 9(007) value ZERO.

    *> the audit row: who, and why
    01  audit-user                     pic x(012) value SPACES.
    01  audit-date                     pic 9(008).
    01  audit-time                     pic 9(008).
    01  audit-ts                       pic x(019).
    01  audit-file                     pic x(012).
    01  audit-old                      pic x(075).
    01  last-hash                      pic x(008) value "00000000".

    COPY 'GC85SIGNON.CPY'.
    COPY 'GC94AUDHASH.CPY'.

    01  spooladd-area.
      05  Sp-File                      pic x(040) value SPACES.
      05  Sp-Type                      pic x(012) value SPACES.
      05  Sp-Origin                    pic x(012) value SPACES.
      05  Sp-Ok                        pic x(001) value SPACE.

procedure division.

  GCROLLBACK-mainline.

    display "GCROLLBACK - night rollback" end-display

    open output rollback-report
    if report-status not = "00" then
      display "GCROLLBACK: cannot open ROLLBACK.RPT - status ",
              report-status end-display
      move 16 to return-code
      goback
    end-if

    perform read-parameters
    if rollback-rc <> ZERO then
      perform finish-report
      goback
    end-if

    move SPACES to report-record
    string "NIGHT ROLLBACK ", night-date, "   MODE ", trim(run-mode),
           "   PROGRAM ", trim(program-name)
      into report-record
    end-string
    if corr-id > ZERO then
      string trim(report-record trailing), "   RUN ", corr-id
        into report-record
      end-string
    end-if
    perform write-report-line
    if rollback-reason not = SPACES then
      move SPACES to report-record
      string "REASON: ", trim(rollback-reason) into report-record end-string
      perform write-report-line
    end-if

    perform survey-gencat
    perform survey-ptdstore
    perform survey-runhist
    perform survey-step-feed
    perform survey-transreg

    move SPACES to report-record
    perform write-report-line
    if found-count = ZERO then
      move "NOTHING RECORDED FOR THIS NIGHT - nothing to roll back"
        to report-record
      perform write-report-line
      move 4 to rollback-rc
      perform finish-report
      goback
    end-if

    if blocker-count > ZERO then
      move SPACES to report-record
      move blocker-count to number-buffer
      string "REFUSED - ", trim(number-buffer),
             " blocker(s) above; no store has been changed"
        into report-record
      end-string
      perform write-report-line
      move 12 to rollback-rc
      perform finish-report
      goback
    end-if

    if run-mode not = "APPLY" then
      move "PLAN ONLY - rerun with ROLLBACK_MODE=APPLY to reverse the above"
        to report-record
      perform write-report-line
      perform finish-report
      goback
    end-if

    perform authorise-rollback
    if rollback-rc = ZERO then
      perform confirm-rollback
    end-if
    if rollback-rc = ZERO then
      perform apply-rollback
    end-if

    perform finish-report
    goback
    .

  read-parameters.

    display "ROLLBACK_MODE" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move upper-case(env-value) to run-mode
    end-if
    if run-mode not = "PLAN" and run-mode not = "APPLY" then
      move "*** ROLLBACK_MODE must be PLAN or APPLY" to report-record
      perform write-report-line
      move 16 to rollback-rc
      exit paragraph
    end-if

    display "ROLLBACK_PGM" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to program-name
    end-if

    display "ROLLBACK_DB" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to db-name
    else
      move "RUNHIST.DB" to db-name
    end-if

    display "STEPHIST_LOG" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to feed-filename
    else
      move "STEPHIST.LOG" to feed-filename
    end-if
    move SPACES to staged-feed
    string trim(feed-filename), ".RBT" into staged-feed end-string

    display "ROLLBACK_REASON" upon environment-name end-display
    accept rollback-reason from environment-value end-accept

    display "ROLLBACK_CONFIRM" upon environment-name end-display
    accept confirm-value from environment-value end-accept

    *> the database is only opened if it is there - DBOPEN would
    *> otherwise create an empty one
    move db-name to check-name
    call "CBL_CHECK_FILE_EXIST" using check-name file-details end-call
    if return-code = ZERO then
      move DBOPEN(db-name) to db-object
      if DBSTATUS = ZERO then
        move "Y" to db-present
      end-if
    end-if
    move ZERO to return-code

    display "ROLLBACK_DATE" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      if test-numval(env-value) = ZERO then
        compute night-date = numval(env-value)
      end-if
    else
      display "ROLLBACK_CORRID" upon environment-name end-display
      accept env-value from environment-value end-accept
      if env-value not = SPACES then
        perform resolve-corr-id
      else
        display "ROLLBACK_RUNID" upon environment-name end-display
        accept env-value from environment-value end-accept
        if env-value not = SPACES then
          perform resolve-run-id
        end-if
      end-if
    end-if

    if night-date = ZERO or test-date-yyyymmdd(night-date) <> ZERO then
      move "*** ROLLBACK_DATE (YYYYMMDD) or a known ROLLBACK_RUNID/_CORRID is required"
        to report-record
      perform write-report-line
      move 16 to rollback-rc
      exit paragraph
    end-if
    compute night-period = night-date / 100
    move SPACES to night-where
    if corr-id > ZERO then
      string "corr_id = ", corr-id into night-where end-string
    else
      string "run_date = '", night-date, "'" into night-where end-string
    end-if
    compute day-before = date-of-integer(integer-of-date(night-date) - 1)

    if run-mode = "APPLY" and rollback-reason = SPACES then
      move "*** ROLLBACK_REASON is required to APPLY - the audit trail records why"
        to report-record
      perform write-report-line
      move 16 to rollback-rc
    end-if
    .

*> -----------------------------------------------------------------------------
*>  a run correlation id is any runs.run_id of the night - the night
*>  is its run_date, and every store is then taken by that date
*> -----------------------------------------------------------------------------

  resolve-run-id.

    if db-present not = "Y" or test-numval(env-value) <> ZERO then
      exit paragraph
    end-if
    compute run-id = numval(env-value)
    move run-id to number-buffer
    move SPACES to sql-statement
    string "SELECT run_date FROM runs WHERE run_id = ", trim(number-buffer)
      into sql-statement
    end-string
    move DBCOMPILE(db-object, sql-statement) to sql-object
    if DBSTATUS <> ZERO then
      exit paragraph
    end-if
    move DBEXECUTE(sql-object) to db-status
    if db-status = 100 then
      move 1 to column-number
      perform get-column-text
      if test-numval(column-text) = ZERO then
        compute night-date = numval(column-text)
      end-if
    end-if
    move DBRELEASE(sql-object) to db-status
    .

*> -----------------------------------------------------------------------------
*>  the night's run correlation id - its date is the first date it
*>  was stamped with, in the catalog or the run history
*> -----------------------------------------------------------------------------

  resolve-corr-id.

    if test-numval(env-value) <> ZERO then
      exit paragraph
    end-if
    compute corr-id = numval(env-value)
    if corr-id = ZERO then
      exit paragraph
    end-if

    open input gencat
    if gencat-status = "00" then
      perform until gencat-status not = "00"
        read gencat next record end-read
        if gencat-status = "00" and gcr-runid is numeric
           and gcr-runid = corr-id
           and (night-date = ZERO or gcr-date < night-date) then
          move gcr-date to night-date
        end-if
      end-perform
      close gencat
    end-if

    if night-date = ZERO and db-present = "Y" then
      move SPACES to sql-statement
      string "SELECT MIN(run_date) FROM (SELECT run_date FROM runs ",
             "WHERE corr_id = ", corr-id, " UNION ALL SELECT run_date ",
             "FROM step_history WHERE corr_id = ", corr-id, ")"
        into sql-statement
      end-string
      move DBCOMPILE(db-object, sql-statement) to sql-object
      if DBSTATUS <> ZERO then
        exit paragraph
      end-if
      move DBEXECUTE(sql-object) to db-status
      if db-status = 100 then
        move 1 to column-number
        perform get-column-text
        if column-text not = SPACES
           and test-numval(column-text) = ZERO then
          compute night-date = numval(column-text)
        end-if
      end-if
      move DBRELEASE(sql-object) to db-status
    end-if
    .

*> -----------------------------------------------------------------------------
*>  GENCAT: the generations cut that night, and which generation of
*>  each file id is current once they are gone
*> -----------------------------------------------------------------------------

  survey-gencat.

    move SPACES to report-record
    perform write-report-line
    move "--- GENCAT generations ---" to report-record
    perform write-report-line

    open input gencat
    if gencat-status = "00" then
      move LOW-VALUES to gcr-key
      start gencat key >= gcr-key end-start
      perform until gencat-status not = "00"
        read gencat next record end-read
        if gencat-status = "00" and gcr-fileid not = SPACES then
          perform test-night-generation
          if gc-night = "Y" then
            add 1 to gens-dropped
            perform report-one-generation
          end-if
        end-if
      end-perform
      close gencat
    end-if

    move SPACES to report-record
    move gens-dropped to number-buffer
    string "  ", trim(number-buffer), " generation(s) cut that night"
      into report-record
    end-string
    perform write-report-line
    add gens-dropped to found-count
    .

  report-one-generation.

    *> the newest generation of the same file id the night did not cut
    move gencat-record to gc-entry
    move ZERO to gc-prev
    move ZERO to gcr-gen
    start gencat key >= gcr-key end-start
    perform until gencat-status not = "00"
      read gencat next record end-read
      if gencat-status = "00" then
        if gcr-fileid not = gc-fileid then
          move "10" to gencat-status
        else
          perform test-night-generation
          if gc-night = "N" and gcr-gen > gc-prev then
            move gcr-gen to gc-prev
          end-if
        end-if
      end-if
    end-perform
    *> and back to where the survey had got to
    move gc-key to gcr-key
    start gencat key > gcr-key end-start

    move SPACES to report-record
    string "  ", gc-fileid, " G", gc-gen,
           " cut ", gc-date, " ", gc-time
      into report-record
    end-string
    if gc-prev > ZERO then
      move gc-prev to gen-buffer
      string trim(report-record trailing), "  -> G", gen-buffer,
             " current again"
        into report-record
      end-string
    else
      string trim(report-record trailing),
             "  -> no earlier generation on catalog"
        into report-record
      end-string
    end-if
    perform write-report-line
    .

*> -----------------------------------------------------------------------------
*>  PTDSTORE: back the night's BreakTotal lines out of the period
*>  rows they were rolled into - the same log, the same lines after
*>  the last RunStart marker, the same period (the night's YYYYMM)
*> -----------------------------------------------------------------------------

  survey-ptdstore.

    move SPACES to report-record
    perform write-report-line
    move SPACES to report-record
    string "--- PTDSTORE period ", night-period, " ---" into report-record end-string
    perform write-report-line

    move ZERO to ptd-count
    open input ptdstore
    if ptdstore-status = "00" then
      perform until ptdstore-status not = "00"
        read ptdstore end-read
        if ptdstore-status = "00" then
          if ptdstore-record(1:7) = "ROLLED " then
            compute marker-date = numval(ptdstore-record(8:8))
            move ptdstore-record(17:12) to marker-program
          else
            if ptd-count < 500 then
              add 1 to ptd-count
              move pt-period to pe-period(ptd-count)
              move pt-state  to pe-state(ptd-count)
              move pt-ch     to pe-ch(ptd-count)
              move pt-count  to pe-count(ptd-count)
              move pt-bi     to pe-bi(ptd-count)
              move pt-fi     to pe-fi(ptd-count)
              move pt-fl     to pe-fl(ptd-count)
              move pt-pd     to pe-pd(ptd-count)
              move pt-zd     to pe-zd(ptd-count)
            end-if
          end-if
        end-if
      end-perform
      close ptdstore
    end-if

    *> the roll marker says how far the store has been rolled - a
    *> night after it was never folded in, so there is nothing to
    *> back out
    if marker-date < night-date then
      move "  night not rolled into PTDSTORE - nothing to back out"
        to report-record
      perform write-report-line
      exit paragraph
    end-if

    perform read-night-log
    if break-count = ZERO then
      move SPACES to report-record
      string "  no BreakTotal lines in ", trim(log-filename),
             " - nothing to back out"
        into report-record
      end-string
      perform write-report-line
      exit paragraph
    end-if

    move "Y" to ptd-rolled
    perform varying break-idx from 1 by 1 until break-idx > break-count
      perform back-out-one-group
    end-perform

    if marker-date = night-date then
      move SPACES to report-record
      string "  ROLLED marker ", marker-date, " stepped back to ", day-before,
             " - the corrected night can be rolled again"
        into report-record
      end-string
      perform write-report-line
      move day-before to marker-date
    end-if
    add groups-backed to found-count
    .

  read-night-log.

    move SPACES to log-filename
    string trim(program-name), ".", night-date, ".log" into log-filename end-string
    move ZERO to break-count marker-line line-number

    open input night-log
    if log-status not = "00" then
      exit paragraph
    end-if
    perform until log-status not = "00"
      read night-log end-read
      if log-status = "00" then
        add 1 to line-number
        if log-record(21:9) = "RunStart " then
          move line-number to marker-line
        end-if
      end-if
    end-perform
    close night-log

    open input night-log
    move ZERO to line-number
    perform until log-status not = "00"
      read night-log end-read
      if log-status = "00" then
        add 1 to line-number
        if line-number > marker-line
           and log-record(21:11) = "BreakTotal "
           and (corr-id = ZERO or log-record(138:8) = corr-id)
           and break-count < 100 then
          move SPACES to break-fields
          unstring log-record(32:101) delimited by all " "
            into bk-ch bk-count bk-bi bk-fi bk-fl bk-pd bk-zd
          end-unstring
          add 1 to break-count
          move bk-ch to bt-ch(break-count)
          compute bt-count(break-count) = numval(bk-count)
          compute bt-bi(break-count) = numval(bk-bi)
          compute bt-fi(break-count) = numval(bk-fi)
          compute bt-fl(break-count) = numval(bk-fl)
          compute bt-pd(break-count) = numval(bk-pd)
          compute bt-zd(break-count) = numval(bk-zd)
        end-if
      end-if
    end-perform
    close night-log
    .

  back-out-one-group.

    move ZERO to ptd-pick
    perform varying ptd-idx from 1 by 1 until ptd-idx > ptd-count
      if pe-period(ptd-idx) = night-period
         and pe-ch(ptd-idx) = bt-ch(break-idx) then
        move ptd-idx to ptd-pick
      end-if
    end-perform

    move SPACES to report-record
    move bt-count(break-idx) to number-buffer
    string "  ", bt-ch(break-idx), " count ", trim(number-buffer)
      into report-record
    end-string

    if ptd-pick = ZERO then
      string trim(report-record trailing),
             "  - no row in the store, skipped"
        into report-record
      end-string
      perform write-report-line
      exit paragraph
    end-if

    if pe-state(ptd-pick) = "C" then
      string trim(report-record trailing),
             "  *** BLOCKER: period closed, month-end report already cut"
        into report-record
      end-string
      perform write-report-line
      add 1 to blocker-count
      exit paragraph
    end-if

    if pe-count(ptd-pick) < bt-count(break-idx) then
      string trim(report-record trailing),
             "  *** BLOCKER: store holds less than the night added"
        into report-record
      end-string
      perform write-report-line
      add 1 to blocker-count
      exit paragraph
    end-if

    move pe-count(ptd-pick) to number-buffer
    string trim(report-record trailing), " backed out of ", trim(number-buffer)
      into report-record
    end-string
    subtract bt-count(break-idx) from pe-count(ptd-pick)
    subtract bt-bi(break-idx) from pe-bi(ptd-pick)
    subtract bt-fi(break-idx) from pe-fi(ptd-pick)
    subtract bt-fl(break-idx) from pe-fl(ptd-pick)
    subtract bt-pd(break-idx) from pe-pd(ptd-pick)
    subtract bt-zd(break-idx) from pe-zd(ptd-pick)
    *> a group the night opened leaves nothing behind - its row goes
    if pe-count(ptd-pick) = ZERO then
      move ZERO to pe-period(ptd-pick)
      string trim(report-record trailing), " (row removed)"
        into report-record
      end-string
    end-if
    perform write-report-line
    add 1 to groups-backed
    .

*> -----------------------------------------------------------------------------
*>  RUNHIST.DB: the night's runs, their group totals and its steps
*> -----------------------------------------------------------------------------

  survey-runhist.

    move SPACES to report-record
    perform write-report-line
    move SPACES to report-record
    string "--- ", trim(db-name), " ---" into report-record end-string
    perform write-report-line
    if db-present not = "Y" then
      move "  no run-history database" to report-record
      perform write-report-line
      exit paragraph
    end-if

    move SPACES to sql-statement
    string "SELECT run_id, program, rec_in, rec_out FROM runs ",
           "WHERE ", trim(night-where), " ORDER BY run_id"
      into sql-statement
    end-string
    move DBCOMPILE(db-object, sql-statement) to sql-object
    if DBSTATUS = ZERO then
      move DBEXECUTE(sql-object) to db-status
      perform until db-status not = 100
        add 1 to runs-count
        move SPACES to report-record
        move 1 to column-number
        move DBGETINT(sql-object, column-number) to int-work
        move int-work to number-buffer
        move 2 to column-number
        perform get-column-text
        string "  run ", trim(number-buffer), " ", column-text(1:12)
          into report-record
        end-string
        move 3 to column-number
        move DBGETINT(sql-object, column-number) to int-work
        move int-work to number-buffer
        string trim(report-record trailing), " in ", trim(number-buffer)
          into report-record
        end-string
        move 4 to column-number
        move DBGETINT(sql-object, column-number) to int-work
        move int-work to number-buffer
        string trim(report-record trailing), " out ", trim(number-buffer)
          into report-record
        end-string
        perform write-report-line
        move DBEXECUTE(sql-object) to db-status
      end-perform
      move DBRELEASE(sql-object) to db-status
    end-if

    move SPACES to sql-statement
    string "SELECT COUNT(*) FROM run_groups WHERE run_id IN ",
           "(SELECT run_id FROM runs WHERE ", trim(night-where), ")"
      into sql-statement
    end-string
    perform count-db-rows
    move row-count to groups-count

    move SPACES to sql-statement
    string "SELECT chain, program, start_time, end_time, return_code ",
           "FROM step_history WHERE ", trim(night-where),
           " ORDER BY start_secs"
      into sql-statement
    end-string
    move DBCOMPILE(db-object, sql-statement) to sql-object
    if DBSTATUS = ZERO then
      move DBEXECUTE(sql-object) to db-status
      perform until db-status not = 100
        add 1 to steps-count
        move SPACES to report-record
        move SPACES to step-text
        move 1 to column-number
        perform get-column-text
        move column-text(1:12) to step-text(1:12)
        move 2 to column-number
        perform get-column-text
        move column-text(1:12) to step-text(14:12)
        move 3 to column-number
        perform get-column-text
        move column-text(1:6) to step-text(27:6)
        move "-" to step-text(33:1)
        move 4 to column-number
        perform get-column-text
        move column-text(1:6) to step-text(34:6)
        move 5 to column-number
        move DBGETINT(sql-object, column-number) to int-work
        move int-work to number-buffer
        string "  step ", step-text, " rc ", trim(number-buffer)
          into report-record
        end-string
        perform write-report-line
        move DBEXECUTE(sql-object) to db-status
      end-perform
      move DBRELEASE(sql-object) to db-status
    end-if

    move SPACES to report-record
    move runs-count to number-buffer
    string "  runs ", trim(number-buffer) into report-record end-string
    move groups-count to number-buffer
    string trim(report-record trailing), ", run_groups ", trim(number-buffer)
      into report-record
    end-string
    move steps-count to number-buffer
    string trim(report-record trailing), ", step_history ", trim(number-buffer)
      into report-record
    end-string
    perform write-report-line
    add runs-count groups-count steps-count to found-count
    .

  count-db-rows.

    *> a table this database does not have counts as empty
    move ZERO to row-count
    move DBCOMPILE(db-object, sql-statement) to sql-object
    if DBSTATUS <> ZERO then
      exit paragraph
    end-if
    move DBEXECUTE(sql-object) to db-status
    if db-status = 100 then
      move 1 to column-number
      move DBGETINT(sql-object, column-number) to row-count
    end-if
    move DBRELEASE(sql-object) to db-status
    .

  get-column-text.

    *> the value ends at its terminator - anything past it is not ours
    move SPACES to column-text
    unstring DBGETSTR(sql-object, column-number) delimited by low-value
      into column-text
    end-unstring
    .

*> -----------------------------------------------------------------------------
*>  STEPHIST.LOG: StepTime lines of the night the nightly load has not
*>  yet taken in
*> -----------------------------------------------------------------------------

  survey-step-feed.

    move SPACES to report-record
    perform write-report-line
    move SPACES to report-record
    string "--- ", trim(feed-filename), " ---" into report-record end-string
    perform write-report-line

    open input stepfeed
    if feed-status = "00" then
      perform until feed-status not = "00"
        read stepfeed end-read
        if feed-status = "00" and stepfeed-record(1:9) = "StepTime "
           and ((corr-id = ZERO and stepfeed-record(36:8) = night-date)
             or (corr-id > ZERO and stepfeed-record(65:8) = corr-id)) then
          add 1 to feed-lines
        end-if
      end-perform
      close stepfeed
    end-if

    move SPACES to report-record
    move feed-lines to number-buffer
    string "  ", trim(number-buffer), " StepTime line(s) not yet loaded"
      into report-record
    end-string
    perform write-report-line
    add feed-lines to found-count
    .

*> -----------------------------------------------------------------------------
*>  TRANSREG: what the night handed to transfer - voided, not removed,
*>  so the register still shows it went
*> -----------------------------------------------------------------------------

  survey-transreg.

    move SPACES to report-record
    perform write-report-line
    move "--- TRANSREG entries ---" to report-record
    perform write-report-line

    open input transreg
    if transreg-status = "00" then
      perform until transreg-status not = "00"
        read transreg end-read
        if transreg-status = "00" and tx-date = night-date
           and tx-status not = "V" then
          add 1 to trans-voided
          move SPACES to report-record
          string "  ", tx-status, " ", tx-file, " to ", tx-dest,
                 " sent ", tx-time, "  -> V"
            into report-record
          end-string
          perform write-report-line
        end-if
      end-perform
      close transreg
    end-if

    move SPACES to report-record
    move trans-voided to number-buffer
    string "  ", trim(number-buffer), " entr(ies) to void" into report-record end-string
    perform write-report-line
    add trans-voided to found-count
    .

*> -----------------------------------------------------------------------------
*>  only the promote role may roll a night back - the same rule, and
*>  the same fallback where the user subsystem is not installed, as
*>  promoting tables to production
*> -----------------------------------------------------------------------------

  authorise-rollback.

    display "USER" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value = SPACES then
      move "unknown" to audit-user
    else
      move env-value to audit-user
    end-if

    call "GC85SIGNON" using SIGNON-AREA end-call
    evaluate Sg-Status
      when "Y"
        if not Sg-Role-Promote then
          move SPACES to report-record
          string "*** REFUSED - ", trim(Sg-User), " (role ", Sg-Role,
                 ") may not roll back a night"
            into report-record
          end-string
          perform write-report-line
          move 16 to rollback-rc
          exit paragraph
        end-if
        move Sg-User to audit-user
      when "N"
        move SPACES to report-record
        string "*** REFUSED - sign-on: ", Sg-Message into report-record end-string
        perform write-report-line
        move 16 to rollback-rc
        exit paragraph
      when other
        continue
    end-evaluate

    move SPACES to report-record
    string "AUTHORISED BY ", audit-user into report-record end-string
    perform write-report-line
    .

  confirm-rollback.

    if confirm-value = SPACES then
      display "GCROLLBACK: type the night's date (YYYYMMDD) to confirm: "
              with no advancing end-display
      accept confirm-value end-accept
    end-if
    if trim(confirm-value) not = night-date then
      move "*** NOT CONFIRMED - the night's date was not given back; nothing changed"
        to report-record
      perform write-report-line
      move 16 to rollback-rc
    end-if
    .

*> -----------------------------------------------------------------------------
*>  APPLY: stage the flat stores, commit the database, and only then
*>  put the staged stores in place - one unit, or nothing
*> -----------------------------------------------------------------------------

  apply-rollback.

    move "N" to stage-failed
    if gens-dropped > ZERO then
      perform check-gencat
    end-if
    if ptd-rolled = "Y" then
      perform stage-ptdstore
    end-if
    if feed-lines > ZERO then
      perform stage-step-feed
    end-if
    if trans-voided > ZERO then
      perform stage-transreg
    end-if
    if stage-failed = "Y" then
      move "*** FAILED - a staged store could not be written; nothing changed"
        to report-record
      perform write-report-line
      perform discard-staged
      move 16 to rollback-rc
      exit paragraph
    end-if

    if runs-count + groups-count + steps-count > ZERO then
      perform delete-db-rows
      if rollback-rc <> ZERO then
        perform discard-staged
        exit paragraph
      end-if
    end-if

    *> the database has committed - the staged stores go live
    if gens-dropped > ZERO then
      perform drop-generations
    end-if
    if ptd-rolled = "Y" then
      move "PTDSTORE.RBT" to check-name
      move "PTDSTORE" to retire-filename
      call "CBL_RENAME_FILE" using check-name retire-filename end-call
    end-if
    if feed-lines > ZERO then
      call "CBL_RENAME_FILE" using staged-feed feed-filename end-call
    end-if
    if trans-voided > ZERO then
      move "TRANSREG.RBT" to check-name
      move "TRANSREG" to retire-filename
      call "CBL_RENAME_FILE" using check-name retire-filename end-call
    end-if

    perform write-audit-rows

    move SPACES to report-record
    perform write-report-line
    move SPACES to report-record
    string "ROLLED BACK by ", trim(audit-user), " - ", trim(rollback-reason)
      into report-record
    end-string
    perform write-report-line
    .

  *> GENCAT is keyed and is not staged: it only has to be open for
  *> update here, and its entries are deleted one by one once the
  *> commit has held
  check-gencat.

    open i-o gencat
    if gencat-status not = "00" then
      move "Y" to stage-failed
      exit paragraph
    end-if
    close gencat
    .

  stage-ptdstore.

    open output ptdstore-staged
    if staged-status not = "00" then
      move "Y" to stage-failed
      exit paragraph
    end-if
    perform varying ptd-idx from 1 by 1 until ptd-idx > ptd-count
      if pe-period(ptd-idx) not = ZERO then
        move SPACES to ptdstore-record
        move pe-period(ptd-idx) to pt-period
        move pe-state(ptd-idx)  to pt-state
        move pe-ch(ptd-idx)     to pt-ch
        move pe-count(ptd-idx)  to pt-count
        move pe-bi(ptd-idx)     to pt-bi
        move pe-fi(ptd-idx)     to pt-fi
        move pe-fl(ptd-idx)     to pt-fl
        move pe-pd(ptd-idx)     to pt-pd
        move pe-zd(ptd-idx)     to pt-zd
        write ptdstore-staged-record from ptdstore-record end-write
      end-if
    end-perform
    if marker-date > ZERO then
      move SPACES to ptdstore-record
      string "ROLLED ", marker-date, " ", marker-program into ptdstore-record end-string
      write ptdstore-staged-record from ptdstore-record end-write
    end-if
    close ptdstore-staged
    .

  stage-step-feed.

    open output stepfeed-staged
    if staged-status not = "00" then
      move "Y" to stage-failed
      exit paragraph
    end-if
    open input stepfeed
    perform until feed-status not = "00"
      read stepfeed end-read
      if feed-status = "00" then
        if stepfeed-record(1:9) = "StepTime "
           and ((corr-id = ZERO and stepfeed-record(36:8) = night-date)
             or (corr-id > ZERO and stepfeed-record(65:8) = corr-id)) then
          continue
        else
          write stepfeed-staged-record from stepfeed-record end-write
        end-if
      end-if
    end-perform
    close stepfeed
    close stepfeed-staged
    .

  stage-transreg.

    open output transreg-staged
    if staged-status not = "00" then
      move "Y" to stage-failed
      exit paragraph
    end-if
    open input transreg
    perform until transreg-status not = "00"
      read transreg end-read
      if transreg-status = "00" then
        if tx-date = night-date then
          move "V" to tx-status
        end-if
        write transreg-staged-record from transreg-record end-write
      end-if
    end-perform
    close transreg
    close transreg-staged
    .

  discard-staged.

    move "PTDSTORE.RBT" to check-name
    call "CBL_DELETE_FILE" using check-name end-call
    call "CBL_DELETE_FILE" using staged-feed end-call
    move "TRANSREG.RBT" to check-name
    call "CBL_DELETE_FILE" using check-name end-call
    .

  delete-db-rows.

    move DBBEGIN(db-object) to db-status

    move SPACES to sql-statement
    string "DELETE FROM run_groups WHERE run_id IN ",
           "(SELECT run_id FROM runs WHERE ", trim(night-where), ")"
      into sql-statement
    end-string
    if groups-count > ZERO then
      move DBSQL(db-object, sql-statement) to db-status
    end-if

    if db-status = ZERO and runs-count > ZERO then
      move SPACES to sql-statement
      string "DELETE FROM runs WHERE ", trim(night-where)
        into sql-statement
      end-string
      move DBSQL(db-object, sql-statement) to db-status
    end-if

    if db-status = ZERO and steps-count > ZERO then
      move SPACES to sql-statement
      string "DELETE FROM step_history WHERE ", trim(night-where)
        into sql-statement
      end-string
      move DBSQL(db-object, sql-statement) to db-status
    end-if

    if db-status = ZERO then
      move DBCOMMIT(db-object) to db-status
    end-if
    if db-status <> ZERO then
      move SPACES to report-record
      string "*** FAILED - database: ", trim(DBERRMSG),
             "; rolled back, nothing changed"
        into report-record
      end-string
      perform write-report-line
      move DBROLLBACK(db-object) to db-status
      move 16 to rollback-rc
    end-if
    .

  drop-generations.

    open i-o gencat
    if gencat-status not = "00" then
      move SPACES to report-record
      string "*** GENCAT could not be opened for update, status ",
             gencat-status, " - the night's generations are still on it"
        into report-record
      end-string
      perform write-report-line
      exit paragraph
    end-if
    move LOW-VALUES to gcr-key
    start gencat key >= gcr-key end-start
    perform until gencat-status not = "00"
      read gencat next record end-read
      if gencat-status = "00" and gcr-fileid not = SPACES then
        perform test-night-generation
        if gc-night = "Y" then
          move gencat-record to gc-entry
          read gencat with lock key is gcr-key end-read
          if gencat-status = "00" then
            delete gencat record end-delete
          end-if
          if gencat-status = "00" then
            perform retire-generation
          else
            move SPACES to report-record
            string "*** ", trim(gc-fileid), " G", gc-gen,
                   " not dropped from GENCAT, status ", gencat-status
              into report-record
            end-string
            perform write-report-line
          end-if
          move gc-key to gcr-key
          start gencat key > gcr-key end-start
        end-if
      end-if
    end-perform
    close gencat
    .

  retire-generation.

    *> set aside, not deleted - <name>.RBK stays for the post-mortem
    move SPACES to gen-filename
    string trim(gc-fileid), ".G", gc-gen into gen-filename end-string
    move SPACES to retire-filename
    string trim(gen-filename), ".RBK" into retire-filename end-string
    call "CBL_DELETE_FILE" using retire-filename end-call
    call "CBL_RENAME_FILE" using gen-filename retire-filename end-call
    move SPACES to gen-filename
    string trim(gc-fileid), ".G", gc-gen, ".MAN"
      into gen-filename
    end-string
    move SPACES to retire-filename
    string trim(gen-filename), ".RBK" into retire-filename end-string
    call "CBL_DELETE_FILE" using retire-filename end-call
    call "CBL_RENAME_FILE" using gen-filename retire-filename end-call
    .

  *> is the catalog entry in hand one the night cut
  test-night-generation.

    if gcr-runid is not numeric then
      move ZERO to gcr-runid
    end-if
    if (corr-id = ZERO and gcr-date = night-date)
       or (corr-id > ZERO and gcr-runid = corr-id) then
      move "Y" to gc-night
    else
      move "N" to gc-night
    end-if
    .

*> -----------------------------------------------------------------------------
*>  one audit row per store rolled back, chained on to the trail
*> -----------------------------------------------------------------------------

  write-audit-rows.

    open input audit-scan
    if scan-status = "00" then
      perform until scan-status not = "00"
        move SPACES to audit-scan-record
        read audit-scan end-read
        if scan-status = "00" and audit-scan-record(222:8) not = SPACES then
          move audit-scan-record(222:8) to last-hash
        end-if
      end-perform
      close audit-scan
    end-if

    open extend audit-trail
    if audit-status not = "00" then
      open output audit-trail
      close audit-trail
      open extend audit-trail
    end-if

    if gens-dropped > ZERO then
      move "GENCAT" to audit-file
      move SPACES to audit-old
      move gens-dropped to number-buffer
      string trim(number-buffer), " generation(s) of ", night-date,
             " removed, previous current again"
        into audit-old
      end-string
      perform write-audit-row
    end-if
    if ptd-rolled = "Y" then
      move "PTDSTORE" to audit-file
      move SPACES to audit-old
      move groups-backed to number-buffer
      string trim(number-buffer), " BreakTotal group(s) of ", night-date,
             " backed out of ", night-period
        into audit-old
      end-string
      perform write-audit-row
    end-if
    if runs-count + groups-count + steps-count > ZERO then
      move "RUNHIST.DB" to audit-file
      move SPACES to audit-old
      move runs-count to number-buffer
      string "runs ", trim(number-buffer) into audit-old end-string
      move groups-count to number-buffer
      string trim(audit-old), " run_groups ", trim(number-buffer) into audit-old end-string
      move steps-count to number-buffer
      string trim(audit-old), " step_history ", trim(number-buffer),
             " of ", night-date, " deleted"
        into audit-old
      end-string
      perform write-audit-row
    end-if
    if feed-lines > ZERO then
      move "STEPHIST.LOG" to audit-file
      move SPACES to audit-old
      move feed-lines to number-buffer
      string trim(number-buffer), " StepTime line(s) of ", night-date, " dropped"
        into audit-old
      end-string
      perform write-audit-row
    end-if
    if trans-voided > ZERO then
      move "TRANSREG" to audit-file
      move SPACES to audit-old
      move trans-voided to number-buffer
      string trim(number-buffer), " entr(ies) of ", night-date, " voided"
        into audit-old
      end-string
      perform write-audit-row
    end-if

    close audit-trail
    .

  write-audit-row.

    accept audit-date from date yyyymmdd end-accept
    accept audit-time from time end-accept
    move SPACES to audit-ts
    string audit-date(1:4), "-", audit-date(5:2), "-", audit-date(7:2), " ",
           audit-time(1:2), ":", audit-time(3:2), ":", audit-time(5:2)
      into audit-ts
    end-string
    move SPACES to audit-record
    move audit-ts   to au-ts
    move audit-user to au-user
    move audit-file to au-file
    move "RBK"      to au-ktab
    move audit-old  to au-old
    string "ROLLED BACK: ", trim(rollback-reason) into au-new end-string
    move last-hash  to Ah-Prev
    move audit-record(1:221) to Ah-Text
    call "GC94AUDHASH" using AUDHASH-AREA
      on exception
        move SPACES to Ah-Hash
    end-call
    move Ah-Hash to au-hash
    if Ah-Hash not = SPACES then
      move Ah-Hash to last-hash
    end-if
    write audit-record end-write
    .

  finish-report.

    if db-present = "Y" then
      move DBCLOSE(db-object) to db-status
    end-if
    close rollback-report
    move "ROLLBACK.RPT" to Sp-File
    move "ROLLBACK"     to Sp-Type
    move "GCROLLBACK"   to Sp-Origin
    move SPACE          to Sp-Ok
    call "GC87SPOOLADD" using spooladd-area
      on exception continue
    end-call
    move rollback-rc to return-code
    display "GCROLLBACK: ROLLBACK.RPT written, return code ",
            rollback-rc end-display
    .

  write-report-line.

    write report-record end-write
    move SPACES to report-record
    .
