*> **  >>SOURCE FORMAT IS FREE

identification division.

*> -----------------------------------------------------------------------------
*>  GCSLARPT: monthly batch service-level compliance report
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
*>    GCSTEPHIST forecasts tonight; this answers the monthly service
*>    review instead - how many nights of the month each deliverable
*>    made its committed time, and why it missed on the others.
*>
*>    The service-level targets are code records of a TABE0nnn.DAT
*>    table (ktab SLA), maintained with the table tools, one per
*>    deliverable:
*>       1-12  deliverable, e.g. SORTOUT
*>      14-25  chain the completing step runs in (blank = any)
*>      27-38  the step (program) whose end delivers it
*>      40-43  committed time hhmm, e.g. 0530
*>      45-75  description
*>
*>    A night is the batch day from SLARPT_DAYSTART (default 12:00) to
*>    the same time next day, so a 05:30 target is the morning after
*>    the night it belongs to, and a step that ran past midnight still
*>    counts against the night it started in. The deliverable's
*>    completion each night is the end of the last run of its step
*>    that night (a rerun replaces the failed first attempt). A night
*>    with no step history at all had no batch and is not counted; a
*>    night the batch ran without the step is a miss.
*>
*>    For each missed night the step that caused the delay is named:
*>    of the steps that ran that night up to the deliverable's end,
*>    in its chain, the one furthest over its own average elapsed for
*>    the month.
*>
*>    SCHEDLOG's OPERATOR HOLD and FORCE lines mark the nights the
*>    schedule was overridden - a night where the command named the
*>    deliverable's step or one that ran before it is an operator
*>    night, and a miss on it is reported apart from a genuine
*>    overrun (rejected commands do not count).
*>
*>    SLARPT.RPT carries, per deliverable, the nights counted, the
*>    on-time count and percentage (also with the operator-night
*>    misses left out), the average and worst completion, then every
*>    missed night with its cause. RETURN-CODE 4 when any genuine
*>    overrun is in the month.
*>
*>    Parameters (process environment):
*>
*>      STEPHIST_DB       database           (default RUNHIST.DB)
*>      SLARPT_MONTH      month yyyymm       (default last month)
*>      SLARPT_TABLE      target table file  (default TABE0001.DAT)
*>      SLARPT_KTAB       target table code  (default SLA)
*>      SLARPT_SCHEDLOG   schedule log       (default SCHEDLOG)
*>      SLARPT_DAYSTART   batch day starts   (default 1200)
*>
*> Tectonics:
*>
*>   prompt$ cobc -x GCSLARPT.cob CobolSQLite3.so
*>
*> -----------------------------------------------------------------------------

  program-id.                          GCSLARPT.

environment division.

  configuration section.

    repository.
      function DBOPEN
      function DBCLOSE
      function DBCOMPILE
      function DBBINDTEXT
      function DBEXECUTE
      function DBRELEASE
      function DBGETSTR
      function DBGETINT
      function DBSTATUS
      function DBERRMSG
      function all intrinsic.

  input-output section.

    file-control.

      select sla-table                 assign to dynamic table-filename
                                       access is dynamic
                                       organization is indexed
                                       record key is sla-key
                                       file status is sla-table-status
                                       .
      select optional schedlog         assign to dynamic schedlog-filename
                                       organization is line sequential
                                       file status is schedlog-status
                                       .
      select sla-rpt                   assign to "SLARPT.RPT"
                                       organization is line sequential
                                       file status is sla-rpt-status
                                       .
data division.

  file section.

    fd  sla-table.

    01  sla-record.
      05  sla-key.
        10  sla-ktip                   pic x(001).
        10  sla-ktab                   pic x(003).
        10  sla-kcod                   pic x(003).
      05  sla-data                     pic x(093).

    fd  schedlog.

    01  schedlog-record                pic x(132).

    fd  sla-rpt.

    01  sla-rpt-record                 pic x(120).

  working-storage section.

    01  db-name                        pic x(256).

    01  db-object.
      05  db-object-ptr                usage pointer.
        88  database-is-closed           value NULL.

    01  db-status                      pic s9(04) comp.

    01  sql-statement                  pic x(1024).

    01  sql-object.
      05  sql-object-ptr               usage pointer.

    01  column-number                  pic 9(004) comp.
    01  column-text                    pic x(064).

    01  table-filename                 pic x(256).
    01  schedlog-filename              pic x(256).
    01  sla-table-status               pic x(002).
    01  schedlog-status                pic x(002).
    01  sla-rpt-status                 pic x(002).

    01  env-value                      pic x(064).
    01  sla-ktab-wanted                pic x(003) value "SLA".
    01  report-month                   pic 9(006) value ZERO.
    01  daystart-hhmm                  pic 9(004) value 1200.
    01  daystart-secs                  pic 9(006) value ZERO.
    01  today-date                     pic 9(008) value ZERO.
    01  month-first                    pic 9(008) value ZERO.
    01  month-last                     pic 9(008) value ZERO.
    01  month-days                     pic 9(002) value ZERO.
    01  bind-text                      pic x(064).
    01  hh-work                        pic 9(002) value ZERO.
    01  mm-work                        pic 9(002) value ZERO.
    01  hhmm-edit                      pic x(005).
    01  clock-secs                     pic 9(006) value ZERO.

    *> the service-level targets
    01  target-table.
      05  target-count                 pic 9(002) value ZERO.
      05  target-entry occurs 50 times.
        10  tg-name                    pic x(012).
        10  tg-chain                   pic x(012).
        10  tg-program                 pic x(012).
        10  tg-hhmm                    pic 9(004).
        10  tg-desc                    pic x(031).
    01  tg-idx                         pic 9(002) value ZERO.
    01  target-rel                     pic 9(006) value ZERO.

    *> the month's step history, each step placed on its night with
    *> its start and end as seconds from that night's day start
    01  step-table.
      05  step-count                   pic 9(004) value ZERO.
      05  step-entry occurs 3000 times.
        10  st-night                   pic 9(008).
        10  st-chain                   pic x(012).
        10  st-program                 pic x(012).
        10  st-rel-start               pic 9(006).
        10  st-rel-end                 pic 9(006).
        10  st-elapsed                 pic 9(006).
    01  st-idx                         pic 9(004) value ZERO.
    01  st-idx-2                       pic 9(004) value ZERO.
    01  step-overflow                  pic x(001) value "N".
    01  row-date                       pic 9(008) value ZERO.
    01  row-start-secs                 pic 9(006) value ZERO.
    01  row-night                      pic 9(008) value ZERO.

    *> applied operator HOLD/FORCE commands, each on its night
    01  command-table.
      05  command-count                pic 9(003) value ZERO.
      05  command-entry occurs 500 times.
        10  cm-night                   pic 9(008).
        10  cm-verb                    pic x(008).
        10  cm-job                     pic x(012).
    01  cm-idx                         pic 9(003) value ZERO.
    01  log-word-1                     pic x(012).
    01  log-verb                       pic x(012).
    01  log-job                        pic x(012).
    01  log-rest                       pic x(040).

    *> one deliverable's month
    01  night-date                     pic 9(008) value ZERO.
    01  night-idx                      pic 9(002) value ZERO.
    01  night-batch                    pic x(001) value "N".
    01  night-done                     pic x(001) value "N".
    01  night-end                      pic 9(006) value ZERO.
    01  night-operator                 pic x(001) value "N".
    01  night-oper-text                pic x(030).
    01  nights-counted                 pic 9(003) value ZERO.
    01  nights-on-time                 pic 9(003) value ZERO.
    01  nights-missed                  pic 9(003) value ZERO.
    01  nights-oper-missed             pic 9(003) value ZERO.
    01  nights-oper                    pic 9(003) value ZERO.
    01  completed-count                pic 9(003) value ZERO.
    01  completion-total               pic 9(009) value ZERO.
    01  completion-worst               pic 9(006) value ZERO.
    01  completion-avg                 pic 9(006) value ZERO.
    01  on-time-pct                    pic 9(003)v9 value ZERO.
    01  adjusted-pct                   pic 9(003)v9 value ZERO.
    01  pct-edit                       pic zz9.9.
    01  pct-edit-2                     pic zz9.9.
    01  count-edit                     pic zz9.
    01  late-minutes                   pic 9(004) value ZERO.
    01  late-edit                      pic zzz9.
    01  overrun-count                  pic 9(004) value ZERO.

    *> the step that caused a missed night
    01  culprit-idx                    pic 9(004) value ZERO.
    01  culprit-over                   pic s9(006) value ZERO.
    01  step-over                      pic s9(006) value ZERO.
    01  avg-elapsed                    pic 9(006) value ZERO.
    01  avg-total                      pic 9(009) value ZERO.
    01  avg-runs                       pic 9(004) value ZERO.
    01  over-edit                      pic zzz9.

procedure division.

  GCSLARPT-mainline.

    perform read-parameters

    display "GCSLARPT - batch service-level compliance, month ",
            report-month end-display
    display "  database: ", trim(db-name) end-display

    perform load-targets
    if target-count = ZERO then
      display "GCSLARPT: no service-level targets (ktab ",
              sla-ktab-wanted, ") in ", trim(table-filename) end-display
      move 16 to return-code
      goback
    end-if

    move DBOPEN(db-name) to db-object
    if DBSTATUS <> ZERO then
      display "GCSLARPT: cannot open database - ", trim(DBERRMSG) end-display
      move 16 to return-code
      goback
    end-if
    perform load-steps
    move DBCLOSE(db-object) to db-status

    perform load-commands

    open output sla-rpt
    perform report-heading
    perform varying tg-idx from 1 by 1 until tg-idx > target-count
      perform report-one-target
    end-perform
    move SPACES to sla-rpt-record
    perform write-report-line
    move SPACES to sla-rpt-record
    string target-count, " DELIVERABLES, ", overrun-count,
           " NIGHTS MISSED ON A GENUINE OVERRUN"
      into sla-rpt-record
    end-string
    perform write-report-line
    close sla-rpt

    display "GCSLARPT: ", target-count, " deliverables, ",
            overrun-count, " overrun nights - see SLARPT.RPT" end-display

    if overrun-count > ZERO then
      move 4 to return-code
    end-if

    goback
    .

  read-parameters.

    display "STEPHIST_DB" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to db-name
    else
      move "RUNHIST.DB" to db-name
    end-if

    display "SLARPT_TABLE" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to table-filename
    else
      move "TABE0001.DAT" to table-filename
    end-if

    display "SLARPT_KTAB" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value(1:3) to sla-ktab-wanted
    end-if

    display "SLARPT_SCHEDLOG" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to schedlog-filename
    else
      move "SCHEDLOG" to schedlog-filename
    end-if

    display "SLARPT_DAYSTART" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      compute daystart-hhmm = numval(env-value)
    end-if
    compute hh-work = daystart-hhmm / 100
    compute mm-work = mod(daystart-hhmm, 100)
    compute daystart-secs = hh-work * 3600 + mm-work * 60

    *> the review is of the month just closed, unless told otherwise
    accept today-date from date yyyymmdd end-accept
    display "SLARPT_MONTH" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      compute report-month = numval(env-value)
    else
      compute month-first = integer(today-date / 100) * 100 + 1
      compute month-last =
              date-of-integer(integer-of-date(month-first) - 1)
      compute report-month = month-last / 100
    end-if
    compute month-first = report-month * 100 + 1
    if mod(report-month, 100) = 12 then
      compute month-last = (report-month + 89) * 100 + 1
    else
      compute month-last = (report-month + 1) * 100 + 1
    end-if
    compute month-last =
            date-of-integer(integer-of-date(month-last) - 1)
    compute month-days = mod(month-last, 100)
    .

*> -----------------------------------------------------------------------------
*>  the targets - code records of the SLA ktab, in kcod order
*> -----------------------------------------------------------------------------

  load-targets.

    move ZERO to target-count
    open input sla-table
    if sla-table-status not = "00" then
      exit paragraph
    end-if
    move "H"             to sla-ktip
    move sla-ktab-wanted to sla-ktab
    move low-value       to sla-kcod
    start sla-table key >= sla-key end-start
    perform until sla-table-status not = "00"
      read sla-table next end-read
      if sla-table-status = "00" then
        if sla-ktip not = "H" or sla-ktab not = sla-ktab-wanted then
          move "10" to sla-table-status
        else
          if sla-kcod not = SPACES and sla-data(1:12) not = SPACES
             and target-count < 50 then
            add 1 to target-count
            move sla-data(1:12)  to tg-name(target-count)
            move sla-data(14:12) to tg-chain(target-count)
            move sla-data(27:12) to tg-program(target-count)
            compute tg-hhmm(target-count) = numval(sla-data(40:4))
            move sla-data(45:31) to tg-desc(target-count)
          end-if
        end-if
      end-if
    end-perform
    close sla-table
    .

*> -----------------------------------------------------------------------------
*>  the month's steps, with the day either side - a night's steps
*>  start on one date and may end on the next
*> -----------------------------------------------------------------------------

  load-steps.

    move ZERO to step-count
    move "SELECT run_date, chain, program, start_secs, elapsed_secs FROM step_history WHERE run_date >= ? AND run_date <= ? ORDER BY step_id" to sql-statement
    move DBCOMPILE(db-object, sql-statement) to sql-object
    compute row-date = date-of-integer(integer-of-date(month-first) - 1)
    move row-date to bind-text
    move 1 to column-number
    move DBBINDTEXT(sql-object, column-number, bind-text) to db-status
    compute row-date = date-of-integer(integer-of-date(month-last) + 1)
    move row-date to bind-text
    move 2 to column-number
    move DBBINDTEXT(sql-object, column-number, bind-text) to db-status
    move DBEXECUTE(sql-object) to db-status
    perform until db-status not = 100
      perform load-one-step
      move DBEXECUTE(sql-object) to db-status
    end-perform
    move DBRELEASE(sql-object) to db-status
    if step-overflow = "Y" then
      display "GCSLARPT: more than 3000 steps in the month - the rest ignored" end-display
    end-if
    .

  load-one-step.

    move 1 to column-number
    perform get-column-text
    if column-text(1:8) is not numeric then
      exit paragraph
    end-if
    move column-text(1:8) to row-date
    move 4 to column-number
    move DBGETINT(sql-object, column-number) to row-start-secs
    move row-date to night-date
    perform place-on-night
    if row-night < month-first or row-night > month-last then
      exit paragraph
    end-if
    if step-count >= 3000 then
      move "Y" to step-overflow
      exit paragraph
    end-if
    add 1 to step-count
    move row-night to st-night(step-count)
    move 2 to column-number
    perform get-column-text
    move column-text to st-chain(step-count)
    move 3 to column-number
    perform get-column-text
    move column-text to st-program(step-count)
    move 5 to column-number
    move DBGETINT(sql-object, column-number) to st-elapsed(step-count)
    if row-start-secs >= daystart-secs then
      compute st-rel-start(step-count) = row-start-secs - daystart-secs
    else
      compute st-rel-start(step-count) =
              row-start-secs + 86400 - daystart-secs
    end-if
    compute st-rel-end(step-count) =
            st-rel-start(step-count) + st-elapsed(step-count)
    .

  get-column-text.

    *> the value ends at its terminator - anything past it is not ours
    move SPACES to column-text
    unstring DBGETSTR(sql-object, column-number) delimited by low-value
      into column-text
    end-unstring
    .

  place-on-night.

    *> night-date/row-start-secs in, row-night out - before the day
    *> start belongs to the night that began the day before
    if row-start-secs >= daystart-secs then
      move night-date to row-night
    else
      compute row-night =
              date-of-integer(integer-of-date(night-date) - 1)
    end-if
    .

*> -----------------------------------------------------------------------------
*>  the applied operator HOLD/FORCE commands from the schedule log:
*>  yyyymmdd hhmmss OPERATOR verb job ...
*> -----------------------------------------------------------------------------

  load-commands.

    move ZERO to command-count
    open input schedlog
    if schedlog-status not = "00" then
      display "GCSLARPT: no ", trim(schedlog-filename),
              " - operator nights cannot be marked" end-display
      exit paragraph
    end-if
    perform until schedlog-status not = "00"
      read schedlog end-read
      if schedlog-status = "00" then
        if schedlog-record(17:9) = "OPERATOR " and
           schedlog-record(1:8) is numeric and
           schedlog-record(10:6) is numeric then
          perform load-one-command
        end-if
      end-if
    end-perform
    close schedlog
    .

  load-one-command.

    move SPACES to log-word-1 log-verb log-job log-rest
    unstring schedlog-record(17:116) delimited by all SPACES
      into log-word-1, log-verb, log-job, log-rest
    end-unstring
    if log-verb not = "HOLD" and log-verb not = "FORCE" then
      exit paragraph
    end-if
    if log-rest(1:8) = "REJECTED" then
      exit paragraph
    end-if
    move schedlog-record(1:8) to night-date
    compute row-start-secs = numval(schedlog-record(10:2)) * 3600
                           + numval(schedlog-record(12:2)) * 60
                           + numval(schedlog-record(14:2))
    perform place-on-night
    if row-night < month-first or row-night > month-last
       or command-count >= 500 then
      exit paragraph
    end-if
    add 1 to command-count
    move row-night to cm-night(command-count)
    move log-verb  to cm-verb(command-count)
    move log-job   to cm-job(command-count)
    .

*> -----------------------------------------------------------------------------
*>  the report
*> -----------------------------------------------------------------------------

  report-heading.

    move SPACES to sla-rpt-record
    string "BATCH SERVICE-LEVEL COMPLIANCE  MONTH ", report-month,
           "   NIGHTS ", month-first, " - ", month-last,
           "   DAY STARTS ", daystart-hhmm
      into sla-rpt-record
    end-string
    perform write-report-line
    move SPACES to sla-rpt-record
    perform write-report-line
    move "DELIVERABLE  TARGET NIGHTS ONTIME MISSED OPER.MISS  ON-TIME%  EXCL.OPER%  AVG.END WORST.END"
      to sla-rpt-record
    perform write-report-line
    .

  report-one-target.

    move ZERO to nights-counted nights-on-time nights-missed
                 nights-oper-missed nights-oper completed-count
                 completion-total completion-worst
    compute hh-work = tg-hhmm(tg-idx) / 100
    compute mm-work = mod(tg-hhmm(tg-idx), 100)
    compute row-start-secs = hh-work * 3600 + mm-work * 60
    if row-start-secs >= daystart-secs then
      compute target-rel = row-start-secs - daystart-secs
    else
      compute target-rel = row-start-secs + 86400 - daystart-secs
    end-if

    *> the summary line goes first, so the nights are walked twice:
    *> once to count, once to list the misses under it
    perform varying night-idx from 1 by 1 until night-idx > month-days
      perform evaluate-night
      if night-batch = "Y" then
        add 1 to nights-counted
        if night-operator = "Y" then
          add 1 to nights-oper
        end-if
        if night-done = "Y" then
          add 1 to completed-count
          add night-end to completion-total
          if night-end > completion-worst then
            move night-end to completion-worst
          end-if
        end-if
        if night-done = "Y" and night-end <= target-rel then
          add 1 to nights-on-time
        else
          add 1 to nights-missed
          if night-operator = "Y" then
            add 1 to nights-oper-missed
          else
            add 1 to overrun-count
          end-if
        end-if
      end-if
    end-perform

    move ZERO to on-time-pct adjusted-pct
    if nights-counted > ZERO then
      compute on-time-pct rounded =
              nights-on-time * 100 / nights-counted
    end-if
    if nights-counted - nights-oper-missed > ZERO then
      compute adjusted-pct rounded =
              nights-on-time * 100 / (nights-counted - nights-oper-missed)
    end-if

    move SPACES to sla-rpt-record
    perform write-report-line
    move SPACES to sla-rpt-record
    move tg-name(tg-idx) to sla-rpt-record(1:12)
    move tg-hhmm(tg-idx)(1:2) to hhmm-edit(1:2)
    move ":"                  to hhmm-edit(3:1)
    move tg-hhmm(tg-idx)(3:2) to hhmm-edit(4:2)
    move hhmm-edit to sla-rpt-record(14:5)
    move nights-counted to count-edit
    move count-edit to sla-rpt-record(22:3)
    move nights-on-time to count-edit
    move count-edit to sla-rpt-record(29:3)
    move nights-missed to count-edit
    move count-edit to sla-rpt-record(36:3)
    move nights-oper-missed to count-edit
    move count-edit to sla-rpt-record(45:3)
    move on-time-pct to pct-edit
    move pct-edit to sla-rpt-record(52:5)
    move adjusted-pct to pct-edit-2
    move pct-edit-2 to sla-rpt-record(64:5)
    if completed-count > ZERO then
      compute completion-avg = completion-total / completed-count
      compute clock-secs = mod(completion-avg + daystart-secs, 86400)
      perform secs-to-hhmm
      move hhmm-edit to sla-rpt-record(73:5)
      compute clock-secs = mod(completion-worst + daystart-secs, 86400)
      perform secs-to-hhmm
      move hhmm-edit to sla-rpt-record(82:5)
    else
      move "never completed" to sla-rpt-record(73:15)
    end-if
    perform write-report-line

    move SPACES to sla-rpt-record
    string "  ", trim(tg-desc(tg-idx)), "  (", trim(tg-program(tg-idx)),
           " in ", trim(tg-chain(tg-idx)), ", ", nights-oper,
           " operator nights)"
      into sla-rpt-record
    end-string
    if tg-chain(tg-idx) = SPACES then
      move SPACES to sla-rpt-record
      string "  ", trim(tg-desc(tg-idx)), "  (", trim(tg-program(tg-idx)),
             ", ", nights-oper, " operator nights)"
        into sla-rpt-record
      end-string
    end-if
    perform write-report-line

    perform varying night-idx from 1 by 1 until night-idx > month-days
      perform evaluate-night
      if night-batch = "Y" and
         (night-done = "N" or night-end > target-rel) then
        perform report-missed-night
      end-if
    end-perform
    .

  evaluate-night.

    *> night-batch: anything ran that night at all; night-done and
    *> night-end: the deliverable's step ran, and when the last run
    *> of it ended; night-operator: an applied HOLD/FORCE touched it
    compute night-date = month-first + night-idx - 1
    move "N" to night-batch night-done night-operator
    move ZERO to night-end
    move SPACES to night-oper-text
    perform varying st-idx from 1 by 1 until st-idx > step-count
      if st-night(st-idx) = night-date then
        move "Y" to night-batch
        if st-program(st-idx) = tg-program(tg-idx) and
           (tg-chain(tg-idx) = SPACES or
            st-chain(st-idx) = tg-chain(tg-idx)) then
          move "Y" to night-done
          if st-rel-end(st-idx) > night-end then
            move st-rel-end(st-idx) to night-end
          end-if
        end-if
      end-if
    end-perform
    perform varying cm-idx from 1 by 1 until cm-idx > command-count
      if cm-night(cm-idx) = night-date then
        perform check-command-touches
      end-if
    end-perform
    .

  check-command-touches.

    *> the command named the deliverable's own step, or a step that
    *> ran that night before the deliverable was done
    if cm-job(cm-idx) = tg-program(tg-idx) then
      perform mark-operator-night
      exit paragraph
    end-if
    perform varying st-idx-2 from 1 by 1 until st-idx-2 > step-count
      if st-night(st-idx-2) = night-date and
         st-program(st-idx-2) = cm-job(cm-idx) and
         (night-done = "N" or st-rel-end(st-idx-2) <= night-end) then
        perform mark-operator-night
        exit paragraph
      end-if
    end-perform
    .

  mark-operator-night.

    if night-operator = "N" then
      move "Y" to night-operator
      string "OPERATOR ", trim(cm-verb(cm-idx)), " ", trim(cm-job(cm-idx))
        into night-oper-text
      end-string
    end-if
    .

  report-missed-night.

    move SPACES to sla-rpt-record
    if night-done = "N" then
      string "    ", night-date, "  NOT DELIVERED - ",
             trim(tg-program(tg-idx)), " did not run"
        into sla-rpt-record
      end-string
    else
      compute late-minutes = (night-end - target-rel + 59) / 60
      move late-minutes to late-edit
      compute clock-secs = mod(night-end + daystart-secs, 86400)
      perform secs-to-hhmm
      perform find-culprit
      if culprit-idx > ZERO then
        compute over-edit = (culprit-over + 59) / 60
        string "    ", night-date, "  done ", hhmm-edit, "  +",
               trim(late-edit), " min  delay: ",
               trim(st-chain(culprit-idx)), "/",
               trim(st-program(culprit-idx)), " +", trim(over-edit),
               " min over its average"
          into sla-rpt-record
        end-string
      else
        string "    ", night-date, "  done ", hhmm-edit, "  +",
               trim(late-edit), " min  delay: no step over its average"
          into sla-rpt-record
        end-string
      end-if
    end-if
    if night-operator = "Y" then
      move "*" to sla-rpt-record(3:1)
      move night-oper-text to sla-rpt-record(91:30)
    end-if
    perform write-report-line
    .

  find-culprit.

    *> of that night's steps in the deliverable's chain that ended no
    *> later than it did, the one furthest over its month average
    move ZERO to culprit-idx culprit-over
    perform varying st-idx from 1 by 1 until st-idx > step-count
      if st-night(st-idx) = night-date and
         st-rel-end(st-idx) <= night-end and
         (tg-chain(tg-idx) = SPACES or
          st-chain(st-idx) = tg-chain(tg-idx)) then
        perform average-elapsed
        compute step-over = st-elapsed(st-idx) - avg-elapsed
        if step-over > culprit-over then
          move step-over to culprit-over
          move st-idx to culprit-idx
        end-if
      end-if
    end-perform
    .

  average-elapsed.

    move ZERO to avg-total avg-runs avg-elapsed
    perform varying st-idx-2 from 1 by 1 until st-idx-2 > step-count
      if st-chain(st-idx-2) = st-chain(st-idx) and
         st-program(st-idx-2) = st-program(st-idx) then
        add st-elapsed(st-idx-2) to avg-total
        add 1 to avg-runs
      end-if
    end-perform
    if avg-runs > ZERO then
      compute avg-elapsed = avg-total / avg-runs
    end-if
    .

  secs-to-hhmm.

    move SPACES to hhmm-edit
    compute hh-work = clock-secs / 3600
    compute mm-work = mod(clock-secs, 3600) / 60
    move hh-work to hhmm-edit(1:2)
    move ":"     to hhmm-edit(3:1)
    move mm-work to hhmm-edit(4:2)
    .

  write-report-line.

    write sla-rpt-record end-write
    .
