*> **  >>SOURCE FORMAT IS FREE

identification division.

*> -----------------------------------------------------------------------------
*>  GCCHGRPT: monthly chargeback of batch resource use by department
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
*>    Every job in the night runs for some business department, and
*>    until now the cost of running it landed on nobody. This prices
*>    a month of batch and charges it back to the owners.
*>
*>    Ownership is a code table of a TABE0nnn.DAT file (ktab CCO),
*>    maintained with the table tools, one record per job, extract,
*>    program or generation file id:
*>       1-20  name - a scheduler job, a step file job, a chain, a
*>             GCEXTCAT extract, a program in the runs table, or a
*>             GENCAT file id
*>      22-29  cost centre
*>      31-60  department
*>    Names match regardless of case. Anything no record claims is
*>    charged to UNASSIGNED, so nothing silently drops off the bill.
*>
*>    The unit rates are code records of a second ktab (CHR) of the
*>    same file - change the price, not the program:
*>       1-8   unit: RUN, MINUTE, KRECORD, GEN or PAGE
*>      10-21  rate per unit, e.g. 0.2500
*>      23-52  description
*>    A unit with no record is priced at zero.
*>
*>    What is charged, for the month:
*>      - job runs and elapsed time, from step_history. A scheduler
*>        or extract row (chain schsqf01a, GCEXTCAT) belongs to the
*>        job it names; any other row belongs to its chain, failing
*>        that to its program. A scheduler row for a step file job
*>        whose steps were recorded under the job's name that day
*>        is only the wrapper and is not charged again.
*>      - records processed, rec_in of the runs table (and of
*>        runs_monthly once GCDBHOUSE has rolled the detail up),
*>        by program.
*>      - output generations retained: every GENCAT generation still
*>        on disk at report time, by file id.
*>      - spool pages printed: SPOOLIDX.DAT entries registered in
*>        the month and printed ('P'), pages counted the way the
*>        GC87SPOOL viewer pages them (form feeds, or the report's
*>        first heading repeating); a GCEXTCAT delivery belongs to
*>        the extract, anything else to the program that spooled it.
*>
*>    CHGRPT.RPT lists each department with a line per job charged
*>    and the department's priced total, and goes onto the spool
*>    queue as a CHARGEBACK report. CHGRPT.CSV (CHGRPT_CSV) carries
*>    one line per department for the finance load. RETURN-CODE 4
*>    when anything was charged to UNASSIGNED.
*>
*>    Parameters (process environment):
*>
*>      CHGRPT_DB        database            (default RUNHIST.DB)
*>      CHGRPT_MONTH     month yyyymm        (default last month)
*>      CHGRPT_TABLE     table file          (default TABE0001.DAT)
*>      CHGRPT_KTAB      ownership ktab      (default CCO)
*>      CHGRPT_RATEKTAB  unit rate ktab      (default CHR)
*>      CHGRPT_CSV       finance extract     (default CHGRPT.CSV)
*>
*> Tectonics:
*>
*>   prompt$ cobc -x GCCHGRPT.cob CobolSQLite3.so
*>
*> -----------------------------------------------------------------------------

  program-id.                          GCCHGRPT.

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

      select chg-table                 assign to dynamic table-filename
                                       access is dynamic
                                       organization is indexed
                                       record key is chg-key
                                       file status is chg-table-status
                                       .
      select optional gencat           assign to "GENCAT"
                                       organization is indexed
                                       access mode is dynamic
                                       record key is gcr-key
                                       file status is gencat-status
                                       .
      select optional spoolidx         assign to "SPOOLIDX.DAT"
                                       organization is line sequential
                                       file status is spoolidx-status
                                       .
      select spooled-report            assign to dynamic spooled-filename
                                       organization is line sequential
                                       file status is spooled-status
                                       .
      select chg-rpt                   assign to "CHGRPT.RPT"
                                       organization is line sequential
                                       file status is chg-rpt-status
                                       .
      select chg-csv                   assign to dynamic csv-filename
                                       organization is line sequential
                                       file status is chg-csv-status
                                       .
data division.

  file section.

    fd  chg-table.

    01  chg-record.
      05  chg-key.
        10  chg-ktip                   pic x(001).
        10  chg-ktab                   pic x(003).
        10  chg-kcod                   pic x(003).
      05  chg-data                     pic x(093).

    fd  gencat.

    01  gencat-record.
      05  gcr-key.
        10  gcr-fileid                 pic x(020).
        10  gcr-gen                    pic 9(004).
      05  gcr-date                     pic 9(008).
      05  gcr-time                     pic 9(006).
      05  gcr-runid                    pic 9(008).

    fd  spoolidx.

    01  spoolidx-record.
      05  si-status                    pic x(001).
      05  filler                       pic x(001).
      05  si-id                        pic 9(005).
      05  filler                       pic x(001).
      05  si-file                      pic x(040).
      05  filler                       pic x(001).
      05  si-type                      pic x(012).
      05  filler                       pic x(001).
      05  si-origin                    pic x(012).
      05  filler                       pic x(001).
      05  si-ts                        pic x(015).
      05  filler                       pic x(001).
      05  si-dest                      pic x(012).
      05  filler                       pic x(001).
      05  si-pub-ts                    pic x(015).
      05  filler                       pic x(001).
      05  si-pub-at                    pic x(064).

    fd  spooled-report.

    01  spooled-record                 pic x(256).

    fd  chg-rpt.

    01  chg-rpt-record                 pic x(132).

    fd  chg-csv.

    01  chg-csv-record                 pic x(256).

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
    01  csv-filename                   pic x(256).
    01  spooled-filename               pic x(256).
    01  chg-table-status               pic x(002).
    01  gencat-status                  pic x(002).
    01  spoolidx-status                pic x(002).
    01  spooled-status                 pic x(002).
    01  chg-rpt-status                 pic x(002).
    01  chg-csv-status                 pic x(002).

    01  env-value                      pic x(064).
    01  owner-ktab                     pic x(003) value "CCO".
    01  rate-ktab                      pic x(003) value "CHR".
    01  report-month                   pic 9(006) value ZERO.
    01  today-date                     pic 9(008) value ZERO.
    01  month-work                     pic 9(008) value ZERO.
    01  bind-text                      pic x(064).

    01  file-details.
      05  cfe-size                     pic x(08) comp-x.
      05  filler                       pic x(08).
    01  check-name                     pic x(064).

    *> the unit rates
    01  rate-run                       pic 9(005)v9(004) value ZERO.
    01  rate-minute                    pic 9(005)v9(004) value ZERO.
    01  rate-krecord                   pic 9(005)v9(004) value ZERO.
    01  rate-gen                       pic 9(005)v9(004) value ZERO.
    01  rate-page                      pic 9(005)v9(004) value ZERO.
    01  rate-edit                      pic zzzz9.9999.

    *> who owns what
    01  owner-table.
      05  owner-count                  pic 9(003) value ZERO.
      05  owner-entry occurs 500 times.
        10  ow-name                    pic x(020).
        10  ow-dept                    pic 9(003).
    01  ow-idx                         pic 9(003) value ZERO.

    *> the departments, each with its month's totals
    01  dept-table.
      05  dept-count                   pic 9(003) value ZERO.
      05  dept-entry occurs 100 times.
        10  dp-centre                  pic x(008).
        10  dp-name                    pic x(030).
        10  dp-runs                    pic 9(007).
        10  dp-elapsed                 pic 9(009).
        10  dp-records                 pic 9(012).
        10  dp-gens                    pic 9(005).
        10  dp-pages                   pic 9(007).
    01  dp-idx                         pic 9(003) value ZERO.
    01  unassigned-dept                pic 9(003) value ZERO.

    *> one line per job charged, under its department
    01  charge-table.
      05  charge-count                 pic 9(004) value ZERO.
      05  charge-entry occurs 1000 times.
        10  ch-dept                    pic 9(003).
        10  ch-name                    pic x(020).
        10  ch-runs                    pic 9(007).
        10  ch-elapsed                 pic 9(009).
        10  ch-records                 pic 9(012).
        10  ch-gens                    pic 9(005).
        10  ch-pages                   pic 9(007).
    01  ch-idx                         pic 9(004) value ZERO.
    01  charge-overflow                pic x(001) value "N".

    *> one charge being posted: the names to look up, in order, and
    *> the quantities
    01  post-name-1                    pic x(020).
    01  post-name-2                    pic x(020).
    01  post-wanted                    pic x(020).
    01  post-dept                      pic 9(003) value ZERO.
    01  post-charged                   pic x(020).
    01  post-runs                      pic 9(007) value ZERO.
    01  post-elapsed                   pic 9(009) value ZERO.
    01  post-records                   pic 9(012) value ZERO.
    01  post-gens                      pic 9(005) value ZERO.
    01  post-pages                     pic 9(007) value ZERO.

    *> pricing
    01  cost-runs                      pic 9(009)v99 value ZERO.
    01  cost-elapsed                   pic 9(009)v99 value ZERO.
    01  cost-records                   pic 9(009)v99 value ZERO.
    01  cost-gens                      pic 9(009)v99 value ZERO.
    01  cost-pages                     pic 9(009)v99 value ZERO.
    01  cost-total                     pic 9(009)v99 value ZERO.
    01  grand-total                    pic 9(010)v99 value ZERO.
    01  price-runs                     pic 9(007) value ZERO.
    01  price-elapsed                  pic 9(009) value ZERO.
    01  price-records                  pic 9(012) value ZERO.
    01  price-gens                     pic 9(005) value ZERO.
    01  price-pages                    pic 9(007) value ZERO.

    *> step rows and pages
    01  row-chain                      pic x(012).
    01  row-program                    pic x(012).
    01  row-runs                       pic 9(007) value ZERO.
    01  row-value                      pic 9(012) value ZERO.
    01  page-count                     pic 9(007) value ZERO.
    01  line-count                     pic 9(007) value ZERO.
    01  first-heading                  pic x(080).
    01  gen-suffix                     pic 9(004) value ZERO.

    *> report and csv editing
    01  count-edit                     pic z(6)9.
    01  minutes-edit                   pic z(7)9.
    01  records-edit                   pic z(11)9.
    01  gens-edit                      pic z(4)9.
    01  money-edit                     pic z(8)9.99.
    01  big-money-edit                 pic z(9)9.99.
    01  elapsed-minutes                pic 9(008) value ZERO.
    01  csv-pointer                    pic 9(004) value 1.
    01  quote-source                   pic x(030).
    01  quote-length                   pic 9(004) value ZERO.
    01  char-index                     pic 9(004) value ZERO.

    01  spooladd-area.
      05  Sp-File                      pic x(040) value SPACES.
      05  Sp-Type                      pic x(012) value SPACES.
      05  Sp-Origin                    pic x(012) value SPACES.
      05  Sp-Ok                        pic x(001) value SPACE.

procedure division.

  GCCHGRPT-mainline.

    perform read-parameters

    display "GCCHGRPT - batch chargeback, month ", report-month end-display
    display "  database: ", trim(db-name) end-display

    perform load-owners
    perform load-rates
    if owner-count = ZERO then
      display "GCCHGRPT: no ownership records (ktab ", owner-ktab,
              ") in ", trim(table-filename),
              " - everything is UNASSIGNED" end-display
    end-if

    move DBOPEN(db-name) to db-object
    if DBSTATUS <> ZERO then
      display "GCCHGRPT: cannot open database - ", trim(DBERRMSG) end-display
      move 16 to return-code
      goback
    end-if
    perform charge-steps
    perform charge-records
    move DBCLOSE(db-object) to db-status

    perform charge-generations
    perform charge-pages

    open output chg-rpt
    open output chg-csv
    if chg-rpt-status not = "00" or chg-csv-status not = "00" then
      display "GCCHGRPT: cannot write CHGRPT.RPT / ", trim(csv-filename) end-display
      move 16 to return-code
      goback
    end-if
    perform report-heading
    perform csv-heading
    perform varying dp-idx from 1 by 1 until dp-idx > dept-count
      perform report-one-department
    end-perform
    move SPACES to chg-rpt-record
    perform write-report-line
    move grand-total to big-money-edit
    move SPACES to chg-rpt-record
    string "TOTAL CHARGED BACK FOR ", report-month, ": ", big-money-edit
      into chg-rpt-record
    end-string
    perform write-report-line
    close chg-rpt
    close chg-csv

    move "CHGRPT.RPT" to Sp-File
    move "CHARGEBACK" to Sp-Type
    move "GCCHGRPT"   to Sp-Origin
    move SPACE        to Sp-Ok
    call "GC87SPOOLADD" using spooladd-area
      on exception continue
    end-call

    display "GCCHGRPT: ", dept-count, " departments, ", charge-count,
            " jobs charged - see CHGRPT.RPT and ", trim(csv-filename) end-display
    if charge-overflow = "Y" then
      display "GCCHGRPT: more than 1000 jobs - the rest charged to the department only" end-display
    end-if

    move ZERO to return-code
    if unassigned-dept > ZERO then
      move 4 to return-code
    end-if

    goback
    .

  read-parameters.

    display "CHGRPT_DB" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to db-name
    else
      move "RUNHIST.DB" to db-name
    end-if

    display "CHGRPT_TABLE" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to table-filename
    else
      move "TABE0001.DAT" to table-filename
    end-if

    display "CHGRPT_KTAB" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value(1:3) to owner-ktab
    end-if

    display "CHGRPT_RATEKTAB" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value(1:3) to rate-ktab
    end-if

    display "CHGRPT_CSV" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to csv-filename
    else
      move "CHGRPT.CSV" to csv-filename
    end-if

    *> the bill is for the month just closed, unless told otherwise
    display "CHGRPT_MONTH" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      compute report-month = numval(env-value)
    else
      accept today-date from date yyyymmdd end-accept
      compute month-work = integer(today-date / 100) * 100 + 1
      compute month-work =
              date-of-integer(integer-of-date(month-work) - 1)
      compute report-month = month-work / 100
    end-if
    .

*> -----------------------------------------------------------------------------
*>  the ownership and rate tables - code records of their ktabs
*> -----------------------------------------------------------------------------

  load-owners.

    move ZERO to owner-count dept-count
    open input chg-table
    if chg-table-status not = "00" then
      exit paragraph
    end-if
    move "H"        to chg-ktip
    move owner-ktab to chg-ktab
    move low-value  to chg-kcod
    start chg-table key >= chg-key end-start
    perform until chg-table-status not = "00"
      read chg-table next end-read
      if chg-table-status = "00" then
        if chg-ktip not = "H" or chg-ktab not = owner-ktab then
          move "10" to chg-table-status
        else
          if chg-kcod not = SPACES and chg-data(1:20) not = SPACES
             and owner-count < 500 then
            perform load-one-owner
          end-if
        end-if
      end-if
    end-perform
    close chg-table
    .

  load-one-owner.

    *> the department is the cost centre - the first record naming
    *> a cost centre gives the department its description
    move ZERO to post-dept
    perform varying dp-idx from 1 by 1 until dp-idx > dept-count
      if dp-centre(dp-idx) = chg-data(22:8) then
        move dp-idx to post-dept
      end-if
    end-perform
    if post-dept = ZERO then
      if dept-count >= 99 then
        exit paragraph
      end-if
      add 1 to dept-count
      initialize dept-entry(dept-count)
      move chg-data(22:8) to dp-centre(dept-count)
      move chg-data(31:30) to dp-name(dept-count)
      move dept-count to post-dept
    end-if
    add 1 to owner-count
    move upper-case(chg-data(1:20)) to ow-name(owner-count)
    move post-dept to ow-dept(owner-count)
    .

  load-rates.

    open input chg-table
    if chg-table-status not = "00" then
      exit paragraph
    end-if
    move "H"       to chg-ktip
    move rate-ktab to chg-ktab
    move low-value to chg-kcod
    start chg-table key >= chg-key end-start
    perform until chg-table-status not = "00"
      read chg-table next end-read
      if chg-table-status = "00" then
        if chg-ktip not = "H" or chg-ktab not = rate-ktab then
          move "10" to chg-table-status
        else
          if chg-kcod not = SPACES and
             test-numval(chg-data(10:12)) = ZERO then
            evaluate upper-case(chg-data(1:8))
              when "RUN"
                compute rate-run = numval(chg-data(10:12))
              when "MINUTE"
                compute rate-minute = numval(chg-data(10:12))
              when "KRECORD"
                compute rate-krecord = numval(chg-data(10:12))
              when "GEN"
                compute rate-gen = numval(chg-data(10:12))
              when "PAGE"
                compute rate-page = numval(chg-data(10:12))
              when other
                continue
            end-evaluate
          end-if
        end-if
      end-if
    end-perform
    close chg-table
    .

*> -----------------------------------------------------------------------------
*>  runs and elapsed time from step_history - a scheduler row whose
*>  step file recorded its own steps under the job name that day is
*>  only the wrapper
*> -----------------------------------------------------------------------------

  charge-steps.

    move SPACES to sql-statement
    string "SELECT s.chain, s.program, COUNT(*), SUM(s.elapsed_secs) ",
           "FROM step_history s WHERE substr(s.run_date,1,6) = ? ",
           "AND NOT (s.chain = 'schsqf01a' AND EXISTS (SELECT 1 ",
           "FROM step_history t WHERE t.run_date = s.run_date ",
           "AND t.chain = ltrim(s.program,'@'))) ",
           "GROUP BY s.chain, s.program"
      into sql-statement
    end-string
    move DBCOMPILE(db-object, sql-statement) to sql-object
    if DBSTATUS <> ZERO then
      display "GCCHGRPT: no step_history - no runs charged" end-display
      exit paragraph
    end-if
    move report-month to bind-text
    move 1 to column-number
    move DBBINDTEXT(sql-object, column-number, bind-text) to db-status
    move DBEXECUTE(sql-object) to db-status
    perform until db-status not = 100
      perform charge-one-step-group
      move DBEXECUTE(sql-object) to db-status
    end-perform
    move DBRELEASE(sql-object) to db-status
    .

  charge-one-step-group.

    move 1 to column-number
    perform get-column-text
    move column-text to row-chain
    move 2 to column-number
    perform get-column-text
    move column-text to row-program
    move 3 to column-number
    move DBGETINT(sql-object, column-number) to row-runs
    move 4 to column-number
    move DBGETINT(sql-object, column-number) to row-value

    *> the job a row belongs to: the scheduler and the extract
    *> runner name it as the program, the chains are the job
    if row-chain = "schsqf01a" or row-chain = "GCEXTCAT" then
      move row-program to post-name-1
      move row-chain   to post-name-2
    else
      move row-chain   to post-name-1
      move row-program to post-name-2
    end-if
    if post-name-1(1:1) = "@" then
      move post-name-1(2:19) to post-name-1
    end-if
    perform clear-post-quantities
    move row-runs  to post-runs
    move row-value to post-elapsed
    perform post-charge
    .

*> -----------------------------------------------------------------------------
*>  records processed - the runs detail, and the monthly rollup of
*>  whatever GCDBHOUSE has already pruned
*> -----------------------------------------------------------------------------

  charge-records.

    move "SELECT program, SUM(rec_in) FROM runs WHERE substr(run_date,1,6) = ? GROUP BY program" to sql-statement
    perform charge-record-query
    move "SELECT program, SUM(rec_in) FROM runs_monthly WHERE month = ? GROUP BY program" to sql-statement
    perform charge-record-query
    .

  charge-record-query.

    move DBCOMPILE(db-object, sql-statement) to sql-object
    if DBSTATUS <> ZERO then
      exit paragraph
    end-if
    move report-month to bind-text
    move 1 to column-number
    move DBBINDTEXT(sql-object, column-number, bind-text) to db-status
    move DBEXECUTE(sql-object) to db-status
    perform until db-status not = 100
      move 1 to column-number
      perform get-column-text
      move column-text to post-name-1
      move SPACES to post-name-2
      move 2 to column-number
      perform clear-post-quantities
      move DBGETINT(sql-object, column-number) to post-records
      perform post-charge
      move DBEXECUTE(sql-object) to db-status
    end-perform
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
*>  generations retained - the GENCAT generations still on disk
*> -----------------------------------------------------------------------------

  charge-generations.

    open input gencat
    if gencat-status(1:1) not = "0" then
      exit paragraph
    end-if
    perform until gencat-status(1:1) not = "0"
      read gencat next record end-read
      if gencat-status = "00" and gcr-fileid not = SPACES then
        move gcr-gen to gen-suffix
        move SPACES to check-name
        string trim(gcr-fileid), ".G", gen-suffix
          into check-name
        end-string
        call "CBL_CHECK_FILE_EXIST" using check-name file-details end-call
        if return-code = ZERO then
          move gcr-fileid to post-name-1
          move SPACES to post-name-2
          perform clear-post-quantities
          move 1 to post-gens
          perform post-charge
        end-if
        move ZERO to return-code
      end-if
    end-perform
    close gencat
    .

*> -----------------------------------------------------------------------------
*>  spool pages printed - each printed copy on the spool index
*>  registered in the month
*> -----------------------------------------------------------------------------

  charge-pages.

    open input spoolidx
    if spoolidx-status(1:1) not = "0" then
      exit paragraph
    end-if
    perform until spoolidx-status(1:1) not = "0"
      read spoolidx end-read
      if spoolidx-status = "00" and si-status = "P" and
         si-ts(1:6) = report-month then
        if si-origin = "GCEXTCAT" then
          move si-type   to post-name-1
          move si-origin to post-name-2
        else
          move si-origin to post-name-1
          move si-type   to post-name-2
        end-if
        perform count-report-pages
        perform clear-post-quantities
        move page-count to post-pages
        perform post-charge
      end-if
    end-perform
    close spoolidx
    .

  count-report-pages.

    *> pages as the GC87SPOOL viewer breaks them - a report already
    *> gone from disk still printed, and counts as the one page
    move 1 to page-count
    move ZERO to line-count
    move SPACES to first-heading
    move si-file to spooled-filename
    open input spooled-report
    if spooled-status not = "00" then
      exit paragraph
    end-if
    perform until spooled-status not = "00"
      read spooled-report end-read
      if spooled-status = "00" then
        add 1 to line-count
        if line-count = 1 then
          move spooled-record(1:80) to first-heading
        else
          if spooled-record(1:1) = x"0C" or
             (spooled-record(1:80) = first-heading and
              first-heading not = SPACES) then
            add 1 to page-count
          end-if
        end-if
      end-if
    end-perform
    close spooled-report
    .

*> -----------------------------------------------------------------------------
*>  post one charge: the first name with an owner decides the
*>  department, and the job line it lands on
*> -----------------------------------------------------------------------------

  clear-post-quantities.

    move ZERO to post-runs post-elapsed post-records post-gens post-pages
    .

  post-charge.

    move ZERO to post-dept
    move post-name-1 to post-charged
    move upper-case(post-name-1) to post-wanted
    perform find-owner
    if post-dept = ZERO and post-name-2 not = SPACES then
      move upper-case(post-name-2) to post-wanted
      perform find-owner
      if post-dept > ZERO then
        move post-name-2 to post-charged
      end-if
    end-if
    if post-dept = ZERO then
      perform find-unassigned
    end-if
    if post-dept = ZERO then
      exit paragraph
    end-if

    add post-runs    to dp-runs(post-dept)
    add post-elapsed to dp-elapsed(post-dept)
    add post-records to dp-records(post-dept)
    add post-gens    to dp-gens(post-dept)
    add post-pages   to dp-pages(post-dept)

    perform varying ch-idx from 1 by 1 until ch-idx > charge-count
      if ch-dept(ch-idx) = post-dept and
         upper-case(ch-name(ch-idx)) = upper-case(post-charged) then
        exit perform
      end-if
    end-perform
    if ch-idx > charge-count then
      if charge-count >= 1000 then
        move "Y" to charge-overflow
        exit paragraph
      end-if
      add 1 to charge-count
      initialize charge-entry(charge-count)
      move post-dept    to ch-dept(charge-count)
      move post-charged to ch-name(charge-count)
      move charge-count to ch-idx
    end-if
    add post-runs    to ch-runs(ch-idx)
    add post-elapsed to ch-elapsed(ch-idx)
    add post-records to ch-records(ch-idx)
    add post-gens    to ch-gens(ch-idx)
    add post-pages   to ch-pages(ch-idx)
    .

  find-owner.

    perform varying ow-idx from 1 by 1 until ow-idx > owner-count
      if ow-name(ow-idx) = post-wanted then
        move ow-dept(ow-idx) to post-dept
        exit perform
      end-if
    end-perform
    .

  find-unassigned.

    if unassigned-dept = ZERO and dept-count < 100 then
      add 1 to dept-count
      initialize dept-entry(dept-count)
      move "NONE"       to dp-centre(dept-count)
      move "UNASSIGNED" to dp-name(dept-count)
      move dept-count to unassigned-dept
    end-if
    move unassigned-dept to post-dept
    .

*> -----------------------------------------------------------------------------
*>  the report and the finance extract
*> -----------------------------------------------------------------------------

  report-heading.

    move SPACES to chg-rpt-record
    string "BATCH CHARGEBACK BY DEPARTMENT  MONTH ", report-month
      into chg-rpt-record
    end-string
    perform write-report-line
    move SPACES to chg-rpt-record
    perform write-report-line
    move SPACES to chg-rpt-record
    move "UNIT RATES:" to chg-rpt-record
    perform write-report-line
    move rate-run to rate-edit
    move SPACES to chg-rpt-record
    string "  RUN      ", rate-edit, "  per job run" into chg-rpt-record end-string
    perform write-report-line
    move rate-minute to rate-edit
    move SPACES to chg-rpt-record
    string "  MINUTE   ", rate-edit, "  per elapsed minute" into chg-rpt-record end-string
    perform write-report-line
    move rate-krecord to rate-edit
    move SPACES to chg-rpt-record
    string "  KRECORD  ", rate-edit, "  per thousand records processed" into chg-rpt-record end-string
    perform write-report-line
    move rate-gen to rate-edit
    move SPACES to chg-rpt-record
    string "  GEN      ", rate-edit, "  per output generation retained" into chg-rpt-record end-string
    perform write-report-line
    move rate-page to rate-edit
    move SPACES to chg-rpt-record
    string "  PAGE     ", rate-edit, "  per spool page printed" into chg-rpt-record end-string
    perform write-report-line
    .

  report-one-department.

    move SPACES to chg-rpt-record
    perform write-report-line
    move SPACES to chg-rpt-record
    string "COST CENTRE ", dp-centre(dp-idx), "  ", dp-name(dp-idx)
      into chg-rpt-record
    end-string
    perform write-report-line
    move "  JOB                     RUNS  MINUTES       RECORDS  GENS    PAGES        CHARGE"
      to chg-rpt-record
    perform write-report-line

    perform varying ch-idx from 1 by 1 until ch-idx > charge-count
      if ch-dept(ch-idx) = dp-idx then
        move ch-runs(ch-idx)    to price-runs
        move ch-elapsed(ch-idx) to price-elapsed
        move ch-records(ch-idx) to price-records
        move ch-gens(ch-idx)    to price-gens
        move ch-pages(ch-idx)   to price-pages
        perform price-quantities
        move SPACES to chg-rpt-record
        move ch-name(ch-idx) to chg-rpt-record(3:20)
        perform edit-quantities
        perform write-report-line
      end-if
    end-perform

    move dp-runs(dp-idx)    to price-runs
    move dp-elapsed(dp-idx) to price-elapsed
    move dp-records(dp-idx) to price-records
    move dp-gens(dp-idx)    to price-gens
    move dp-pages(dp-idx)   to price-pages
    perform price-quantities
    move SPACES to chg-rpt-record
    move "DEPARTMENT TOTAL" to chg-rpt-record(3:20)
    perform edit-quantities
    perform write-report-line
    move SPACES to chg-rpt-record
    move 1 to csv-pointer
    move cost-runs to money-edit
    string "    runs ", trim(money-edit)
      into chg-rpt-record with pointer csv-pointer
    end-string
    move cost-elapsed to money-edit
    string "  time ", trim(money-edit)
      into chg-rpt-record with pointer csv-pointer
    end-string
    move cost-records to money-edit
    string "  records ", trim(money-edit)
      into chg-rpt-record with pointer csv-pointer
    end-string
    move cost-gens to money-edit
    string "  generations ", trim(money-edit)
      into chg-rpt-record with pointer csv-pointer
    end-string
    move cost-pages to money-edit
    string "  pages ", trim(money-edit)
      into chg-rpt-record with pointer csv-pointer
    end-string
    perform write-report-line
    add cost-total to grand-total

    perform write-csv-line
    .

  price-quantities.

    compute cost-runs rounded    = price-runs * rate-run
    compute cost-elapsed rounded = price-elapsed / 60 * rate-minute
    compute cost-records rounded = price-records / 1000 * rate-krecord
    compute cost-gens rounded    = price-gens * rate-gen
    compute cost-pages rounded   = price-pages * rate-page
    compute cost-total = cost-runs + cost-elapsed + cost-records
                       + cost-gens + cost-pages
    compute elapsed-minutes rounded = price-elapsed / 60
    .

  edit-quantities.

    move price-runs to count-edit
    move count-edit to chg-rpt-record(23:7)
    move elapsed-minutes to minutes-edit
    move minutes-edit to chg-rpt-record(31:8)
    move price-records to records-edit
    move records-edit to chg-rpt-record(40:12)
    move price-gens to gens-edit
    move gens-edit to chg-rpt-record(53:5)
    move price-pages to count-edit
    move count-edit to chg-rpt-record(59:7)
    move cost-total to money-edit
    move money-edit to chg-rpt-record(67:12)
    .

  csv-heading.

    move "month,cost_centre,department,runs,elapsed_minutes,records,generations,pages,run_charge,time_charge,record_charge,generation_charge,page_charge,total_charge"
      to chg-csv-record
    write chg-csv-record end-write
    .

  write-csv-line.

    move SPACES to chg-csv-record
    move 1 to csv-pointer
    string report-month, ",", trim(dp-centre(dp-idx)), ","
      into chg-csv-record with pointer csv-pointer
    end-string
    move dp-name(dp-idx) to quote-source
    perform quote-csv-text
    move price-runs to count-edit
    string ",", trim(count-edit) into chg-csv-record with pointer csv-pointer end-string
    move elapsed-minutes to minutes-edit
    string ",", trim(minutes-edit) into chg-csv-record with pointer csv-pointer end-string
    move price-records to records-edit
    string ",", trim(records-edit) into chg-csv-record with pointer csv-pointer end-string
    move price-gens to gens-edit
    string ",", trim(gens-edit) into chg-csv-record with pointer csv-pointer end-string
    move price-pages to count-edit
    string ",", trim(count-edit) into chg-csv-record with pointer csv-pointer end-string
    move cost-runs to money-edit
    string ",", trim(money-edit) into chg-csv-record with pointer csv-pointer end-string
    move cost-elapsed to money-edit
    string ",", trim(money-edit) into chg-csv-record with pointer csv-pointer end-string
    move cost-records to money-edit
    string ",", trim(money-edit) into chg-csv-record with pointer csv-pointer end-string
    move cost-gens to money-edit
    string ",", trim(money-edit) into chg-csv-record with pointer csv-pointer end-string
    move cost-pages to money-edit
    string ",", trim(money-edit) into chg-csv-record with pointer csv-pointer end-string
    move cost-total to money-edit
    string ",", trim(money-edit) into chg-csv-record with pointer csv-pointer end-string
    write chg-csv-record end-write
    .

  quote-csv-text.

    *> the department description goes out quoted, embedded quotes
    *> doubled, whatever it holds
    compute quote-length = length(trim(quote-source trailing))
    string QUOTE into chg-csv-record with pointer csv-pointer end-string
    perform varying char-index from 1 by 1 until char-index > quote-length
      if quote-source(char-index:1) = QUOTE then
        string QUOTE, QUOTE into chg-csv-record with pointer csv-pointer end-string
      else
        string quote-source(char-index:1) into chg-csv-record
          with pointer csv-pointer
        end-string
      end-if
    end-perform
    string QUOTE into chg-csv-record with pointer csv-pointer end-string
    .

  write-report-line.

    write chg-rpt-record end-write
    .
