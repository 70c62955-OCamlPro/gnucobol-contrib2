*> **  >>SOURCE FORMAT IS FREE

identification division.

*> -----------------------------------------------------------------------------
*>  GCERASE: right-to-erasure sweep across generations, backups and databases
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
*>    A data subject asking to be forgotten used to mean a week of
*>    grepping through generations, backups and databases by hand,
*>    and nobody could say afterwards what had been missed. This job
*>    takes the subject's keys (ERASE_KEYS - up to nine ch-field
*>    values, the key trcsqf01a traces) and searches every artifact
*>    the shop keeps a record of:
*>
*>      - GENCAT      every catalogued generation (SORTOUT and the
*>                    split files), its .MAN manifest, and the
*>                    chksqf01a parts cut from it (<name>.P0001 up);
*>      - the live    SORTOUT and its parts, the OUTFIL split files,
*>        files       the CSV exports (EXPOUT, QUERYOUT.CSV,
*>                    EXTRACT.CSV) and the ingest reject files
*>                    (CSVREJ, EBCREJ);
*>      - RET         every file the retention policy table names
*>                    (GC89RETENTION's patterns: date masks, sequence
*>                    masks, plain names and the SPOOLIDX spool), and
*>                    the copies its sweeps archived (RETARCH.*
*>                    MANIFEST.TXT);
*>      - backups     the TABE0nnn.BCK unloads of GC86TABBACKUP and
*>                    the dated <db>.YYYYMMDD.BAK copies GCDBBACKUP
*>                    keeps, as GC92BACKUPALL drives them;
*>      - databases   RUNHIST.DB and AUDIT.DB (ERASE_DBLIST): the
*>                    run_groups and run_groups_monthly rows of the
*>                    key's ch_field, and the audit_rows images that
*>                    carry it.
*>
*>    How an artifact is erased depends on its shape. Data records
*>    (the SORTOUT shape, the CSV rows, the reject records) are
*>    removed, and the control trailer the file carries is worked out
*>    again from what is left - the #TRL# control totals, a part's
*>    #PRT# totals, an export's ROWS,n count, a TABE backup's
*>    #TRAILER# count and checksum. Text (run logs, manifests,
*>    spooled reports) and TABE backup rows keep their lines, with
*>    the key overwritten by asterisks. Database rows keyed by the
*>    ch_field are deleted; audit images are redacted in place.
*>    TABEAUD1.LOG and ACCESS.LOG are hash-chained: where the key
*>    appears in them it is reported as held, never rewritten.
*>
*>    ERASE_MODE=PLAN (the default) reports where the keys were
*>    found on ERASURE.RPT. A file with a trailer that did not
*>    balance before the sweep is a blocker - recalculating it would
*>    hide the damage - and so is a known artifact that cannot be
*>    read. APPLY stages every rewritten file beside the live one
*>    (*.ERS) first, commits each database in its own transaction,
*>    and only then puts the staged files in place; every artifact
*>    touched is searched again afterwards. The report closes with
*>    the erasure certificate: every artifact touched, its record
*>    count before and after, and whether the search afterwards
*>    came back clean. The keys never appear on the report or the
*>    audit trail - each is shown by its GC94AUDHASH fingerprint -
*>    so the certificate is not one more copy of what was erased.
*>    A run stopped part way is finished by running it again: what
*>    was already erased is simply no longer found.
*>
*>    APPLY needs the promote role (GC85SIGNON - GC85_USER and
*>    GC85_PASSWORD for batch, as GCROLLBACK), a reason (the erasure
*>    request's reference), and the number of records the plan
*>    found typed back as confirmation. One row per artifact touched
*>    goes to the TABEAUD1.LOG audit trail, chained by GC94AUDHASH;
*>    the report goes on the GC87SPOOL queue.
*>
*>    RETURN-CODE: 0 erased (or planned), 4 the keys were found
*>    nowhere that can be erased, 12 refused on a blocker, 16
*>    parameter, sign-on, confirmation or commit failure.
*>
*>    Environment:
*>      ERASE_KEYS        the subject's ch-field keys, space separated
*>      ERASE_MODE        PLAN (default) or APPLY
*>      ERASE_REASON      the erasure request reference (required for
*>                        APPLY)
*>      ERASE_CONFIRM     the number of records found; asked for at
*>                        the console when not set
*>      ERASE_DBLIST      databases searched (default RUNHIST.DB
*>                        AUDIT.DB)
*>      ERASE_DBKEY       their encryption key, when they have one
*>      ERASE_POLICYFILE  retention policy table (default TABE0001.DAT)
*>      ERASE_POLICYTAB   its ktab (default RET)
*>      ERASE_SCANDAYS    how far back dated artifacts and archives
*>                        are looked for (default 370)
*>
*> Tectonics:
*>
*>   prompt$ cobc -x GCERASE.cob CobolSQLite3.so
*>
*> -----------------------------------------------------------------------------

  program-id.                          GCERASE.

environment division.

  configuration section.

    special-names.
      alphabet case-ascii is ascii
      alphabet case-ebcdic is ebcdic
      class key-char is "0" thru "9" "A" thru "Z" "a" thru "z"
      .

    repository.
      function DBOPEN
      function DBOPENKEY
      function DBCLOSE
      function DBCOMPILE
      function DBEXECUTE
      function DBBEGIN
      function DBCOMMIT
      function DBROLLBACK
      function DBRELEASE
      function DBSQL
      function DBGETINT
      function DBSTATUS
      function DBERRMSG
      function all intrinsic.

  input-output section.

    file-control.

      select policy-table              assign to dynamic policy-filename
                                       access is dynamic
                                       organization is indexed
                                       record key is pol-key
                                       file status is policy-status
                                       .
      select optional gencat           assign to "GENCAT"
                                       organization is indexed
                                       access mode is dynamic
                                       record key is gcr-key
                                       file status is gencat-status
                                       .
      select optional outfil           assign to "OUTFIL"
                                       organization is line sequential
                                       file status is outfil-status
                                       .
      select optional spoolidx         assign to "SPOOLIDX.DAT"
                                       organization is line sequential
                                       file status is spoolidx-status
                                       .
      select optional arch-manifest    assign to dynamic manifest-name
                                       organization is line sequential
                                       file status is manifest-status
                                       .
      select sort-file                 assign to dynamic artifact-name
                                       organization is sequential
                                       file status is artifact-status
                                       .
      select sort-staged               assign to dynamic staged-name
                                       organization is sequential
                                       file status is staged-status
                                       .
      select ebc-file                  assign to dynamic artifact-name
                                       organization is sequential
                                       file status is artifact-status
                                       .
      select ebc-staged                assign to dynamic staged-name
                                       organization is sequential
                                       file status is staged-status
                                       .
      select text-file                 assign to dynamic artifact-name
                                       organization is line sequential
                                       file status is artifact-status
                                       .
      select text-staged               assign to dynamic staged-name
                                       organization is line sequential
                                       file status is staged-status
                                       .
      select erasure-report            assign to "ERASURE.RPT"
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

    fd  policy-table.

    *> a policy row as GC89RETENTION reads it: pattern(40) keep(4)
    *> action(1) description(30)
    01  policy-record.
      05  pol-key.
        10  pol-ktip                   pic x(001).
        10  pol-ktab                   pic x(003).
        10  pol-kcod                   pic x(003).
      05  pol-pattern                  pic x(040).
      05  pol-keep                     pic 9(004).
      05  filler                       pic x(049).

    fd  gencat.

    01  gencat-record.
      05  gcr-key.
        10  gcr-fileid                 pic x(020).
        10  gcr-gen                    pic 9(004).
      05  gcr-date                     pic 9(008).
      05  gcr-time                     pic 9(006).
      05  gcr-runid                    pic 9(008).

    fd  outfil.

    01  outfil-record.
      05  ofc-lo                       pic x(005).
      05  ofc-hi                       pic x(005).
      05  ofc-fileid                   pic x(020).

    fd  spoolidx.

    01  spoolidx-record.
      05  si-status                    pic x(001).
      05  filler                       pic x(001).
      05  si-id                        pic 9(005).
      05  filler                       pic x(001).
      05  si-file                      pic x(040).
      05  filler                       pic x(136).

    fd  arch-manifest.

    01  manifest-record                pic x(100).

    *> the foutsqf01 SORTOUT shape - generations, parts, split files
    fd  sort-file
        record is varying in size from 41 to 241 characters
                 depending on sort-length.

    01  sort-record.
      05  so-seq                       pic 9(005).
      05  so-ch                        pic x(005).
      05  so-bi                        pic 9(005).
      05  so-fi                        pic s9(005).
      05  so-fl                        pic s9(005).
      05  so-pd                        pic s9(005).
      05  so-zd                        pic s9(008).
      05  so-trl-len                   pic 9(003).
      05  so-trailer                   pic x(200).

    fd  sort-staged
        record is varying in size from 41 to 241 characters
                 depending on sort-length.

    01  sort-staged-record             pic x(241).

    *> EBCREJ: the reason code, then the raw EBCDIC record whole
    fd  ebc-file.

    01  ebc-record.
      05  ebc-reason                   pic x(003).
      05  ebc-raw-seq                  pic x(005).
      05  ebc-raw-ch                   pic x(005).
      05  filler                       pic x(231).

    fd  ebc-staged.

    01  ebc-staged-record              pic x(244).

    fd  text-file.

    01  text-record                    pic x(512).

    fd  text-staged.

    01  text-staged-record             pic x(512).

    fd  erasure-report.

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
    01  db-key                         pic x(064) value SPACES.
    01  db-list                        pic x(128) value "RUNHIST.DB AUDIT.DB".

    01  db-object.
      05  db-object-ptr                usage pointer.

    01  db-status                      pic s9(04) comp.

    01  sql-statement                  pic x(2048).

    01  sql-object.
      05  sql-object-ptr               usage pointer.

    01  policy-filename                pic x(256) value "TABE0001.DAT".
    01  policy-ktab                    pic x(003) value "RET".
    01  manifest-name                  pic x(256).
    01  artifact-name                  pic x(256).
    01  staged-name                    pic x(256).
    01  sort-length                    pic 9(003) value ZERO.
    01  policy-status                  pic x(002).
    01  gencat-status                  pic x(002).
    01  outfil-status                  pic x(002).
    01  spoolidx-status                pic x(002).
    01  manifest-status                pic x(002).
    01  artifact-status                pic x(002).
    01  staged-status                  pic x(002).
    01  report-status                  pic x(002).
    01  audit-status                   pic x(002).
    01  scan-status                    pic x(002).

    01  env-value                      pic x(128).
    01  run-mode                       pic x(008) value "PLAN".
    01  erase-reason                   pic x(064) value SPACES.
    01  confirm-value                  pic x(064) value SPACES.
    01  scan-days                      pic 9(004) value 370.
    01  today-date                     pic 9(008) value ZERO.
    01  today-time                     pic 9(008) value ZERO.
    01  today-integer                  pic 9(008) value ZERO.
    01  probe-date                     pic 9(008) value ZERO.
    01  day-back                       pic 9(004) value ZERO.
    01  row-count                      usage binary-double signed.
    01  column-number                  pic 9(004) comp.
    01  number-buffer                  pic -(12)9.
    01  count-edit                     pic z(8)9.
    01  check-name                     pic x(256).
    01  file-details.
      05  cfe-size                     pic x(08) comp-x.
      05  filler                       pic x(08).
    01  erase-rc                       pic 9(002) value ZERO.

    *> the subject's keys - each kept as typed, as the EBCDIC image
    *> EBCREJ carries it in, and as the fingerprint the report shows
    *> in its place
    01  key-text                       pic x(128) value SPACES.
    01  key-word                       pic x(032).
    01  key-pointer                    pic 9(003).
    01  key-table.
      05  key-count                    pic 9(002) value ZERO.
      05  key-entry                    occurs 9 times.
        10  ek-value                   pic x(005).
        10  ek-len                     pic 9(001).
        10  ek-ebc                     pic x(005).
        10  ek-print                   pic x(008).
        10  ek-stars                   pic x(005).
    01  key-idx                        pic 9(002).
    01  key-digit                      pic 9(001).
    01  key-bad                        pic x(001) value "N".

    *> every artifact searched. A database is one entry per table;
    *> ar-table is spaces for a file.
    *>   ar-kind   S SORTOUT shape      E EBCREJ
    *>             C CSV export         R CSVREJ
    *>             B TABE backup        T text
    *>             D database table     H held (chained audit trail)
    *>             X not searchable here (indexed)
    *>   ar-state  blank not yet done, Y erased, F failed
    01  artifact-table.
      05  artifact-count               pic 9(003) value ZERO.
      05  artifact-entry               occurs 500 times.
        10  ar-name                    pic x(080).
        10  ar-table                   pic x(020).
        10  ar-kind                    pic x(001).
        10  ar-source                  pic x(008).
        10  ar-present                 pic x(001).
        10  ar-readable                pic x(001).
        10  ar-before                  pic 9(009).
        10  ar-found                   pic 9(009).
        10  ar-after                   pic 9(009).
        10  ar-residual                pic 9(009).
        10  ar-keys                    pic x(009).
        10  ar-trailer                 pic x(009).
        10  ar-balanced                pic x(001).
        10  ar-state                   pic x(001).
    01  art-idx                        pic 9(003) value ZERO.
    01  db-idx                         pic 9(003) value ZERO.
    01  table-idx                      pic 9(001) value ZERO.
    01  db-first-idx                   pic 9(003) value ZERO.

    *> a candidate on its way into the table
    01  cand-name                      pic x(080).
    01  cand-table                     pic x(020).
    01  cand-source                    pic x(008).
    01  cand-kind                      pic x(001).
    01  cand-length                    pic 9(003).
    01  cand-base                      pic 9(003).
    01  cand-stem                      pic 9(003).
    01  cand-pos                       pic 9(003).

    *> the database tables the subject's keys can sit in
    01  db-table-list.
      05  filler                       pic x(020) value "run_groups".
      05  filler                       pic x(020) value "run_groups_monthly".
      05  filler                       pic x(020) value "audit_rows".
    01  filler redefines db-table-list.
      05  db-table-name                pic x(020) occurs 3 times.
    01  db-open-name                   pic x(080) value SPACES.
    01  db-open                        pic x(001) value "N".
    01  db-compiled                    pic x(001) value "N".
    01  db-where                       pic x(1500).
    01  db-set                         pic x(600).
    01  db-expr                        pic x(300).

    *> the retention policy patterns, as GC89RETENTION reads them
    01  mask-pos                       pic 9(003) value ZERO.
    01  mask-len                       pic 9(002) value ZERO.
    01  mask-idx                       pic 9(003) value ZERO.
    01  seq-idx                        pic 9(004) value ZERO.
    01  seq-limit                      pic 9(004) value ZERO.
    01  seq-3                          pic 9(003) value ZERO.
    01  seq-4                          pic 9(004) value ZERO.
    01  policy-keep                    pic 9(004) value ZERO.
    01  part-nbr                       pic 9(004) value ZERO.
    01  part-found                     pic x(001) value "N".
    01  part-base                      pic x(080).
    01  gen-buffer                     pic 9(004).

    *> one search of one artifact
    01  scan-before                    pic 9(009).
    01  scan-found                     pic 9(009).
    01  scan-keys                      pic x(009).
    01  scan-trailer                   pic x(009).
    01  scan-balanced                  pic x(001).
    01  scan-readable                  pic x(001).
    01  scan-line                      pic 9(009).
    01  record-hit                     pic x(001).
    01  redact-mode                    pic x(001) value "N".
    01  match-from                     pic 9(003).
    01  match-to                       pic 9(003).
    01  match-pos                      pic 9(003).
    01  match-last                     pic s9(04).
    01  match-next                     pic 9(003).
    01  match-hits                     pic 9(005).
    01  match-bounded                  pic x(001).

    *> control totals re-derived - the same truncating 11-digit
    *> arithmetic the writing side uses
    01  kept-count                     pic 9(009).
    01  th-bi                          pic s9(11) comp-3.
    01  th-fi                          pic s9(11) comp-3.
    01  th-pd                          pic s9(11) comp-3.
    01  th-zd                          pic s9(11) comp-3.
    01  all-count                      pic 9(009).
    01  all-bi                         pic s9(11) comp-3.
    01  all-fi                         pic s9(11) comp-3.
    01  all-pd                         pic s9(11) comp-3.
    01  all-zd                         pic s9(11) comp-3.
    01  control-image                  pic x(200).
    *> the musesqf01a #TRL# image, and the chksqf01a #PRT# image
    01  trl-image.
      05  filler                       pic x(003).
      05  trl-count                    pic 9(009).
      05  filler                       pic x(004).
      05  trl-bi                       pic s9(11) sign leading separate.
      05  filler                       pic x(004).
      05  trl-fi                       pic s9(11) sign leading separate.
      05  filler                       pic x(004).
      05  trl-pd                       pic s9(11) sign leading separate.
      05  filler                       pic x(004).
      05  trl-zd                       pic s9(11) sign leading separate.
    01  prt-image.
      05  filler                       pic x(003).
      05  prt-part                     pic 9(004).
      05  filler                       pic x(004).
      05  prt-of                       pic 9(004).
      05  filler                       pic x(004).
      05  prt-count                    pic 9(009).
      05  filler                       pic x(004).
      05  prt-bi                       pic s9(11) sign leading separate.
      05  filler                       pic x(004).
      05  prt-fi                       pic s9(11) sign leading separate.
      05  filler                       pic x(004).
      05  prt-pd                       pic s9(11) sign leading separate.
      05  filler                       pic x(004).
      05  prt-zd                       pic s9(11) sign leading separate.
    *> the GC86TABBACKUP trailer and its position-weighted checksum
    01  bck-trailer.
      05  bck-tag                      pic x(010).
      05  bck-count                    pic 9(007).
      05  filler                       pic x(001).
      05  bck-sum                      pic 9(009).
    01  bck-check                      pic 9(009).
    01  bck-all-check                  pic 9(009).
    01  byte-idx                       pic 9(003).
    01  rows-value                     pic 9(009).

    *> what the sweep found, and what it may erase
    01  found-count                    pic 9(009) value ZERO.
    01  held-count                     pic 9(009) value ZERO.
    01  blocker-count                  pic 9(003) value ZERO.
    01  searched-count                 pic 9(003) value ZERO.
    01  touched-count                  pic 9(003) value ZERO.
    01  residual-count                 pic 9(003) value ZERO.
    01  stage-failed                   pic x(001) value "N".
    01  note-text                      pic x(040).

    *> the audit row: who, and why
    01  audit-user                     pic x(012) value SPACES.
    01  audit-role                     pic x(001) value SPACE.
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

  GCERASE-mainline.

    display "GCERASE - right-to-erasure sweep" end-display

    open output erasure-report
    if report-status not = "00" then
      display "GCERASE: cannot open ERASURE.RPT - status ",
              report-status end-display
      move 16 to return-code
      goback
    end-if

    perform read-parameters
    if erase-rc <> ZERO then
      perform finish-report
      goback
    end-if

    move SPACES to report-record
    string "RIGHT-TO-ERASURE SWEEP ", today-date, " ", today-time(1:6),
           "   MODE ", trim(run-mode)
      into report-record
    end-string
    perform write-report-line
    if erase-reason not = SPACES then
      move SPACES to report-record
      string "REQUEST: ", trim(erase-reason) into report-record end-string
      perform write-report-line
    end-if
    move SPACES to report-record
    move key-count to number-buffer
    string "SUBJECT KEYS: ", trim(number-buffer),
           " (shown by fingerprint)"
      into report-record
    end-string
    perform write-report-line
    perform varying key-idx from 1 by 1 until key-idx > key-count
      move SPACES to report-record
      move key-idx to key-digit
      string "  key ", key-digit, "  fingerprint ", ek-print(key-idx)
        into report-record
      end-string
      perform write-report-line
    end-perform

    perform collect-gencat
    perform collect-live-files
    perform collect-policies
    perform collect-archives
    perform collect-parts
    perform collect-backups

    perform varying art-idx from 1 by 1 until art-idx > artifact-count
      perform survey-artifact
    end-perform
    if db-open = "Y" then
      move DBCLOSE(db-object) to db-status
      move "N" to db-open
    end-if

    perform report-survey

    move SPACES to report-record
    perform write-report-line
    if found-count = ZERO then
      move "THE KEYS WERE FOUND NOWHERE THAT CAN BE ERASED - nothing to do"
        to report-record
      perform write-report-line
      move 4 to erase-rc
      perform finish-report
      goback
    end-if

    if blocker-count > ZERO then
      move SPACES to report-record
      move blocker-count to number-buffer
      string "REFUSED - ", trim(number-buffer),
             " blocker(s) above; no artifact has been changed"
        into report-record
      end-string
      perform write-report-line
      move 12 to erase-rc
      perform finish-report
      goback
    end-if

    if run-mode not = "APPLY" then
      move "PLAN ONLY - rerun with ERASE_MODE=APPLY to erase the above"
        to report-record
      perform write-report-line
      perform finish-report
      goback
    end-if

    perform authorise-erasure
    if erase-rc = ZERO then
      perform confirm-erasure
    end-if
    if erase-rc = ZERO then
      perform apply-erasure
    end-if

    perform finish-report
    goback
    .

  read-parameters.

    accept today-date from date yyyymmdd end-accept
    accept today-time from time end-accept
    compute today-integer = integer-of-date(today-date)

    display "ERASE_MODE" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move upper-case(env-value) to run-mode
    end-if
    if run-mode not = "PLAN" and run-mode not = "APPLY" then
      move "*** ERASE_MODE must be PLAN or APPLY" to report-record
      perform write-report-line
      move 16 to erase-rc
      exit paragraph
    end-if

    display "ERASE_DBLIST" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to db-list
    end-if

    display "ERASE_DBKEY" upon environment-name end-display
    accept db-key from environment-value end-accept

    display "ERASE_POLICYFILE" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to policy-filename
    end-if

    display "ERASE_POLICYTAB" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to policy-ktab
    end-if

    display "ERASE_SCANDAYS" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES and test-numval(env-value) = ZERO then
      compute scan-days = numval(env-value)
    end-if

    display "ERASE_REASON" upon environment-name end-display
    accept erase-reason from environment-value end-accept

    display "ERASE_CONFIRM" upon environment-name end-display
    accept confirm-value from environment-value end-accept

    display "ERASE_KEYS" upon environment-name end-display
    accept key-text from environment-value end-accept
    perform split-keys
    if key-count = ZERO or key-bad = "Y" then
      move "*** ERASE_KEYS is required - up to nine ch-field keys of 1-5 characters, no quote, % or _"
        to report-record
      perform write-report-line
      move 16 to erase-rc
      exit paragraph
    end-if

    if run-mode = "APPLY" and erase-reason = SPACES then
      move "*** ERASE_REASON is required to APPLY - the certificate records which request it answers"
        to report-record
      perform write-report-line
      move 16 to erase-rc
    end-if
    .

*> -----------------------------------------------------------------------------
*>  the keys: the ch-field values as typed, their EBCDIC images, and
*>  a fingerprint - the audit hash of the key alone - to show instead
*> -----------------------------------------------------------------------------

  split-keys.

    move 1 to key-pointer
    perform until key-pointer > 128 or key-bad = "Y"
      move SPACES to key-word
      unstring key-text delimited by all " "
        into key-word
        with pointer key-pointer
      end-unstring
      if key-word = SPACES then
        exit perform
      end-if
      if key-count >= 9 or key-word(6:) not = SPACES
         or key-word(1:1) = "#" then
        move "Y" to key-bad
        exit perform
      end-if
      move ZERO to match-hits
      inspect key-word tallying match-hits for all "'" all "%" all "_"
      if match-hits > ZERO then
        move "Y" to key-bad
        exit perform
      end-if
      add 1 to key-count
      move key-word(1:5) to ek-value(key-count)
      move length(trim(key-word)) to ek-len(key-count)
      move ek-value(key-count) to ek-ebc(key-count)
      transform ek-ebc(key-count) from case-ascii to case-ebcdic
      move SPACES to ek-stars(key-count)
      move all "*" to ek-stars(key-count)(1:ek-len(key-count))
      move "00000000" to Ah-Prev
      move SPACES to Ah-Text
      move ek-value(key-count) to Ah-Text
      call "GC94AUDHASH" using AUDHASH-AREA
        on exception
          move "--------" to Ah-Hash
      end-call
      move Ah-Hash to ek-print(key-count)
    end-perform
    .

*> -----------------------------------------------------------------------------
*>  what the shop keeps a record of. GENCAT first: every catalogued
*>  generation of SORTOUT and of the split files, with its manifest
*> -----------------------------------------------------------------------------

  collect-gencat.

    move "GENCAT" to cand-source
    open input gencat
    if gencat-status not = "00" then
      exit paragraph
    end-if
    perform until gencat-status not = "00"
      read gencat next record end-read
      if gencat-status = "00" and gcr-fileid not = SPACES
         and gcr-gen is numeric then
        move gcr-gen to gen-buffer
        move SPACES to cand-name cand-table
        string trim(gcr-fileid), ".G", gen-buffer into cand-name end-string
        move "S" to cand-kind
        perform add-artifact
        string trim(cand-name), ".MAN" into cand-name end-string
        move SPACE to cand-kind
        perform add-artifact
      end-if
    end-perform
    close gencat
    .

*> -----------------------------------------------------------------------------
*>  the files the nightly chain leaves in place: SORTOUT, the OUTFIL
*>  split files, the exports and the ingest rejects
*> -----------------------------------------------------------------------------

  collect-live-files.

    move "LIVE" to cand-source
    move SPACES to cand-table
    move "S" to cand-kind
    move "SORTOUT" to cand-name
    perform add-artifact

    open input outfil
    if outfil-status = "00" then
      perform until outfil-status not = "00"
        read outfil end-read
        if outfil-status = "00" and ofc-fileid not = SPACES then
          move ofc-fileid to cand-name
          move "S" to cand-kind
          perform add-artifact
        end-if
      end-perform
      close outfil
    end-if

    move SPACE to cand-kind
    move "EXPOUT" to cand-name
    perform add-artifact
    move "QUERYOUT.CSV" to cand-name
    perform add-artifact
    move "EXTRACT.CSV" to cand-name
    perform add-artifact
    move "CSVREJ" to cand-name
    perform add-artifact
    move "EBCREJ" to cand-name
    perform add-artifact
    .

*> -----------------------------------------------------------------------------
*>  RET: every file a retention policy names, resolved the way the
*>  retention sweep resolves its patterns
*> -----------------------------------------------------------------------------

  collect-policies.

    move SPACES to cand-table
    move SPACE to cand-kind
    open input policy-table
    if policy-status not = "00" then
      exit paragraph
    end-if
    move "H"         to pol-ktip
    move policy-ktab to pol-ktab
    move low-value   to pol-kcod
    start policy-table key >= pol-key end-start
    perform until policy-status not = "00"
      read policy-table next end-read
      if policy-status = "00" then
        if pol-ktip not = "H" or pol-ktab not = policy-ktab then
          move "10" to policy-status
        else
          if pol-kcod not = SPACES and pol-pattern not = SPACES then
            perform collect-one-policy
          end-if
        end-if
      end-if
    end-perform
    close policy-table
    .

  collect-one-policy.

    move SPACES to cand-source
    string "RET ", pol-kcod into cand-source end-string
    if pol-keep is numeric then
      move pol-keep to policy-keep
    else
      move ZERO to policy-keep
    end-if

    move ZERO to mask-pos mask-len
    perform varying mask-idx from 1 by 1 until mask-idx > 40
      if pol-pattern(mask-idx:1) = "?" then
        if mask-pos = ZERO then
          move mask-idx to mask-pos
        end-if
        add 1 to mask-len
      end-if
    end-perform

    evaluate true
      when pol-pattern(1:8) = "SPOOLIDX"
        perform collect-spool
      when mask-len = 8
        perform varying day-back from 0 by 1
                  until day-back > policy-keep + scan-days
          compute probe-date = date-of-integer(today-integer - day-back)
          move pol-pattern to cand-name
          move probe-date to cand-name(mask-pos:8)
          perform add-artifact
        end-perform
      when mask-len = 3 or mask-len = 4
        if mask-len = 3 then
          move 999 to seq-limit
        else
          move 9999 to seq-limit
        end-if
        perform varying seq-idx from 1 by 1 until seq-idx > seq-limit
          move pol-pattern to cand-name
          if mask-len = 3 then
            move seq-idx to seq-3
            move seq-3 to cand-name(mask-pos:3)
          else
            move seq-idx to seq-4
            move seq-4 to cand-name(mask-pos:4)
          end-if
          perform add-artifact
        end-perform
      when mask-len = 0
        move pol-pattern to cand-name
        perform add-artifact
      when other
        continue
    end-evaluate
    .

  collect-spool.

    *> the reports still live on the print-spool queue
    open input spoolidx
    if spoolidx-status not = "00" then
      exit paragraph
    end-if
    perform until spoolidx-status not = "00"
      read spoolidx end-read
      if spoolidx-status = "00" and si-status not = "X"
         and si-file not = SPACES then
        move si-file to cand-name
        perform add-artifact
      end-if
    end-perform
    close spoolidx
    .

*> -----------------------------------------------------------------------------
*>  the copies retention sweeps archived, from each RETARCH.YYYYMMDD
*>  directory's MANIFEST.TXT
*> -----------------------------------------------------------------------------

  collect-archives.

    move "ARCHIVE" to cand-source
    move SPACES to cand-table
    move SPACE to cand-kind
    perform varying day-back from 0 by 1 until day-back > scan-days
      compute probe-date = date-of-integer(today-integer - day-back)
      move SPACES to manifest-name
      string "RETARCH.", probe-date, "/MANIFEST.TXT" into manifest-name end-string
      open input arch-manifest
      if manifest-status = "00" then
        perform until manifest-status not = "00"
          read arch-manifest end-read
          if manifest-status = "00" and manifest-record(1:9) not = "ARCHIVED "
             and manifest-record(1:40) not = SPACES then
            move SPACES to cand-name
            string "RETARCH.", probe-date, "/", trim(manifest-record(1:40))
              into cand-name
            end-string
            perform add-artifact
          end-if
        end-perform
        close arch-manifest
      end-if
    end-perform
    .

*> -----------------------------------------------------------------------------
*>  the chksqf01a parts cut from any SORTOUT-shape file found so far:
*>  <name>.P0001 upward until the first one missing
*> -----------------------------------------------------------------------------

  collect-parts.

    move "PARTS" to cand-source
    move SPACES to cand-table
    move "S" to cand-kind
    perform varying db-idx from 1 by 1 until db-idx > artifact-count
      if ar-kind(db-idx) = "S" and ar-source(db-idx) not = "PARTS" then
        move ar-name(db-idx) to part-base
        move "Y" to part-found
        perform varying part-nbr from 1 by 1
                  until part-nbr > 9998 or part-found = "N"
          move SPACES to cand-name
          string trim(part-base), ".P", part-nbr into cand-name end-string
          move cand-name to check-name
          call "CBL_CHECK_FILE_EXIST" using check-name file-details end-call
          if return-code = ZERO then
            perform add-artifact
          else
            move "N" to part-found
          end-if
          move ZERO to return-code
        end-perform
      end-if
    end-perform
    .

*> -----------------------------------------------------------------------------
*>  the backup catalog: GC86TABBACKUP's TABE0nnn.BCK unloads, each
*>  database, and the dated copies GCDBBACKUP keeps of it
*> -----------------------------------------------------------------------------

  collect-backups.

    move "BACKUP" to cand-source
    move SPACES to cand-table
    move SPACE to cand-kind
    perform varying seq-idx from 1 by 1 until seq-idx > 999
      move seq-idx to seq-3
      move SPACES to cand-name
      string "TABE0", seq-3, ".BCK" into cand-name end-string
      perform add-artifact
    end-perform

    move 1 to key-pointer
    perform until key-pointer > 128
      move SPACES to cand-name
      unstring db-list delimited by all " "
        into cand-name
        with pointer key-pointer
      end-unstring
      if cand-name = SPACES then
        exit perform
      end-if
      move "DATABASE" to cand-source
      move "D" to cand-kind
      perform add-artifact
      move cand-name to part-base
      move "BACKUP" to cand-source
      perform varying day-back from 0 by 1 until day-back > 366
        compute probe-date = date-of-integer(today-integer - day-back)
        move SPACES to cand-name
        string trim(part-base), ".", probe-date, ".BAK" into cand-name end-string
        move "D" to cand-kind
        perform add-artifact
      end-perform
    end-perform
    .

*> -----------------------------------------------------------------------------
*>  into the table: only what is on disk, each name once, and never
*>  this job's own report or staged files. A database goes in once
*>  per table the keys can sit in.
*> -----------------------------------------------------------------------------

  add-artifact.

    if cand-name = SPACES then
      exit paragraph
    end-if
    move length(trim(cand-name trailing)) to cand-length
    if cand-name = "ERASURE.RPT" then
      exit paragraph
    end-if
    if cand-length > 4 then
      if cand-name(cand-length - 3:4) = ".ERS" then
        exit paragraph
      end-if
    end-if
    move cand-name to check-name
    call "CBL_CHECK_FILE_EXIST" using check-name file-details end-call
    if return-code <> ZERO then
      move ZERO to return-code
      exit paragraph
    end-if
    move ZERO to return-code

    if cand-kind = SPACE then
      perform classify-artifact
    end-if
    if cand-kind = "D" then
      perform varying table-idx from 1 by 1 until table-idx > 3
        move db-table-name(table-idx) to cand-table
        perform add-one-entry
      end-perform
      move SPACES to cand-table
    else
      perform add-one-entry
    end-if
    move SPACE to cand-kind
    .

  add-one-entry.

    perform varying db-idx from 1 by 1 until db-idx > artifact-count
      if ar-name(db-idx) = cand-name and ar-table(db-idx) = cand-table then
        exit paragraph
      end-if
    end-perform
    if artifact-count >= 500 then
      exit paragraph
    end-if
    add 1 to artifact-count
    initialize artifact-entry(artifact-count)
    move cand-name   to ar-name(artifact-count)
    move cand-table  to ar-table(artifact-count)
    move cand-kind   to ar-kind(artifact-count)
    move cand-source to ar-source(artifact-count)
    move "Y"         to ar-present(artifact-count)
    move "Y"         to ar-readable(artifact-count)
    move "Y"         to ar-balanced(artifact-count)
    move SPACE       to ar-state(artifact-count)
    .

  classify-artifact.

    *> the shape is told by the name: the last component of a path,
    *> with a rollback's .RBK set-aside suffix looked through
    move cand-length to cand-stem
    if cand-stem > 4 then
      if cand-name(cand-stem - 3:4) = ".RBK" then
        subtract 4 from cand-stem
      end-if
    end-if
    move 1 to cand-base
    perform varying cand-pos from cand-stem by -1 until cand-pos < 1
      if cand-name(cand-pos:1) = "/" then
        compute cand-base = cand-pos + 1
        exit perform
      end-if
    end-perform

    move "T" to cand-kind
    evaluate cand-name(cand-base:cand-stem - cand-base + 1)
      when "TABEAUD1.LOG"
      when "ACCESS.LOG"
        move "H" to cand-kind
      when "CSVREJ"
        move "R" to cand-kind
      when "EBCREJ"
        move "E" to cand-kind
      when "EXPOUT"
        move "C" to cand-kind
      when "SORTOUT"
      when "SORTIN"
      when "DUPOUT"
      when "EBOREJ"
        move "S" to cand-kind
    end-evaluate
    if cand-kind <> "T" or cand-stem < 5 then
      exit paragraph
    end-if

    evaluate true
      when cand-name(cand-stem - 2:3) = ".DB"
      when cand-name(cand-stem - 3:4) = ".BAK"
        move "D" to cand-kind
      when cand-name(cand-stem - 3:4) = ".BCK"
        move "B" to cand-kind
      when cand-name(cand-stem - 3:4) = ".CSV"
        move "C" to cand-kind
      when cand-name(cand-stem - 3:4) = ".DAT"
        move "X" to cand-kind
      when cand-stem > 6
           and (cand-name(cand-stem - 5:2) = ".G"
             or cand-name(cand-stem - 5:2) = ".P")
           and cand-name(cand-stem - 3:4) is numeric
        move "S" to cand-kind
    end-evaluate
    .

*> -----------------------------------------------------------------------------
*>  search one artifact - nothing is changed here
*> -----------------------------------------------------------------------------

  survey-artifact.

    move "N" to redact-mode
    perform scan-artifact
    move scan-before   to ar-before(art-idx)
    move scan-found    to ar-found(art-idx)
    move scan-keys     to ar-keys(art-idx)
    move scan-trailer  to ar-trailer(art-idx)
    move scan-balanced to ar-balanced(art-idx)
    move scan-readable to ar-readable(art-idx)
    .

  scan-artifact.

    move ZERO to scan-before scan-found
    move SPACES to scan-keys scan-trailer
    move "Y" to scan-balanced scan-readable
    move ar-name(art-idx) to artifact-name
    evaluate ar-kind(art-idx)
      when "S"
        perform scan-sort-file
      when "E"
        perform scan-ebc-file
      when "D"
        perform scan-database
      when "X"
        continue
      when other
        perform scan-text-file
    end-evaluate
    .

  scan-sort-file.

    move ZERO to all-count all-bi all-fi all-pd all-zd
    move SPACES to control-image
    open input sort-file
    if artifact-status not = "00" then
      move "N" to scan-readable
      exit paragraph
    end-if
    perform until artifact-status not = "00"
      read sort-file end-read
      if artifact-status = "00" then
        if so-seq = 99999 and (so-ch = "#TRL#" or so-ch = "#PRT#") then
          move so-ch to scan-trailer
          move so-trailer to control-image
        else
          add 1 to scan-before all-count
          add so-bi to all-bi
          add so-fi to all-fi
          add so-pd to all-pd
          add so-zd to all-zd
          perform match-sort-key
          if record-hit = "Y" then
            add 1 to scan-found
          end-if
        end-if
      end-if
    end-perform
    if artifact-status not = "10" then
      move "N" to scan-readable
    end-if
    close sort-file

    *> a trailer that does not balance now cannot be recalculated
    *> honestly afterwards
    evaluate scan-trailer
      when "#TRL#"
        move control-image(1:76) to trl-image
        if trl-count not = all-count or trl-bi not = all-bi
           or trl-fi not = all-fi or trl-pd not = all-pd
           or trl-zd not = all-zd then
          move "N" to scan-balanced
        end-if
      when "#PRT#"
        move control-image(1:107) to prt-image
        if prt-count not = all-count or prt-bi not = all-bi
           or prt-fi not = all-fi or prt-pd not = all-pd
           or prt-zd not = all-zd then
          move "N" to scan-balanced
        end-if
    end-evaluate
    .

  match-sort-key.

    move "N" to record-hit
    perform varying key-idx from 1 by 1 until key-idx > key-count
      if so-ch = ek-value(key-idx) then
        move "Y" to record-hit
        move key-idx to key-digit
        move key-digit to scan-keys(key-idx:1)
      end-if
    end-perform
    .

  scan-ebc-file.

    open input ebc-file
    if artifact-status not = "00" then
      move "N" to scan-readable
      exit paragraph
    end-if
    perform until artifact-status not = "00"
      read ebc-file end-read
      if artifact-status = "00" then
        add 1 to scan-before
        perform match-ebc-key
        if record-hit = "Y" then
          add 1 to scan-found
        end-if
      end-if
    end-perform
    if artifact-status not = "10" then
      move "N" to scan-readable
    end-if
    close ebc-file
    .

  match-ebc-key.

    *> the raw record is still EBCDIC - its ch-field is compared with
    *> the key's EBCDIC image
    move "N" to record-hit
    perform varying key-idx from 1 by 1 until key-idx > key-count
      if ebc-raw-ch = ek-ebc(key-idx) then
        move "Y" to record-hit
        move key-idx to key-digit
        move key-digit to scan-keys(key-idx:1)
      end-if
    end-perform
    .

  scan-text-file.

    *> a CSV export's first line is its header and ROWS,n its trailer;
    *> a TABE backup's #TRAILER# line carries count and checksum, and
    *> the key is only looked for in a row's data, never its code
    move ZERO to scan-line all-count bck-all-check
    move ZERO to rows-value
    move SPACES to bck-trailer
    open input text-file
    if artifact-status not = "00" then
      move "N" to scan-readable
      exit paragraph
    end-if
    perform until artifact-status not = "00"
      move SPACES to text-record
      read text-file end-read
      if artifact-status = "00" then
        add 1 to scan-line
        perform scan-text-line
      end-if
    end-perform
    if artifact-status not = "10" then
      move "N" to scan-readable
    end-if
    close text-file

    evaluate scan-trailer
      when "ROWS"
        if rows-value not = all-count then
          move "N" to scan-balanced
        end-if
      when "#TRAILER#"
        if bck-count is not numeric or bck-sum is not numeric then
          move "N" to scan-balanced
        else
          if bck-count not = all-count or bck-sum not = bck-all-check then
            move "N" to scan-balanced
          end-if
        end-if
    end-evaluate
    .

  scan-text-line.

    move "N" to record-hit
    evaluate ar-kind(art-idx)
      when "C"
        if scan-line = 1 then
          exit paragraph
        end-if
        if text-record(1:5) = "ROWS," then
          move "ROWS" to scan-trailer
          if test-numval(text-record(6:20)) = ZERO then
            compute rows-value = numval(text-record(6:20))
          end-if
          exit paragraph
        end-if
        add 1 to scan-before all-count
        move 1 to match-from
      when "R"
        add 1 to scan-before
        move 5 to match-from
      when "B"
        if text-record(1:10) = "#TRAILER# " then
          move "#TRAILER#" to scan-trailer
          move text-record(1:27) to bck-trailer
          exit paragraph
        end-if
        add 1 to scan-before all-count
        move text-record(1:100) to text-staged-record
        move bck-all-check to bck-check
        perform checksum-backup-row
        move bck-check to bck-all-check
        move 8 to match-from
      when other
        add 1 to scan-before
        move 1 to match-from
    end-evaluate
    if ar-kind(art-idx) = "B" then
      move 100 to match-to
    else
      move 512 to match-to
    end-if
    perform match-text
    if match-hits > ZERO then
      move "Y" to record-hit
      add 1 to scan-found
    end-if
    .

  match-text.

    *> the key as a word of its own - a letter or digit either side of
    *> it means it is part of something else
    move ZERO to match-hits
    perform varying key-idx from 1 by 1 until key-idx > key-count
      compute match-last = match-to - ek-len(key-idx) + 1
      perform varying match-pos from match-from by 1
                until match-pos > match-last
        if text-record(match-pos:ek-len(key-idx))
           = ek-value(key-idx)(1:ek-len(key-idx)) then
          move "Y" to match-bounded
          if match-pos > match-from then
            if text-record(match-pos - 1:1) is key-char then
              move "N" to match-bounded
            end-if
          end-if
          compute match-next = match-pos + ek-len(key-idx)
          if match-next <= match-to then
            if text-record(match-next:1) is key-char then
              move "N" to match-bounded
            end-if
          end-if
          if match-bounded = "Y" then
            add 1 to match-hits
            move key-idx to key-digit
            move key-digit to scan-keys(key-idx:1)
            if redact-mode = "Y" then
              move ek-stars(key-idx)(1:ek-len(key-idx))
                to text-record(match-pos:ek-len(key-idx))
            end-if
          end-if
        end-if
      end-perform
    end-perform
    .

  checksum-backup-row.

    *> GC86TABBACKUP's position-weighted byte sum, truncating
    perform varying byte-idx from 1 by 1 until byte-idx > 100
      compute bck-check =
              mod(bck-check + (ord(text-staged-record(byte-idx:1))
                               * byte-idx), 999999937)
    end-perform
    .

*> -----------------------------------------------------------------------------
*>  a database table: the rows holding the keys. The database is only
*>  opened if it is there - DBOPEN would otherwise create an empty one
*> -----------------------------------------------------------------------------

  scan-database.

    perform open-artifact-db
    if db-open not = "Y" then
      move "N" to scan-readable
      exit paragraph
    end-if

    *> a file that will not answer at all is encrypted (without the
    *> key) or no database; a table it does not have is not there
    if ar-table(art-idx) = db-table-name(1) then
      move "SELECT COUNT(*) FROM sqlite_master" to sql-statement
      perform count-db-rows
      if db-compiled not = "Y" then
        move "N" to scan-readable
        exit paragraph
      end-if
    end-if

    move SPACES to sql-statement
    string "SELECT COUNT(*) FROM ", trim(ar-table(art-idx)) into sql-statement end-string
    perform count-db-rows
    if db-compiled not = "Y" then
      move "N" to ar-present(art-idx)
      exit paragraph
    end-if
    move row-count to scan-before

    perform varying key-idx from 1 by 1 until key-idx > key-count
      perform build-key-where
      move SPACES to sql-statement
      string "SELECT COUNT(*) FROM ", trim(ar-table(art-idx)),
             " WHERE ", trim(db-where)
        into sql-statement
      end-string
      perform count-db-rows
      if row-count > ZERO then
        move key-idx to key-digit
        move key-digit to scan-keys(key-idx:1)
      end-if
    end-perform

    perform build-db-where
    move SPACES to sql-statement
    string "SELECT COUNT(*) FROM ", trim(ar-table(art-idx)),
           " WHERE ", trim(db-where)
      into sql-statement
    end-string
    perform count-db-rows
    move row-count to scan-found
    .

  open-artifact-db.

    if db-open = "Y" and db-open-name = ar-name(art-idx) then
      exit paragraph
    end-if
    if db-open = "Y" then
      move DBCLOSE(db-object) to db-status
      move "N" to db-open
    end-if
    move ar-name(art-idx) to db-open-name
    move ar-name(art-idx) to db-name
    if db-key = SPACES then
      move DBOPEN(db-name) to db-object
    else
      move DBOPENKEY(db-name, db-key) to db-object
    end-if
    if DBSTATUS = ZERO then
      move "Y" to db-open
    end-if
    .

  build-db-where.

    move SPACES to db-where
    perform varying key-idx from 1 by 1 until key-idx > key-count
      if key-idx > 1 then
        string trim(db-where), " OR " into db-where end-string
      end-if
      move db-where to db-set
      perform build-key-where
      move SPACES to db-expr
      move db-where to db-expr
      move SPACES to db-where
      string trim(db-set), " (", trim(db-expr), ")" into db-where end-string
    end-perform
    .

  build-key-where.

    *> the keyed tables by their ch_field; an audit image only where
    *> the key stands as a word of its own
    move SPACES to db-where
    if ar-table(art-idx) = "audit_rows" then
      string "' ' || old_data || ' ' LIKE '% ",
             ek-value(key-idx)(1:ek-len(key-idx)),
             " %' OR ' ' || new_data || ' ' LIKE '% ",
             ek-value(key-idx)(1:ek-len(key-idx)), " %'"
        into db-where
      end-string
    else
      string "trim(ch_field) = '", ek-value(key-idx)(1:ek-len(key-idx)), "'"
        into db-where
      end-string
    end-if
    .

  count-db-rows.

    *> a table this database does not have counts as empty
    move ZERO to row-count
    move "N" to db-compiled
    move DBCOMPILE(db-object, sql-statement) to sql-object
    if DBSTATUS <> ZERO then
      exit paragraph
    end-if
    move "Y" to db-compiled
    move DBEXECUTE(sql-object) to db-status
    if db-status = 100 then
      move 1 to column-number
      move DBGETINT(sql-object, column-number) to row-count
    end-if
    move DBRELEASE(sql-object) to db-status
    .

*> -----------------------------------------------------------------------------
*>  where the keys were found - every artifact searched is listed, so
*>  the plan also says where they were not
*> -----------------------------------------------------------------------------

  report-survey.

    move SPACES to report-record
    perform write-report-line
    move "  ARTIFACT                                 TABLE              SOURCE     RECORDS      FOUND KEYS      NOTE"
      to report-record
    perform write-report-line

    perform varying art-idx from 1 by 1 until art-idx > artifact-count
      if ar-present(art-idx) = "Y" then
        add 1 to searched-count
        perform report-one-artifact
      end-if
    end-perform

    move SPACES to report-record
    perform write-report-line
    move SPACES to report-record
    move searched-count to number-buffer
    string "  ", trim(number-buffer), " artifact(s) searched; " into report-record end-string
    move found-count to number-buffer
    string trim(report-record trailing), " ", trim(number-buffer),
           " record(s) to erase"
      into report-record
    end-string
    if held-count > ZERO then
      move held-count to number-buffer
      string trim(report-record trailing), "; ", trim(number-buffer),
             " held in chained audit trails"
        into report-record
      end-string
    end-if
    perform write-report-line
    .

  report-one-artifact.

    move SPACES to note-text
    evaluate true
      when ar-kind(art-idx) = "X"
        move "indexed - not searched here" to note-text
      when ar-readable(art-idx) = "N"
        move "BLOCKER: cannot be read" to note-text
        add 1 to blocker-count
      when ar-found(art-idx) = ZERO
        continue
      when ar-kind(art-idx) = "H"
        move "held - hash-chained trail" to note-text
        add ar-found(art-idx) to held-count
      when ar-balanced(art-idx) = "N"
        string "BLOCKER: ", trim(ar-trailer(art-idx)),
               " unbalanced"
          into note-text
        end-string
        add 1 to blocker-count
      when other
        add ar-found(art-idx) to found-count
        evaluate ar-kind(art-idx)
          when "B"
          when "T"
            move "overwritten" to note-text
          when "D"
            if ar-table(art-idx) = "audit_rows" then
              move "images redacted" to note-text
            else
              move "rows deleted" to note-text
            end-if
          when other
            move "records removed" to note-text
        end-evaluate
        if ar-trailer(art-idx) not = SPACES then
          string trim(note-text), ", ", trim(ar-trailer(art-idx)),
                 " recalc"
            into note-text
          end-string
        end-if
    end-evaluate

    move SPACES to report-record
    move ar-name(art-idx)(1:40) to report-record(3:40)
    move ar-table(art-idx)(1:18) to report-record(44:18)
    move ar-source(art-idx) to report-record(63:8)
    move ar-before(art-idx) to count-edit
    move count-edit to report-record(72:9)
    move ar-found(art-idx) to count-edit
    move count-edit to report-record(83:9)
    move ar-keys(art-idx) to report-record(93:9)
    move note-text to report-record(103:30)
    perform write-report-line
    .

*> -----------------------------------------------------------------------------
*>  only the promote role may erase - the same rule, and the same
*>  fallback where the user subsystem is not installed, as rolling a
*>  night back
*> -----------------------------------------------------------------------------

  authorise-erasure.

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
                 ") may not erase"
            into report-record
          end-string
          perform write-report-line
          move 16 to erase-rc
          exit paragraph
        end-if
        move Sg-User to audit-user
        move Sg-Role to audit-role
      when "N"
        move SPACES to report-record
        string "*** REFUSED - sign-on: ", Sg-Message into report-record end-string
        perform write-report-line
        move 16 to erase-rc
        exit paragraph
      when other
        continue
    end-evaluate

    move SPACES to report-record
    string "AUTHORISED BY ", audit-user into report-record end-string
    perform write-report-line
    .

  confirm-erasure.

    move found-count to number-buffer
    if confirm-value = SPACES then
      display "GCERASE: type the number of records found (",
              trim(number-buffer), ") to confirm: "
              with no advancing end-display
      accept confirm-value end-accept
    end-if
    if trim(confirm-value) not = trim(number-buffer) then
      move "*** NOT CONFIRMED - the number of records found was not given back; nothing changed"
        to report-record
      perform write-report-line
      move 16 to erase-rc
    end-if
    .

*> -----------------------------------------------------------------------------
*>  APPLY: stage every file, commit every database, and only then put
*>  the staged files in place
*> -----------------------------------------------------------------------------

  apply-erasure.

    move "N" to stage-failed
    move "Y" to redact-mode
    perform varying art-idx from 1 by 1 until art-idx > artifact-count
      if ar-found(art-idx) > ZERO and ar-kind(art-idx) not = "D"
         and ar-kind(art-idx) not = "H" and ar-kind(art-idx) not = "X"
         and stage-failed = "N" then
        perform stage-artifact
      end-if
    end-perform
    if stage-failed = "Y" then
      move "*** FAILED - a staged file could not be written; nothing changed"
        to report-record
      perform write-report-line
      perform discard-staged
      move 16 to erase-rc
      exit paragraph
    end-if

    perform varying art-idx from 1 by 1 until art-idx > artifact-count
      if ar-kind(art-idx) = "D" and ar-found(art-idx) > ZERO
         and ar-state(art-idx) = SPACE and erase-rc = ZERO then
        perform erase-one-database
      end-if
    end-perform
    if db-open = "Y" then
      move DBCLOSE(db-object) to db-status
      move "N" to db-open
    end-if
    if erase-rc <> ZERO then
      perform discard-staged
      perform write-audit-rows
      perform write-certificate
      exit paragraph
    end-if

    *> the databases have committed - the staged files go live
    perform varying art-idx from 1 by 1 until art-idx > artifact-count
      if ar-state(art-idx) = "S" then
        move ar-name(art-idx) to artifact-name
        perform make-staged-name
        call "CBL_RENAME_FILE" using staged-name artifact-name end-call
        move "Y" to ar-state(art-idx)
      end-if
    end-perform

    *> every artifact touched is searched again
    move "N" to redact-mode
    perform varying art-idx from 1 by 1 until art-idx > artifact-count
      if ar-state(art-idx) = "Y" then
        perform scan-artifact
        move scan-found to ar-residual(art-idx)
      end-if
    end-perform
    if db-open = "Y" then
      move DBCLOSE(db-object) to db-status
      move "N" to db-open
    end-if

    perform write-audit-rows
    perform write-certificate
    .

  make-staged-name.

    move SPACES to staged-name
    string trim(artifact-name), ".ERS" into staged-name end-string
    .

  stage-artifact.

    move ar-name(art-idx) to artifact-name
    perform make-staged-name
    move ZERO to kept-count th-bi th-fi th-pd th-zd
    evaluate ar-kind(art-idx)
      when "S"
        perform stage-sort-file
      when "E"
        perform stage-ebc-file
      when other
        perform stage-text-file
    end-evaluate
    if stage-failed = "N" then
      move "S" to ar-state(art-idx)
    end-if
    .

  stage-sort-file.

    open input sort-file
    open output sort-staged
    if artifact-status not = "00" or staged-status not = "00" then
      move "Y" to stage-failed
      close sort-file sort-staged
      exit paragraph
    end-if
    perform until artifact-status not = "00"
      read sort-file end-read
      if artifact-status = "00" then
        if so-seq = 99999 and (so-ch = "#TRL#" or so-ch = "#PRT#") then
          perform recalculate-control
          write sort-staged-record from sort-record end-write
        else
          perform match-sort-key
          if record-hit = "N" then
            add 1 to kept-count
            add so-bi to th-bi
            add so-fi to th-fi
            add so-pd to th-pd
            add so-zd to th-zd
            write sort-staged-record from sort-record end-write
          end-if
        end-if
        if staged-status not = "00" then
          move "Y" to stage-failed
        end-if
      end-if
    end-perform
    close sort-file sort-staged
    move kept-count to ar-after(art-idx)
    .

  recalculate-control.

    *> the trailer is the file's last record, so the kept records'
    *> totals are complete by the time it is read; the part number,
    *> part count and the run tag behind the image stay as they were
    if so-ch = "#TRL#" then
      move so-trailer(1:76) to trl-image
      move kept-count to trl-count
      move th-bi to trl-bi
      move th-fi to trl-fi
      move th-pd to trl-pd
      move th-zd to trl-zd
      move trl-image to so-trailer(1:76)
    else
      move so-trailer(1:107) to prt-image
      move kept-count to prt-count
      move th-bi to prt-bi
      move th-fi to prt-fi
      move th-pd to prt-pd
      move th-zd to prt-zd
      move prt-image to so-trailer(1:107)
    end-if
    .

  stage-ebc-file.

    open input ebc-file
    open output ebc-staged
    if artifact-status not = "00" or staged-status not = "00" then
      move "Y" to stage-failed
      close ebc-file ebc-staged
      exit paragraph
    end-if
    perform until artifact-status not = "00"
      read ebc-file end-read
      if artifact-status = "00" then
        perform match-ebc-key
        if record-hit = "N" then
          add 1 to kept-count
          write ebc-staged-record from ebc-record end-write
          if staged-status not = "00" then
            move "Y" to stage-failed
          end-if
        end-if
      end-if
    end-perform
    close ebc-file ebc-staged
    move kept-count to ar-after(art-idx)
    .

  stage-text-file.

    open input text-file
    open output text-staged
    if artifact-status not = "00" or staged-status not = "00" then
      move "Y" to stage-failed
      close text-file text-staged
      exit paragraph
    end-if
    move ZERO to scan-line bck-check
    perform until artifact-status not = "00"
      move SPACES to text-record
      read text-file end-read
      if artifact-status = "00" then
        add 1 to scan-line
        perform stage-text-line
        if staged-status not = "00" then
          move "Y" to stage-failed
        end-if
      end-if
    end-perform
    close text-file text-staged
    move kept-count to ar-after(art-idx)
    .

  stage-text-line.

    evaluate ar-kind(art-idx)
      when "C"
        evaluate true
          when scan-line = 1
            write text-staged-record from text-record end-write
          when text-record(1:5) = "ROWS,"
            move kept-count to count-edit
            move SPACES to text-staged-record
            string "ROWS,", trim(count-edit) into text-staged-record end-string
            write text-staged-record end-write
          when other
            move 1 to match-from
            move 512 to match-to
            perform match-text
            if match-hits = ZERO then
              add 1 to kept-count
              write text-staged-record from text-record end-write
            end-if
        end-evaluate
      when "R"
        move 5 to match-from
        move 512 to match-to
        perform match-text
        if match-hits = ZERO then
          add 1 to kept-count
          write text-staged-record from text-record end-write
        end-if
      when "B"
        if text-record(1:10) = "#TRAILER# " then
          move SPACES to text-staged-record
          string "#TRAILER# ", kept-count(3:7), " ", bck-check
            into text-staged-record
          end-string
          write text-staged-record end-write
        else
          move 8 to match-from
          move 100 to match-to
          perform match-text
          add 1 to kept-count
          move text-record(1:100) to text-staged-record
          perform checksum-backup-row
          write text-staged-record end-write
        end-if
      when other
        move 1 to match-from
        move 512 to match-to
        perform match-text
        add 1 to kept-count
        write text-staged-record from text-record end-write
    end-evaluate
    .

  discard-staged.

    perform varying art-idx from 1 by 1 until art-idx > artifact-count
      if ar-state(art-idx) = "S" then
        move ar-name(art-idx) to artifact-name
        perform make-staged-name
        call "CBL_DELETE_FILE" using staged-name end-call
        move SPACE to ar-state(art-idx)
      end-if
    end-perform
    .

  erase-one-database.

    *> every table of one database in one transaction
    perform open-artifact-db
    if db-open not = "Y" then
      move "F" to ar-state(art-idx)
      move 16 to erase-rc
      exit paragraph
    end-if
    move DBBEGIN(db-object) to db-status
    move ZERO to db-status
    move art-idx to db-first-idx
    perform varying db-idx from art-idx by 1 until db-idx > artifact-count
      if ar-name(db-idx) = ar-name(db-first-idx) and ar-kind(db-idx) = "D"
         and ar-found(db-idx) > ZERO and db-status = ZERO then
        move db-idx to art-idx
        perform erase-one-table
      end-if
    end-perform
    move db-first-idx to art-idx

    if db-status = ZERO then
      move DBCOMMIT(db-object) to db-status
    end-if
    if db-status = ZERO then
      perform varying db-idx from art-idx by 1 until db-idx > artifact-count
        if ar-name(db-idx) = ar-name(art-idx) and ar-kind(db-idx) = "D"
           and ar-found(db-idx) > ZERO then
          move "Y" to ar-state(db-idx)
        end-if
      end-perform
    else
      move SPACES to report-record
      string "*** FAILED - ", trim(ar-name(art-idx)), ": ", trim(DBERRMSG),
             "; rolled back"
        into report-record
      end-string
      perform write-report-line
      move DBROLLBACK(db-object) to db-status
      perform varying db-idx from art-idx by 1 until db-idx > artifact-count
        if ar-name(db-idx) = ar-name(art-idx) and ar-kind(db-idx) = "D"
           and ar-found(db-idx) > ZERO then
          move "F" to ar-state(db-idx)
        end-if
      end-perform
      move 16 to erase-rc
    end-if
    .

  erase-one-table.

    perform build-db-where
    move SPACES to sql-statement
    if ar-table(art-idx) = "audit_rows" then
      move "old_data" to db-expr
      perform build-redaction
      move SPACES to db-set
      string "old_data = ", trim(db-expr) into db-set end-string
      move "new_data" to db-expr
      perform build-redaction
      string trim(db-set), ", new_data = ", trim(db-expr) into db-set end-string
      string "UPDATE audit_rows SET ", trim(db-set), " WHERE ", trim(db-where)
        into sql-statement
      end-string
      move ar-before(art-idx) to ar-after(art-idx)
    else
      string "DELETE FROM ", trim(ar-table(art-idx)), " WHERE ", trim(db-where)
        into sql-statement
      end-string
      compute ar-after(art-idx) = ar-before(art-idx) - ar-found(art-idx)
    end-if
    move DBSQL(db-object, sql-statement) to db-status
    .

  build-redaction.

    *> replace(replace(column, 'k1', '**'), 'k2', '****') ...
    perform varying key-idx from 1 by 1 until key-idx > key-count
      move db-expr to db-set(301:300)
      move SPACES to db-expr
      string "replace(", trim(db-set(301:300)), ", '",
             ek-value(key-idx)(1:ek-len(key-idx)), "', '",
             ek-stars(key-idx)(1:ek-len(key-idx)), "')"
        into db-expr
      end-string
    end-perform
    move SPACES to db-set(301:300)
    .

*> -----------------------------------------------------------------------------
*>  the certificate: every artifact touched, its records before and
*>  after, and what the search afterwards found
*> -----------------------------------------------------------------------------

  write-certificate.

    move SPACES to report-record
    perform write-report-line
    move "=== ERASURE CERTIFICATE ===" to report-record
    perform write-report-line
    move SPACES to report-record
    accept audit-date from date yyyymmdd end-accept
    accept audit-time from time end-accept
    string "  erased by ", trim(audit-user), " on ", audit-date, " ",
           audit-time(1:6), " for request ", trim(erase-reason)
      into report-record
    end-string
    perform write-report-line
    move SPACES to report-record
    perform write-report-line
    move "  ARTIFACT                                 TABLE                 BEFORE     AFTER     FOUND  OUTCOME"
      to report-record
    perform write-report-line

    move ZERO to touched-count residual-count
    perform varying art-idx from 1 by 1 until art-idx > artifact-count
      if ar-state(art-idx) not = SPACE then
        add 1 to touched-count
        move SPACES to report-record
        move ar-name(art-idx)(1:40) to report-record(3:40)
        move ar-table(art-idx)(1:18) to report-record(44:18)
        move ar-before(art-idx) to count-edit
        move count-edit to report-record(63:9)
        evaluate true
          when ar-state(art-idx) = "F"
            move "FAILED - rolled back, unchanged" to report-record(94:39)
          when ar-residual(art-idx) > ZERO
            move ar-after(art-idx) to count-edit
            move count-edit to report-record(73:9)
            move ar-residual(art-idx) to count-edit
            move count-edit to report-record(83:9)
            move "*** KEY STILL FOUND" to report-record(94:39)
            add 1 to residual-count
          when other
            move ar-after(art-idx) to count-edit
            move count-edit to report-record(73:9)
            move ZERO to count-edit
            move count-edit to report-record(83:9)
            if ar-trailer(art-idx) not = SPACES then
              string "erased, ", trim(ar-trailer(art-idx)), " recalculated"
                delimited by size into report-record(94:39)
              end-string
            else
              move "erased" to report-record(94:39)
            end-if
        end-evaluate
        perform write-report-line
      end-if
    end-perform

    *> a chained trail is evidence in its own right - it is listed,
    *> with what it still holds, and left as it is
    perform varying art-idx from 1 by 1 until art-idx > artifact-count
      if ar-kind(art-idx) = "H" and ar-found(art-idx) > ZERO then
        move SPACES to report-record
        move ar-name(art-idx)(1:40) to report-record(3:40)
        move ar-before(art-idx) to count-edit
        move count-edit to report-record(63:9)
        move count-edit to report-record(73:9)
        move ar-found(art-idx) to count-edit
        move count-edit to report-record(83:9)
        move "retained - hash-chained audit trail" to report-record(94:39)
        perform write-report-line
      end-if
    end-perform

    move SPACES to report-record
    perform write-report-line
    move SPACES to report-record
    move touched-count to number-buffer
    string "  ", trim(number-buffer), " artifact(s) touched" into report-record end-string
    if held-count > ZERO then
      move held-count to number-buffer
      string trim(report-record trailing), "; ", trim(number-buffer),
             " record(s) held in chained audit trails, not rewritten"
        into report-record
      end-string
    end-if
    perform write-report-line
    if residual-count > ZERO then
      move "*** the search afterwards still found a key - see above" to report-record
      perform write-report-line
      move 16 to erase-rc
    end-if
    .

*> -----------------------------------------------------------------------------
*>  one audit row per artifact touched, chained on to the trail - the
*>  artifact and its counts, never the key
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

    perform varying art-idx from 1 by 1 until art-idx > artifact-count
      if ar-state(art-idx) = "Y" then
        move ar-name(art-idx) to audit-file
        move SPACES to audit-old
        move ar-before(art-idx) to number-buffer
        string trim(ar-name(art-idx)), " ", trim(ar-table(art-idx)),
               " records ", trim(number-buffer)
          into audit-old
        end-string
        move ar-after(art-idx) to number-buffer
        string trim(audit-old), " -> ", trim(number-buffer) into audit-old end-string
        perform write-audit-row
      end-if
    end-perform

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
    move "ERS"      to au-ktab
    move audit-old  to au-old
    string "ERASED: ", trim(erase-reason) into au-new end-string
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

    close erasure-report
    move "ERASURE.RPT" to Sp-File
    move "ERASURE"     to Sp-Type
    move "GCERASE"     to Sp-Origin
    move SPACE         to Sp-Ok
    call "GC87SPOOLADD" using spooladd-area
      on exception continue
    end-call
    move erase-rc to return-code
    display "GCERASE: ERASURE.RPT written, return code ",
            erase-rc end-display
    .

  write-report-line.

    write report-record end-write
    move SPACES to report-record
    .
