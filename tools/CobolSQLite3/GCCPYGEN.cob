*> **  >>SOURCE FORMAT IS FREE

identification division.

*> -----------------------------------------------------------------------------
*>  GCCPYGEN: copybook-to-table and table-to-copybook generator
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
*>    A COBOL file put into SQLite needs a CREATE TABLE and a matching
*>    host-variable group, and written by hand the two drift apart.
*>    This generates either one from the other.
*>
*>    TABLE mode (the default) reads a record layout from the copy
*>    library - a 01 group of a copybook such as foutsqf01.cpy, or the
*>    wTabe-Rec of GC76TABCOPY.CPY - and writes its CREATE TABLE IF
*>    NOT EXISTS, one column per elementary item:
*>
*>      PIC X/A(n), edited pictures       CHAR(n)
*>      PIC 9(n)       / S9(n)            UNSIGNED INTEGER(n) / INTEGER(n)
*>      PIC 9(n)V9(m)  / S9(n)V9(m)       UNSIGNED DECIMAL(n+m,m) /
*>                                        DECIMAL(n+m,m)
*>      COMP-1 / COMP-2                   REAL / DOUBLE
*>
*>    whatever the USAGE of a numeric item - the column holds its value,
*>    not its storage. FILLER, 66/77/88 entries and REDEFINES (with all
*>    under them) are left out: the item redefined already holds the
*>    bytes. An elementary item with a fixed OCCURS n becomes n columns
*>    name_1 .. name_n. An OCCURS DEPENDING ON trailer becomes one
*>    column sized for its maximum - VARCHAR(n) when it is character
*>    data, BLOB(n) otherwise - and so does a group with an OCCURS,
*>    its items carried as the one value. Column names are the item
*>    names in lower case, "-" made "_", less CPYGEN_STRIP when they
*>    start with it; a name met twice gets _2, _3 ... The items under
*>    CPYGEN_KEY (a group or an elementary item) make the PRIMARY KEY.
*>
*>    The DDL is written as the next free numbered migration script
*>    (MIGR0001.SQL, MIGR0002.SQL ... under MIGRATE_PREFIX, as
*>    GCDBMIGRATE looks for them), so GCDBMIGRATE applies it, or to
*>    CPYGEN_OUT when that is given.
*>
*>    COPYBOOK mode reads tables that already exist - DBTABLES for the
*>    table list, DBCOLUMNS for each table's columns and DBCOLTYPE for
*>    their declared types - and writes each as a copybook of the same
*>    shape, <table>.cpy (or CPYGEN_OUT for a single table): an 01
*>    group named after the table with an 05 item per column:
*>
*>      [UNSIGNED] INT... (n)             [s]9(n), 18 digits without (n)
*>      [UNSIGNED] DECIMAL/NUMERIC (p,s)  [s]9(p-s)v9(s), s9(15)v9(3)
*>                                        without (p,s)
*>      CHAR/TEXT/CLOB/BLOB (n)           x(n)
*>      ... without (n), or no type       x(longest value held, 256 if
*>                                        the table is empty)
*>      REAL/FLOAT/DOUBLE                 comp-2
*>      DATE / DATETIME, TIMESTAMP        x(10) / x(19)
*>
*>    so a table made in TABLE mode comes back with the pictures it was
*>    made from. The copybook is written in the fixed columns of the
*>    copy library (code from column 8, "*>" comments), which the free
*>    format programs copy just as well. Item names are CPYGEN_PREFIX
*>    (default the initials of the table name, run_groups giving rg-)
*>    and the column name, "_" made "-".
*>
*>    RETURN-CODE 0, 4 when a column name had to be made unique or a
*>    table had nothing to generate, 16 when the copybook, the record,
*>    the Database or the table cannot be found.
*>
*>    Parameters (process environment):
*>
*>      CPYGEN_MODE      TABLE or COPYBOOK                (default TABLE)
*>      CPYGEN_COPYLIB   copy library directory           (default .)
*>      CPYGEN_COPYBOOK  copybook to read - tried as given, then with
*>                       .cpy and .CPY                     (TABLE mode)
*>      CPYGEN_FORMAT    FIXED or FREE source format       (default FIXED)
*>      CPYGEN_RECORD    the 01 to use   (default the first 01 group)
*>      CPYGEN_TABLE     TABLE: table name (default the 01 name)
*>                       COPYBOOK: table to read (default every table)
*>      CPYGEN_KEY       item whose items form the PRIMARY KEY
*>      CPYGEN_STRIP     item name prefix left off column names
*>      CPYGEN_DB        Database to read       (default MIGRATE.DB)
*>      CPYGEN_PREFIX    copybook item name prefix (COPYBOOK mode)
*>      CPYGEN_OUT       output file
*>      MIGRATE_PREFIX   migration script prefix   (default MIGR)
*>
*> Tectonics:
*>
*>   prompt$ cobc -x GCCPYGEN.cob CobolSQLite3.so
*>
*> -----------------------------------------------------------------------------

  program-id.                          GCCPYGEN.

environment division.

  configuration section.

    repository.
      function DBOPEN
      function DBCLOSE
      function DBCOMPILE
      function DBEXECUTE
      function DBRELEASE
      function DBGETINT
      function DBTABLES
      function DBCOLUMNS
      function DBCOLTYPE
      function DBSTATUS
      function DBERRMSG
      function all intrinsic.

  input-output section.

    file-control.

      select copybook-file             assign to dynamic copybook-filename
                                       access is sequential
                                       organization is line sequential
                                       file status is copybook-status
                                       .
      select output-file               assign to dynamic output-filename
                                       access is sequential
                                       organization is line sequential
                                       file status is output-status
                                       .
data division.

  file section.

    fd  copybook-file.

    01  copybook-record                pic x(256).

    fd  output-file.

    01  output-record                  pic x(256).

  working-storage section.

    01  db-name                        pic x(256).

    01  db-object.
      05  db-object-ptr                usage pointer.

    01  db-status                      pic s9(04) comp.

    01  sql-statement                  pic x(4096).

    01  sql-object.
      05  sql-object-ptr               usage pointer.

    01  width-object.
      05  width-object-ptr             usage pointer.

    01  column-number                  pic 9(004) comp.
    01  width-column                   pic 9(004) comp value 1.

    01  copybook-filename              pic x(256).
    01  copybook-status                pic x(002).
    01  output-filename                pic x(256).
    01  output-status                  pic x(002).

    01  file-details.
      05  cfe-size                     pic x(08) comp-x.
      05  filler                       pic x(08).
    01  check-name                     pic x(256).

    01  env-value                      pic x(256).
    01  run-mode                       pic x(008) value "TABLE".
    01  copy-library                   pic x(256) value ".".
    01  copybook-name                  pic x(064).
    01  source-format                  pic x(005) value "FIXED".
      88  source-is-free                 value "FREE".
    01  record-wanted                  pic x(064) value SPACES.
    01  table-wanted                   pic x(064) value SPACES.
    01  key-wanted                     pic x(064) value SPACES.
    01  strip-prefix                   pic x(064) value SPACES.
    01  strip-length                   pic 9(004) value ZERO.
    01  item-prefix                    pic x(032) value SPACES.
    01  output-wanted                  pic x(256) value SPACES.
    01  script-prefix                  pic x(008) value "MIGR".
    01  script-version                 pic 9(004) value ZERO.
    01  today-yyyymmdd                 pic x(008).
    01  today-date                     pic x(010).
    01  warning-count                  pic 9(004) value ZERO.

    *> -- the copybook, sentence by sentence ----------------------------
    01  code-text                      pic x(256).
    01  code-length                    pic 9(004) value ZERO.
    01  char-idx                       pic 9(004) value ZERO.
    01  sentence-idx                   pic 9(004) value ZERO.
    01  quote-char                     pic x(001) value SPACE.
    01  sentence-text                  pic x(4096).
    01  sentence-length                pic 9(004) value ZERO.

    01  token-table.
      05  token-count                  pic 9(003) value ZERO.
      05  token-entry                  pic x(064) occurs 80 times.
    01  token-idx                      pic 9(003) value ZERO.
    01  token-upper                    pic x(064).
    01  token-length                   pic 9(004) value ZERO.
    01  token-overflow                 pic x(001) value "N".

    *> -- the entry being looked at --------------------------------------
    01  item-level                     pic 9(002) value ZERO.
    01  item-name                      pic x(064).
    01  item-pic                       pic x(064).
    01  item-usage                     pic x(020).
    01  item-occurs                    pic 9(005) value ZERO.
    01  item-odo                       pic x(001) value "N".
    01  item-redefines                 pic x(001) value "N".
    01  item-length                    pic 9(007) value ZERO.
    01  item-type                      pic x(032).
    01  item-is-text                   pic x(001) value "N".
    01  item-elementary                pic x(001) value "N".

    *> -- what the PICTURE says ---------------------------------------
    01  pic-idx                        pic 9(003) value ZERO.
    01  pic-char                       pic x(001).
    01  pic-repeat                     pic 9(005) value ZERO.
    01  pic-repeat-text                pic x(006).
    01  pic-close                      pic 9(003) value ZERO.
    01  pic-signed                     pic x(001) value "N".
    01  pic-after-v                    pic x(001) value "N".
    01  pic-int-digits                 pic 9(004) value ZERO.
    01  pic-dec-digits                 pic 9(004) value ZERO.
    01  pic-text-chars                 pic 9(005) value ZERO.
    01  pic-edit-chars                 pic 9(005) value ZERO.
    01  pic-total-digits               pic 9(004) value ZERO.

    *> -- where the record walk is ---------------------------------------
    01  record-state                   pic x(001) value "L".
      88  looking-for-record             value "L".
      88  inside-record                  value "I".
      88  record-finished                value "F".
    01  record-name                    pic x(064) value SPACES.
    01  pending-record                 pic x(064) value SPACES.
    01  skip-level                     pic 9(002) value ZERO.
    01  key-level                      pic 9(002) value ZERO.
    01  collapse-level                 pic 9(002) value ZERO.
    01  collapse-name                  pic x(064).
    01  collapse-count                 pic 9(005) value ZERO.
    01  collapse-odo                   pic x(001) value "N".
    01  collapse-length                pic 9(007) value ZERO.
    01  collapse-text                  pic x(001) value "Y".
    01  occurs-idx                     pic 9(005) value ZERO.
    01  occurs-edit                    pic z(4)9.

    *> -- the columns found ----------------------------------------------
    01  column-table.
      05  column-count                 pic 9(004) value ZERO.
      05  column-entry occurs 500 times.
        10  cl-name                    pic x(064).
        10  cl-type                    pic x(032).
        10  cl-key                     pic x(001).
    01  cl-idx                         pic 9(004) value ZERO.
    01  column-name                    pic x(064).
    01  column-base                    pic x(064).
    01  column-suffix                  pic 9(003) value ZERO.
    01  column-found                   pic x(001) value "N".
    01  key-count                      pic 9(004) value ZERO.
    01  name-idx                       pic 9(004) value ZERO.

    *> -- COPYBOOK mode --------------------------------------------------
    01  table-list                     pic x(2048).
    01  table-pointer                  pic 9(005) value 1.
    01  table-name                     pic x(128).
    01  table-found                    pic x(001) value "N".
    01  tables-written                 pic 9(004) value ZERO.
    01  column-list                    pic x(2048).
    01  column-pointer                 pic 9(005) value 1.
    01  decl-type                      pic x(064).
    01  decl-upper                     pic x(064).
    01  decl-open                      pic 9(004) value ZERO.
    01  decl-args                      pic x(032).
    01  decl-precision                 pic 9(004) value ZERO.
    01  decl-scale                     pic 9(004) value ZERO.
    01  decl-comma                     pic 9(004) value ZERO.
    01  text-width                     pic 9(009) value ZERO.
    01  picture-text                   pic x(032).
    01  picture-pointer                pic 9(004) value 1.
    01  type-pointer                   pic 9(004) value 1.
    01  host-name                      pic x(064).
    01  group-name                     pic x(064).
    01  number-edit                    pic z(8)9.
    01  number-edit-2                  pic z(8)9.
    01  unsigned-type                  pic x(001) value "N".

procedure division.

  GCCPYGEN-mainline.

    perform read-parameters

    display "GCCPYGEN - copybook / table generator, mode ", trim(run-mode) end-display
    accept today-yyyymmdd from date yyyymmdd end-accept
    move SPACES to today-date
    string today-yyyymmdd(1:4), "-", today-yyyymmdd(5:2), "-",
           today-yyyymmdd(7:2)
      delimited by size into today-date
    end-string

    evaluate run-mode
      when "TABLE"
        perform copybook-to-table
      when "COPYBOOK"
        perform table-to-copybook
      when other
        display "GCCPYGEN: CPYGEN_MODE must be TABLE or COPYBOOK" end-display
        move 16 to return-code
    end-evaluate

    if return-code = ZERO and warning-count > ZERO then
      move 4 to return-code
    end-if

    goback
    .

  read-parameters.

    display "CPYGEN_MODE" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move upper-case(env-value) to run-mode
    end-if

    display "CPYGEN_COPYLIB" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to copy-library
    end-if

    display "CPYGEN_COPYBOOK" upon environment-name end-display
    accept env-value from environment-value end-accept
    move env-value to copybook-name

    display "CPYGEN_FORMAT" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move upper-case(env-value) to source-format
    end-if

    display "CPYGEN_RECORD" upon environment-name end-display
    accept env-value from environment-value end-accept
    move upper-case(env-value) to record-wanted

    display "CPYGEN_TABLE" upon environment-name end-display
    accept env-value from environment-value end-accept
    move env-value to table-wanted

    display "CPYGEN_KEY" upon environment-name end-display
    accept env-value from environment-value end-accept
    move upper-case(env-value) to key-wanted

    display "CPYGEN_STRIP" upon environment-name end-display
    accept env-value from environment-value end-accept
    move upper-case(env-value) to strip-prefix
    if strip-prefix not = SPACES then
      move length(trim(strip-prefix)) to strip-length
    end-if

    display "CPYGEN_PREFIX" upon environment-name end-display
    accept env-value from environment-value end-accept
    move lower-case(env-value) to item-prefix

    display "CPYGEN_OUT" upon environment-name end-display
    accept env-value from environment-value end-accept
    move env-value to output-wanted

    display "CPYGEN_DB" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to db-name
    else
      move "MIGRATE.DB" to db-name
    end-if

    display "MIGRATE_PREFIX" upon environment-name end-display
    accept env-value from environment-value end-accept
    if env-value not = SPACES then
      move env-value to script-prefix
    end-if
    .

*> -----------------------------------------------------------------------------
*>  TABLE mode - copybook in, CREATE TABLE out
*> -----------------------------------------------------------------------------

  copybook-to-table.

    perform find-copybook
    if copybook-status not = "00" then
      display "GCCPYGEN: copybook ", trim(copybook-name), " not found in ",
              trim(copy-library) end-display
      move 16 to return-code
      exit paragraph
    end-if
    display "  copybook: ", trim(copybook-filename) end-display

    move ZERO to sentence-length
    move SPACES to sentence-text
    move SPACE to quote-char
    perform until copybook-status not = "00" or record-finished
      read copybook-file end-read
      if copybook-status = "00" then
        perform take-copybook-line
      end-if
    end-perform
    close copybook-file

    if inside-record then
      perform end-of-record
    end-if

    if record-name = SPACES then
      if record-wanted not = SPACES then
        display "GCCPYGEN: no 01 ", trim(record-wanted), " in the copybook" end-display
      else
        display "GCCPYGEN: no 01 group in the copybook" end-display
      end-if
      move 16 to return-code
      exit paragraph
    end-if

    if column-count = ZERO then
      display "GCCPYGEN: 01 ", trim(record-name), " has no columns to generate" end-display
      move 16 to return-code
      exit paragraph
    end-if

    if table-wanted = SPACES then
      move lower-case(record-name) to table-wanted
      inspect table-wanted replacing all "-" by "_"
    end-if

    perform write-create-table
    .

  find-copybook.

    *> as named, then as name.cpy, then as name.CPY
    move "35" to copybook-status
    if copybook-name = SPACES then
      exit paragraph
    end-if

    move SPACES to copybook-filename
    string trim(copy-library), "/", trim(copybook-name)
      delimited by size into copybook-filename
    end-string
    perform try-copybook-name

    if copybook-status not = "00" then
      move SPACES to copybook-filename
      string trim(copy-library), "/", trim(copybook-name), ".cpy"
        delimited by size into copybook-filename
      end-string
      perform try-copybook-name
    end-if

    if copybook-status not = "00" then
      move SPACES to copybook-filename
      string trim(copy-library), "/", trim(copybook-name), ".CPY"
        delimited by size into copybook-filename
      end-string
      perform try-copybook-name
    end-if
    .

  try-copybook-name.

    move copybook-filename to check-name
    call "CBL_CHECK_FILE_EXIST" using check-name file-details end-call
    if return-code = ZERO then
      open input copybook-file
    else
      move "35" to copybook-status
    end-if
    move ZERO to return-code
    .

  take-copybook-line.

    move SPACES to code-text
    if source-is-free then
      move copybook-record to code-text
    else
      if copybook-record(7:1) = "*" or copybook-record(7:1) = "/" then
        exit paragraph
      end-if
      move copybook-record(8:65) to code-text
    end-if

    move trim(code-text) to token-upper
    if token-upper(1:2) = ">>" then
      exit paragraph
    end-if

    if code-text = SPACES then
      exit paragraph
    end-if
    move length(trim(code-text, trailing)) to code-length

    *> a "*>" outside a literal ends the line; a period followed by a
    *> space (or the end of the line) outside a literal ends the entry
    perform varying char-idx from 1 by 1 until char-idx > code-length
      evaluate true
        when quote-char not = SPACE
          if code-text(char-idx:1) = quote-char then
            move SPACE to quote-char
          end-if
          perform add-sentence-char
        when code-text(char-idx:1) = '"' or code-text(char-idx:1) = "'"
          move code-text(char-idx:1) to quote-char
          perform add-sentence-char
        when code-text(char-idx:2) = "*>"
          move code-length to char-idx
        when code-text(char-idx:1) = "."
             and (char-idx = code-length
                  or code-text(char-idx + 1:1) = SPACE)
          perform take-sentence
          move ZERO to sentence-length
          move SPACES to sentence-text
        when other
          perform add-sentence-char
      end-evaluate
    end-perform

    *> the line break separates words like a space
    if sentence-length < 4096 then
      add 1 to sentence-length
      move SPACE to sentence-text(sentence-length:1)
    end-if
    .

  add-sentence-char.

    if sentence-length < 4096 then
      add 1 to sentence-length
      move code-text(char-idx:1) to sentence-text(sentence-length:1)
    end-if
    .

*> -----------------------------------------------------------------------------
*>  one data description entry, ended by its period
*> -----------------------------------------------------------------------------

  take-sentence.

    if record-finished or sentence-text = SPACES then
      exit paragraph
    end-if

    perform split-tokens
    if token-count < 1 or token-entry(1)(1:2) is not numeric
       and not (token-entry(1)(1:1) is numeric
                and token-entry(1)(2:1) = SPACE) then
      exit paragraph
    end-if
    move numval(token-entry(1)) to item-level

    if item-level = 66 or item-level = 77 or item-level = 88 then
      exit paragraph
    end-if

    perform read-entry-clauses

    if item-level = 1 then
      perform take-level-01
      exit paragraph
    end-if

    if inside-record then
      perform take-record-item
    else
      *> the first 01 was taken to be the record on trust - items under
      *> it prove it is a group
      if pending-record not = SPACES then
        move pending-record to record-name
        move SPACES to pending-record
        set inside-record to TRUE
        display "  record  : ", trim(record-name) end-display
        perform take-record-item
      end-if
    end-if
    .

  split-tokens.

    move ZERO to token-count token-length
    move "N" to token-overflow
    move SPACE to quote-char
    initialize token-table
    perform varying sentence-idx from 1 by 1 until sentence-idx > sentence-length
      evaluate true
        when quote-char not = SPACE
          if sentence-text(sentence-idx:1) = quote-char then
            move SPACE to quote-char
          end-if
          perform add-token-char
        when sentence-text(sentence-idx:1) = '"' or sentence-text(sentence-idx:1) = "'"
          move sentence-text(sentence-idx:1) to quote-char
          perform add-token-char
        when sentence-text(sentence-idx:1) = SPACE
          move ZERO to token-length
        when (sentence-text(sentence-idx:1) = ","
              or sentence-text(sentence-idx:1) = ";")
             and sentence-text(sentence-idx + 1:1) = SPACE
          *> a separator only when a space follows - not inside a
          *> PICTURE such as zz,zz9.99
          move ZERO to token-length
        when other
          perform add-token-char
      end-evaluate
    end-perform
    move SPACE to quote-char
    .

  add-token-char.

    if token-length = ZERO then
      if token-count < 80 then
        add 1 to token-count
      else
        move "Y" to token-overflow
      end-if
    end-if
    add 1 to token-length
    if token-length <= 64 and token-overflow = "N" then
      move sentence-text(sentence-idx:1) to token-entry(token-count)(token-length:1)
    end-if
    .

  read-entry-clauses.

    move SPACES to item-name item-pic item-usage
    move ZERO to item-occurs
    move "N" to item-odo item-redefines

    move 2 to token-idx
    move upper-case(token-entry(2)) to token-upper
    if token-count < 2 or token-upper = "PIC" or "PICTURE" or "USAGE"
       or "OCCURS" or "REDEFINES" or "VALUE" or "VALUES" or "FILLER" then
      move "FILLER" to item-name
      if token-upper = "FILLER" then
        move 3 to token-idx
      end-if
    else
      move upper-case(token-entry(2)) to item-name
      move 3 to token-idx
    end-if

    perform until token-idx > token-count
      move upper-case(token-entry(token-idx)) to token-upper
      evaluate true
        when token-upper = "PIC" or token-upper = "PICTURE"
          add 1 to token-idx
          if upper-case(token-entry(token-idx)) = "IS" then
            add 1 to token-idx
          end-if
          if token-idx <= token-count then
            move upper-case(token-entry(token-idx)) to item-pic
          end-if
        when token-upper = "USAGE"
          add 1 to token-idx
          if upper-case(token-entry(token-idx)) = "IS" then
            add 1 to token-idx
          end-if
          if token-idx <= token-count then
            move upper-case(token-entry(token-idx)) to item-usage
          end-if
        when token-upper(1:4) = "COMP" or token-upper(1:6) = "BINARY"
             or token-upper = "PACKED-DECIMAL" or token-upper = "DISPLAY"
             or token-upper = "INDEX" or token-upper = "POINTER"
          move token-upper to item-usage
        when token-upper = "OCCURS"
          add 1 to token-idx
          if token-idx <= token-count then
            move numval(token-entry(token-idx)) to item-occurs
          end-if
          if token-idx < token-count
             and upper-case(token-entry(token-idx + 1)) = "TO" then
            add 2 to token-idx
            if token-idx <= token-count then
              move numval(token-entry(token-idx)) to item-occurs
            end-if
          end-if
        when token-upper = "DEPENDING"
          move "Y" to item-odo
        when token-upper = "REDEFINES"
          move "Y" to item-redefines
          add 1 to token-idx
        when token-upper = "VALUE" or token-upper = "VALUES"
          *> nothing after a VALUE is of interest
          move token-count to token-idx
      end-evaluate
      add 1 to token-idx
    end-perform
    .

  take-level-01.

    if inside-record then
      perform end-of-record
      exit paragraph
    end-if

    move SPACES to pending-record
    if record-wanted not = SPACES then
      if item-name = record-wanted then
        move item-name to record-name
        set inside-record to TRUE
        display "  record  : ", trim(record-name) end-display
        if item-pic not = SPACES then
          *> a lone elementary 01 is a table of one column
          perform take-record-item
        end-if
      end-if
    else
      if item-pic = SPACES and item-name not = "FILLER" then
        move item-name to pending-record
      end-if
    end-if
    .

  take-record-item.

    *> below a REDEFINES: its bytes are already some other column's
    if skip-level > ZERO then
      if item-level > skip-level then
        exit paragraph
      end-if
      move ZERO to skip-level
    end-if

    if collapse-level > ZERO then
      if item-level > collapse-level then
        if item-redefines = "Y" then
          move item-level to skip-level
        else
          perform check-elementary
          if item-elementary = "Y" then
            perform size-elementary-item
            if item-occurs > ZERO then
              compute collapse-length = collapse-length + item-length * item-occurs
            else
              add item-length to collapse-length
            end-if
            if item-is-text = "N" then
              move "N" to collapse-text
            end-if
          end-if
        end-if
        exit paragraph
      end-if
      perform flush-collapse
    end-if

    if key-level > ZERO and item-level <= key-level then
      move ZERO to key-level
    end-if

    if item-redefines = "Y" then
      move item-level to skip-level
      exit paragraph
    end-if

    if key-wanted not = SPACES and item-name = key-wanted then
      move item-level to key-level
    end-if

    perform check-elementary
    if item-elementary = "N" then
      if item-occurs > ZERO then
        *> a repeating group goes in as one value
        move item-level to collapse-level
        move item-name to collapse-name
        move item-occurs to collapse-count
        move item-odo to collapse-odo
        move ZERO to collapse-length
        move "Y" to collapse-text
      end-if
      exit paragraph
    end-if

    if item-name = "FILLER" or item-usage = "POINTER" then
      exit paragraph
    end-if

    perform size-elementary-item

    evaluate true
      when item-odo = "Y"
        compute item-length = item-length * item-occurs
        move item-length to number-edit
        move SPACES to item-type
        if item-is-text = "Y" then
          string "VARCHAR(", trim(number-edit), ")" delimited by size
            into item-type
          end-string
        else
          string "BLOB(", trim(number-edit), ")" delimited by size
            into item-type
          end-string
        end-if
        move item-name to column-base
        perform add-column
      when item-occurs > ZERO
        perform varying occurs-idx from 1 by 1 until occurs-idx > item-occurs
          move occurs-idx to occurs-edit
          move SPACES to column-base
          string trim(item-name), "-", trim(occurs-edit) delimited by size
            into column-base
          end-string
          perform add-column
        end-perform
      when other
        move item-name to column-base
        perform add-column
    end-evaluate
    .

  check-elementary.

    *> a PICTURE, or a USAGE that needs none, makes an elementary item;
    *> the binary usages without one get the PICTURE of their range
    move "Y" to item-elementary
    if item-pic not = SPACES then
      exit paragraph
    end-if
    evaluate item-usage
      when "COMP-1"
      when "COMP-2"
      when "COMPUTATIONAL-1"
      when "COMPUTATIONAL-2"
        continue
      when "BINARY-CHAR"
        move "S9(3)" to item-pic
      when "BINARY-SHORT"
        move "S9(5)" to item-pic
      when "BINARY-LONG"
      when "INDEX"
        move "S9(9)" to item-pic
      when "BINARY-DOUBLE"
        move "S9(18)" to item-pic
      when other
        move "N" to item-elementary
    end-evaluate
    .

  flush-collapse.

    compute item-length = collapse-length * collapse-count
    move item-length to number-edit
    move SPACES to item-type
    if collapse-text = "Y" then
      string "VARCHAR(", trim(number-edit), ")" delimited by size
        into item-type
      end-string
    else
      string "BLOB(", trim(number-edit), ")" delimited by size
        into item-type
      end-string
    end-if
    *> the items under it are done with, the key (if it was open) not
    *> yet - so the collapsed column is a key column just when it lies
    *> under CPYGEN_KEY
    move collapse-name to column-base
    perform add-column
    move ZERO to collapse-level
    .

  end-of-record.

    if collapse-level > ZERO then
      perform flush-collapse
    end-if
    set record-finished to TRUE
    .

*> -----------------------------------------------------------------------------
*>  an elementary item's size and column type, from PICTURE and USAGE
*> -----------------------------------------------------------------------------

  size-elementary-item.

    move ZERO to pic-int-digits pic-dec-digits pic-text-chars pic-edit-chars
    move "N" to pic-signed pic-after-v

    move 1 to pic-idx
    perform until pic-idx > 64 or item-pic(pic-idx:1) = SPACE
      move item-pic(pic-idx:1) to pic-char
      move 1 to pic-repeat
      if pic-idx < 62 and item-pic(pic-idx + 1:1) = "(" then
        move ZERO to pic-close
        inspect item-pic(pic-idx + 2:) tallying pic-close
                for characters before initial ")"
        move SPACES to pic-repeat-text
        if pic-close > ZERO and pic-close <= 6 then
          move item-pic(pic-idx + 2:pic-close) to pic-repeat-text
          move numval(pic-repeat-text) to pic-repeat
        end-if
        compute pic-idx = pic-idx + pic-close + 3
      else
        add 1 to pic-idx
      end-if
      evaluate pic-char
        when "9"
          if pic-after-v = "Y" then
            add pic-repeat to pic-dec-digits
          else
            add pic-repeat to pic-int-digits
          end-if
        when "S"
          move "Y" to pic-signed
        when "V"
          move "Y" to pic-after-v
        when "P"
          continue
        when "X"
        when "A"
        when "N"
          add pic-repeat to pic-text-chars
        when other
          add pic-repeat to pic-edit-chars
      end-evaluate
    end-perform

    compute pic-total-digits = pic-int-digits + pic-dec-digits
    move SPACES to item-type
    move "N" to item-is-text

    evaluate true
      when item-usage = "COMP-1" or item-usage = "COMPUTATIONAL-1"
        move "REAL" to item-type
        move 4 to item-length
      when item-usage = "COMP-2" or item-usage = "COMPUTATIONAL-2"
        move "DOUBLE" to item-type
        move 8 to item-length
      when pic-text-chars > ZERO or pic-edit-chars > ZERO
        *> character data, edited pictures included
        compute item-length = pic-text-chars + pic-edit-chars + pic-total-digits
        move "Y" to item-is-text
        move item-length to number-edit
        string "CHAR(", trim(number-edit), ")" delimited by size
          into item-type
        end-string
      when other
        perform type-numeric-item
    end-evaluate
    .

  type-numeric-item.

    evaluate true
      when item-usage = "COMP-3" or item-usage = "COMPUTATIONAL-3"
           or item-usage = "PACKED-DECIMAL"
        compute item-length = pic-total-digits / 2 + 1
      when item-usage(1:4) = "COMP" or item-usage(1:6) = "BINARY"
        evaluate true
          when pic-total-digits < 5
            move 2 to item-length
          when pic-total-digits < 10
            move 4 to item-length
          when other
            move 8 to item-length
        end-evaluate
      when other
        move pic-total-digits to item-length
    end-evaluate

    move SPACES to item-type
    move 1 to type-pointer
    if pic-signed = "N" then
      string "UNSIGNED " delimited by size
        into item-type with pointer type-pointer
      end-string
    end-if
    move pic-total-digits to number-edit
    if pic-dec-digits = ZERO then
      string "INTEGER(", trim(number-edit), ")"
        delimited by size into item-type with pointer type-pointer
      end-string
    else
      move pic-dec-digits to number-edit-2
      string "DECIMAL(", trim(number-edit), ",", trim(number-edit-2), ")"
        delimited by size into item-type with pointer type-pointer
      end-string
    end-if
    .

  add-column.

    *> column-base/item-type in; key columns are those met while the
    *> CPYGEN_KEY item is open
    move lower-case(column-base) to column-name
    if strip-length > ZERO and strip-length < length(trim(column-base))
       and column-base(1:strip-length) = strip-prefix(1:strip-length) then
      move lower-case(column-base(strip-length + 1:)) to column-name
    end-if
    inspect column-name replacing all "-" by "_"

    move column-name to column-base
    move 1 to column-suffix
    perform find-column-name
    perform until column-found = "N"
      add 1 to column-suffix
      move column-suffix to occurs-edit
      move SPACES to column-name
      string trim(column-base), "_", trim(occurs-edit) delimited by size
        into column-name
      end-string
      perform find-column-name
    end-perform
    if column-suffix > 1 then
      display "GCCPYGEN: column ", trim(column-base), " already used - made ",
              trim(column-name) end-display
      add 1 to warning-count
    end-if

    if column-count >= 500 then
      display "GCCPYGEN: more than 500 columns - ", trim(column-name),
              " and after left out" end-display
      add 1 to warning-count
      exit paragraph
    end-if
    add 1 to column-count
    move column-name to cl-name(column-count)
    move item-type to cl-type(column-count)
    if key-level > ZERO then
      move "Y" to cl-key(column-count)
      add 1 to key-count
    else
      move "N" to cl-key(column-count)
    end-if
    .

  find-column-name.

    move "N" to column-found
    perform varying name-idx from 1 by 1 until name-idx > column-count
      if cl-name(name-idx) = column-name then
        move "Y" to column-found
        exit perform
      end-if
    end-perform
    .

  write-create-table.

    if output-wanted not = SPACES then
      move output-wanted to output-filename
    else
      perform find-next-script
    end-if

    open output output-file
    if output-status not = "00" then
      display "GCCPYGEN: cannot write ", trim(output-filename) end-display
      move 16 to return-code
      exit paragraph
    end-if

    move SPACES to output-record
    string "-- ", trim(table-wanted), ": from copybook ",
           trim(copybook-filename), ", record ", trim(record-name)
      delimited by size into output-record
    end-string
    perform write-output-line
    move SPACES to output-record
    string "-- generated by GCCPYGEN ", trim(today-date)
      delimited by size into output-record
    end-string
    perform write-output-line

    move SPACES to output-record
    string "CREATE TABLE IF NOT EXISTS ", trim(table-wanted), " ("
      delimited by size into output-record
    end-string
    perform write-output-line

    perform varying cl-idx from 1 by 1 until cl-idx > column-count
      move SPACES to output-record
      string "  ", trim(cl-name(cl-idx)), " ", trim(cl-type(cl-idx))
        delimited by size into output-record
      end-string
      if cl-idx < column-count or key-count > ZERO then
        move length(trim(output-record, trailing)) to code-length
        move "," to output-record(code-length + 1:1)
      end-if
      perform write-output-line
    end-perform

    if key-count > ZERO then
      move SPACES to output-record
      move "  PRIMARY KEY (" to output-record
      move 16 to code-length
      move ZERO to name-idx
      perform varying cl-idx from 1 by 1 until cl-idx > column-count
        if cl-key(cl-idx) = "Y" then
          add 1 to name-idx
          if name-idx > 1 then
            string ", " delimited by size
              into output-record with pointer code-length
            end-string
          end-if
          string trim(cl-name(cl-idx)) delimited by size
            into output-record with pointer code-length
          end-string
        end-if
      end-perform
      string ")" delimited by size
        into output-record with pointer code-length
      end-string
      perform write-output-line
    else
      if key-wanted not = SPACES then
        display "GCCPYGEN: key item ", trim(key-wanted),
                " not found - no PRIMARY KEY" end-display
        add 1 to warning-count
      end-if
    end-if

    move ");" to output-record
    perform write-output-line
    close output-file

    display "  table   : ", trim(table-wanted), ", ", column-count,
            " columns" end-display
    display "GCCPYGEN: ", trim(output-filename), " written" end-display
    .

  find-next-script.

    *> the first number with no script - where GCDBMIGRATE's walk
    *> upward will find it
    move ZERO to script-version return-code
    perform until return-code not = ZERO or script-version = 9999
      add 1 to script-version
      move SPACES to check-name
      string trim(script-prefix), script-version, ".SQL"
        delimited by size into check-name
      end-string
      call "CBL_CHECK_FILE_EXIST" using check-name file-details end-call
    end-perform
    move ZERO to return-code
    move check-name to output-filename
    .

*> -----------------------------------------------------------------------------
*>  COPYBOOK mode - tables in, copybooks out
*> -----------------------------------------------------------------------------

  table-to-copybook.

    move db-name to check-name
    call "CBL_CHECK_FILE_EXIST" using check-name file-details end-call
    if return-code not = ZERO then
      move ZERO to return-code
      display "GCCPYGEN: no database ", trim(db-name) end-display
      move 16 to return-code
      exit paragraph
    end-if

    move DBOPEN(db-name) to db-object
    if DBSTATUS <> ZERO then
      display "GCCPYGEN: cannot open database - ", trim(DBERRMSG) end-display
      move 16 to return-code
      exit paragraph
    end-if
    display "  database: ", trim(db-name) end-display

    move DBTABLES(db-object) to table-list
    move 1 to table-pointer
    move "N" to table-found
    perform until table-pointer > length(trim(table-list))
      move SPACES to table-name
      unstring table-list delimited by ","
        into table-name with pointer table-pointer
      end-unstring
      if table-name not = SPACES and lower-case(table-name(1:7)) not = "sqlite_" then
        if table-wanted = SPACES
           or lower-case(table-name) = lower-case(table-wanted) then
          move "Y" to table-found
          perform write-one-copybook
        end-if
      end-if
    end-perform

    move DBCLOSE(db-object) to db-status

    if table-found = "N" then
      if table-wanted not = SPACES then
        display "GCCPYGEN: no table ", trim(table-wanted), " in ",
                trim(db-name) end-display
      else
        display "GCCPYGEN: no tables in ", trim(db-name) end-display
      end-if
      move 16 to return-code
    else
      display "GCCPYGEN: ", tables-written, " copybooks written" end-display
    end-if
    .

  write-one-copybook.

    move DBCOLUMNS(db-object, table-name) to column-list
    if column-list = SPACES then
      display "GCCPYGEN: table ", trim(table-name), " has no columns" end-display
      add 1 to warning-count
      exit paragraph
    end-if

    *> the declared types come with a SELECT of the table - its columns
    *> in the order DBCOLUMNS gives them
    move SPACES to sql-statement
    string "SELECT * FROM ", trim(table-name)
      delimited by size into sql-statement
    end-string
    move DBCOMPILE(db-object, sql-statement) to sql-object
    if DBSTATUS <> ZERO then
      display "GCCPYGEN: cannot read table ", trim(table-name), " - ",
              trim(DBERRMSG) end-display
      add 1 to warning-count
      exit paragraph
    end-if

    if output-wanted not = SPACES and table-wanted not = SPACES then
      move output-wanted to output-filename
    else
      move SPACES to output-filename
      string trim(table-name), ".cpy" delimited by size
        into output-filename
      end-string
    end-if

    open output output-file
    if output-status not = "00" then
      display "GCCPYGEN: cannot write ", trim(output-filename) end-display
      move DBRELEASE(sql-object) to db-status
      add 1 to warning-count
      exit paragraph
    end-if

    move lower-case(table-name) to group-name
    inspect group-name replacing all "_" by "-"
    if item-prefix not = SPACES then
      move item-prefix to host-name
    else
      perform make-table-initials
    end-if

    move all "-" to output-record
    move "      *> " to output-record(1:9)
    move SPACES to output-record(71:)
    perform write-output-line
    move SPACES to output-record
    string "      *> ", trim(output-filename), " - host variables for table ",
           trim(table-name)
      delimited by size into output-record
    end-string
    perform write-output-line
    move SPACES to output-record
    string "      *> of ", trim(db-name), ", generated by GCCPYGEN ",
           trim(today-date)
      delimited by size into output-record
    end-string
    perform write-output-line
    move all "-" to output-record
    move "      *> " to output-record(1:9)
    move SPACES to output-record(71:)
    perform write-output-line
    move SPACES to output-record
    string "       01  ", trim(group-name), "." delimited by size
      into output-record
    end-string
    perform write-output-line

    move 1 to column-pointer
    move ZERO to column-number
    perform until column-pointer > length(trim(column-list))
      move SPACES to column-name
      unstring column-list delimited by ","
        into column-name with pointer column-pointer
      end-unstring
      add 1 to column-number
      move DBCOLTYPE(sql-object, column-number) to decl-type
      perform picture-for-column
      perform write-copybook-item
    end-perform

    move DBRELEASE(sql-object) to db-status
    close output-file
    add 1 to tables-written
    display "  ", trim(table-name), " -> ", trim(output-filename) end-display
    .

  make-table-initials.

    *> run_groups gives rg-, step_history sh-
    move SPACES to host-name
    move 1 to code-length
    move table-name(1:1) to host-name(1:1)
    perform varying char-idx from 2 by 1
            until char-idx > length(trim(table-name)) or code-length = 4
      if table-name(char-idx - 1:1) = "_" and table-name(char-idx:1) not = "_" then
        add 1 to code-length
        move table-name(char-idx:1) to host-name(code-length:1)
      end-if
    end-perform
    move lower-case(host-name) to host-name
    add 1 to code-length
    move "-" to host-name(code-length:1)
    .

  picture-for-column.

    move upper-case(decl-type) to decl-upper
    move ZERO to decl-precision decl-scale decl-open
    move "N" to unsigned-type
    move SPACES to decl-args

    inspect decl-upper tallying decl-open for characters before initial "("
    if decl-open < length(decl-upper) then
      unstring decl-upper(decl-open + 2:) delimited by ")"
        into decl-args
      end-unstring
      move ZERO to decl-comma
      inspect decl-args tallying decl-comma for characters before initial ","
      if decl-comma < length(trim(decl-args)) then
        move numval(decl-args(1:decl-comma)) to decl-precision
        move numval(decl-args(decl-comma + 2:)) to decl-scale
      else
        move numval(decl-args) to decl-precision
      end-if
    end-if

    move ZERO to column-suffix
    inspect decl-upper tallying column-suffix for all "UNSIGNED"
    if column-suffix > ZERO then
      move "Y" to unsigned-type
    end-if

    move SPACES to picture-text
    evaluate true
      when decl-upper = SPACES
        perform measure-text-width
        move text-width to number-edit
        string "x(", trim(number-edit), ")" delimited by size
          into picture-text
        end-string
      when decl-upper(1:4) = "DATE" and decl-upper(5:1) = SPACE
        move "x(10)" to picture-text
      when decl-upper(1:8) = "DATETIME" or decl-upper(1:9) = "TIMESTAMP"
        move "x(19)" to picture-text
      when decl-upper(1:7) = "BOOLEAN"
        move "9(01)" to picture-text
      when other
        perform picture-by-affinity
    end-evaluate
    .

  picture-by-affinity.

    *> SQLite's own affinity order: INT, then CHAR/CLOB/TEXT, then
    *> BLOB, then REAL/FLOA/DOUB, anything else numeric
    move ZERO to column-suffix
    inspect decl-upper tallying column-suffix for all "INT"
    if column-suffix > ZERO then
      if decl-precision = ZERO or decl-precision > 18 then
        move 18 to decl-precision
      end-if
      move decl-precision to number-edit
      if unsigned-type = "Y" then
        string "9(", trim(number-edit), ")" delimited by size
          into picture-text
        end-string
      else
        string "s9(", trim(number-edit), ")" delimited by size
          into picture-text
        end-string
      end-if
      exit paragraph
    end-if

    move ZERO to column-suffix
    inspect decl-upper tallying column-suffix for all "CHAR" all "CLOB"
                                                  all "TEXT" all "BLOB"
    if column-suffix > ZERO then
      if decl-precision = ZERO then
        perform measure-text-width
        move text-width to decl-precision
      end-if
      move decl-precision to number-edit
      string "x(", trim(number-edit), ")" delimited by size
        into picture-text
      end-string
      exit paragraph
    end-if

    move ZERO to column-suffix
    inspect decl-upper tallying column-suffix for all "REAL" all "FLOA"
                                                  all "DOUB"
    if column-suffix > ZERO then
      move "comp-2" to picture-text
      exit paragraph
    end-if

    if decl-precision = ZERO then
      move 18 to decl-precision
      move 3 to decl-scale
    end-if
    if decl-scale >= decl-precision then
      move decl-scale to decl-precision
    end-if
    move 1 to picture-pointer
    if unsigned-type = "N" then
      string "s" delimited by size
        into picture-text with pointer picture-pointer
      end-string
    end-if
    if decl-precision > decl-scale then
      compute number-edit = decl-precision - decl-scale
      string "9(", trim(number-edit), ")"
        delimited by size into picture-text with pointer picture-pointer
      end-string
    end-if
    if decl-scale > ZERO then
      move decl-scale to number-edit
      string "v9(", trim(number-edit), ")"
        delimited by size into picture-text with pointer picture-pointer
      end-string
    end-if
    .

  measure-text-width.

    *> no size declared - as wide as the longest value the table holds
    move SPACES to sql-statement
    string "SELECT IFNULL(MAX(LENGTH(", trim(column-name), ")),0) FROM ",
           trim(table-name)
      delimited by size into sql-statement
    end-string
    move ZERO to text-width
    move DBCOMPILE(db-object, sql-statement) to width-object
    if DBSTATUS = ZERO then
      move DBEXECUTE(width-object) to db-status
      if db-status = 100 then
        move DBGETINT(width-object, width-column) to text-width
      end-if
      move DBRELEASE(width-object) to db-status
    end-if
    if text-width = ZERO then
      move 256 to text-width
    end-if
    .

  write-copybook-item.

    move lower-case(column-name) to column-base
    move length(trim(column-base, trailing)) to code-length
    inspect column-base(1:code-length) replacing all "_" by "-"
                                                 all " " by "-"
    move SPACES to column-name
    string trim(host-name), trim(column-base) delimited by size
      into column-name
    end-string
    move SPACES to output-record
    string "           05  ", column-name(1:30) delimited by size
      into output-record
    end-string
    move 48 to picture-pointer
    if picture-text = "comp-2" then
      string "usage comp-2." delimited by size
        into output-record with pointer picture-pointer
      end-string
    else
      string "pic ", trim(picture-text), "." delimited by size
        into output-record with pointer picture-pointer
      end-string
    end-if
    perform write-output-line
    .

  write-output-line.

    write output-record end-write
    .

end program GCCPYGEN.
