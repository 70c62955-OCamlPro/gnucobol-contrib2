      *> ***********************************************************************************
      *> GnuCOBOL TT (TUI TOOLS) COLLECTION
      *> Purpose:    Parameter area for GC68TABSCHEMA (per-table field
      *>             schemas for Tabe-data). The caller names the table
      *>             file and the ktab and CALLs "GC68TABSCHEMA" USING
      *>             SCHEMA-AREA with
      *>               Sc-Function 'L' = load the table's schema into
      *>                                 Sc-Field (Sc-Count fields, in
      *>                                 the order they are to be keyed)
      *>                           'V' = validate Sc-Data (the 75 free
      *>                                 bytes of Tabe-data) against it
      *>                           'R' = is the code in Sc-Data(1:3) of
      *>                                 table Sc-Ktab still referenced
      *>                                 by a code field (type C) of
      *>                                 another table in the file
      *>             On return:
      *>               Sc-Status 'N' = the table has no schema - its
      *>                               data stays one free-text line
      *>                         'Y' = schema loaded / data valid
      *>                         'B' = the data breaks the schema:
      *>                               Sc-Bad-Field is the field (0 =
      *>                               not one field) and Sc-Message
      *>                               says what is wrong
      *>                         'E' = a schema row is unusable -
      *>                               Sc-Message names it; the usable
      *>                               rows are still loaded
      *>             Validating a row of the schema table itself checks
      *>             it as a schema row. After 'V' Sc-Ref-Missing is Y
      *>             when the error is a code that is not in its table
      *>             (a dangling reference); after 'R' Sc-Status is 'B'
      *>             when the code is referenced, Sc-Ref-Count says by
      *>             how many records and Sc-Message names the first.
      *>             Sc-Ref-Mode is the site's policy (GC68_FKMODE) for
      *>             a change that would leave references dangling:
      *>             B = refuse it (default), W = warn and allow.
      *> Author:     Eugenio Di Lorenzo - Italia (DILO)
      *> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
      *> Version:    1.0 2018.01.01
      *> ***********************************************************************************
       01  SCHEMA-AREA.
           05  Sc-Function  pic x(01) value space.
           05  Sc-File      pic x(80) value spaces.
           05  Sc-Ktab      pic x(03) value spaces.
           05  Sc-Data      pic x(75) value spaces.
           05  Sc-Status    pic x(01) value space.
               88  Sc-No-Schema      value 'N'.
               88  Sc-Valid          value 'Y'.
               88  Sc-Invalid        value 'B'.
               88  Sc-Schema-Error   value 'E'.
           05  Sc-Bad-Field pic 9(02) value 0.
           05  Sc-Message   pic x(78) value spaces.
           05  Sc-Count     pic 9(02) value 0.
      *>     T text, N numeric, F flag, H hhmm time, D yyyymmdd date,
      *>     C a code (kcod) of the table Sc-Ref-Ktab in the same file
           05  Sc-Field     occurs 16 times.
               10  Sc-Name      pic x(12).
               10  Sc-Offset    pic 9(02).
               10  Sc-Length    pic 9(02).
               10  Sc-Type      pic x(01).
               10  Sc-Required  pic x(01).
               10  Sc-Ref-Ktab  pic x(03).
               10  Sc-Allowed   pic x(45).
      *>     references between tables (a type C field is a declared
      *>     reference: its bytes must be a kcod of Sc-Ref-Ktab)
           05  Sc-Ref-Missing pic x(01) value space.
           05  Sc-Ref-Count   pic 9(05) value 0.
           05  Sc-Ref-Mode    pic x(01) value space.
               88  Sc-Ref-Block      value 'B'.
               88  Sc-Ref-Warn       value 'W'.
