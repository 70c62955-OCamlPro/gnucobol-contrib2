      *> ***********************************************************************************
      *> GnuCOBOL TT (TUI TOOLS) COLLECTION
      *> Purpose:    Parameter area for GC67TABLOOKUP (the shared TABE
      *>             lookup service). The caller names the table file,
      *>             the ktab and - for 'G' - the kcod, and CALLs
      *>             "GC67TABLOOKUP" USING LOOKUP-AREA with
      *>               Tl-Function 'G' = get one code's resolved data
      *>                           'L' = list the codes of the ktab in
      *>                                 force, 20 a call: the first
      *>                                 call with Tl-From-Kcod spaces,
      *>                                 the next ones with it set to
      *>                                 the last code returned while
      *>                                 Tl-More is Y
      *>                           'C' = empty the cache (after the
      *>                                 tables were changed in the run)
      *>               Tl-AsOf  the date the codes must be in force at
      *>                        (0 = today)
      *>               Tl-Lang  the description layer wanted (space =
      *>                        the TABLANG setting, else the base H)
      *>             On return from 'G':
      *>               Tl-Status 'Y' = found - Tl-Data is the resolved
      *>                               Tabe-data, Tl-Layer the ktip it
      *>                               came from
      *>                         'X' = the code exists but is not in
      *>                               force at the as-of date (Tl-Data
      *>                               is its base record)
      *>                         'N' = no such code
      *>                         'F' = the table file cannot be opened
      *>             Tl-Hits and Tl-Reads count the cache hits and the
      *>             lookups that went to the file in this run unit.
      *> Author:     Eugenio Di Lorenzo - Italia (DILO)
      *> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
      *> Version:    1.0 2018.01.01
      *> ***********************************************************************************
       01  LOOKUP-AREA.
           05  Tl-Function  pic x(01) value 'G'.
           05  Tl-File      pic x(80) value 'TABE0001.DAT'.
           05  Tl-Ktab      pic x(03) value spaces.
           05  Tl-Kcod      pic x(03) value spaces.
           05  Tl-AsOf      pic 9(08) value 0.
           05  Tl-Lang      pic x(01) value space.
           05  Tl-Status    pic x(01) value space.
               88  Tl-Found          value 'Y'.
               88  Tl-Not-In-Force   value 'X'.
               88  Tl-Not-Found      value 'N'.
               88  Tl-File-Error     value 'F'.
           05  Tl-Layer     pic x(01) value space.
           05  Tl-Data      pic x(93) value spaces.
      *>     'L' - the page of codes; Tl-List-All = Y lists the codes
      *>     not in force at the as-of date too
           05  Tl-From-Kcod pic x(03) value spaces.
           05  Tl-List-All  pic x(01) value 'N'.
           05  Tl-More      pic x(01) value 'N'.
           05  Tl-List-Count pic 9(02) value 0.
           05  Tl-List-Entry occurs 20 times.
               10  Tl-List-Kcod   pic x(03).
               10  Tl-List-Status pic x(01).
               10  Tl-List-Data   pic x(93).
           05  Tl-Hits      pic 9(07) value 0.
           05  Tl-Reads     pic 9(07) value 0.
