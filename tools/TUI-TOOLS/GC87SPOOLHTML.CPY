      *> ***********************************************************************************
      *> GnuCOBOL TT (TUI TOOLS) COLLECTION
      *> Purpose:    Parameter area for GC87SPOOLHTML (render a spooled
      *>             report as a static HTML page in the intranet
      *>             publication directory). The caller - the GC87SPOOL
      *>             manager's W action, the GC87SPOOLPUB batch job -
      *>             moves the spool entry's fields in, CALLs
      *>             "GC87SPOOLHTML", and on Sh-Ok 'Y' records Sh-Pub-Ts
      *>             and Sh-Path in the entry.
      *>               Sh-Dir   spaces = the entry's own directory:
      *>                        GC87_PUBDIR_<dest> for a distribution-
      *>                        list copy, GC87_PUBDIR (default
      *>                        INTRANET) for the base entry
      *>             On return:
      *>               Sh-Ok    'Y' published
      *>                        'S' skipped - the copy's destination has
      *>                            no publication directory (a printed
      *>                            recipient, not an intranet one)
      *>                        'N' failed, Sh-Message says why
      *> Author:     Eugenio Di Lorenzo - Italia (DILO)
      *> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
      *> Version:    1.0 2018.01.01
      *> ***********************************************************************************
       01  SPOOLHTML-AREA.
      *>     the spool entry (SPOOLIDX.DAT fields)
           05  Sh-Id        pic 9(05) value 0.
           05  Sh-File      pic x(40) value spaces.
           05  Sh-Type      pic x(12) value spaces.
           05  Sh-Origin    pic x(12) value spaces.
           05  Sh-Ts        pic x(15) value spaces.
           05  Sh-Dest      pic x(12) value spaces.
           05  Sh-Dir       pic x(40) value spaces.
      *>     returned
           05  Sh-Ok        pic x(01) value space.
           05  Sh-Pub-Ts    pic x(15) value spaces.
           05  Sh-Path      pic x(64) value spaces.
           05  Sh-Pages     pic 9(03) value 0.
           05  Sh-Message   pic x(40) value spaces.
