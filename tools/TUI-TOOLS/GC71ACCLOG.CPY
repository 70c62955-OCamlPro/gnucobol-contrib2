      *> ***********************************************************************************
      *> GnuCOBOL TT (TUI TOOLS) COLLECTION
      *> Purpose:    Parameter area for GC71ACCLOG (read-access log). An
      *>             inquiry screen fills its own name, the user (blank
      *>             = the GC85_USER the menu signed on, else the login
      *>             name), the event, a count and the file or database
      *>             looked at, with a free-text detail, and CALLs
      *>             "GC71ACCLOG". Events:
      *>               OPEN    an inquiry session on the file begins
      *>               CLOSE   it ends - count = records shown, detail
      *>                       = which ones
      *>               VIEW    a single inquiry (a key looked up)
      *>               QUERY   a query run - count = rows returned,
      *>                       detail = the statement
      *>               EXPORT  data taken away - count = rows written,
      *>                       detail = the output file or spool
      *> Author:     Eugenio Di Lorenzo - Italia (DILO)
      *> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
      *> Version:    1.0 2018.01.01
      *> ***********************************************************************************
       01  ACCLOG-AREA.
           05  Ac-Tool      pic x(13) value spaces.
           05  Ac-User      pic x(12) value spaces.
           05  Ac-Event     pic x(06) value spaces.
           05  Ac-Count     pic 9(07) value 0.
           05  Ac-Object    pic x(40) value spaces.
           05  Ac-Detail    pic x(117) value spaces.
