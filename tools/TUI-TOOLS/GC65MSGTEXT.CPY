      *> ***********************************************************************************
      *> GnuCOBOL TT (TUI TOOLS) COLLECTION
      *> Purpose:    Parameter area for GC65MSGTEXT (the operator-facing
      *>             texts of a tool - titles, labels, key legends and
      *>             messages - in the user's language). The caller
      *>             names itself and how many texts it numbers, and
      *>             CALLs "GC65MSGTEXT" USING MSGTEXT-AREA; on return
      *>             Mt-Text(n) is message n as filed in the message
      *>             table - the language layer's text when there is
      *>             one, else the base text - or spaces when the table
      *>             has no message n for the program, in which case
      *>             the caller keeps its own built-in text.
      *>               Mt-Lang   the language wanted (space = TABLANG,
      *>                         which GC85SIGNON sets from the signed-on
      *>                         user's preference)
      *>               Mt-File   the TABE file holding the message table
      *>                         (spaces = GC65_MSGFILE, default
      *>                         TABE0001.DAT)
      *>               Mt-Status 'Y' = the table was read (Mt-Found
      *>                               texts came from it)
      *>                         'F' = no message table could be read
      *> Author:     Eugenio Di Lorenzo - Italia (DILO)
      *> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
      *> Version:    1.0 2018.01.01
      *> ***********************************************************************************
       01  MSGTEXT-AREA.
           05  Mt-Program   pic x(12) value spaces.
           05  Mt-Lang      pic x(01) value space.
           05  Mt-File      pic x(80) value spaces.
           05  Mt-Count     pic 9(03) value 0.
           05  Mt-Found     pic 9(03) value 0.
           05  Mt-Status    pic x(01) value space.
           05  Mt-Text      pic x(58) occurs 200 times.
