      *> ***********************************************************************************
      *> GnuCOBOL TT (TUI TOOLS) COLLECTION
      *> Purpose:    Parameter area for GC64BULLETIN (the operations
      *>             bulletins of BULLETIN.DAT, posted with GC63BULLPOST).
      *>             The caller names the signed-on user and role and
      *>             CALLs "GC64BULLETIN" USING BULLETIN-AREA with
      *>               Bl-Function 'S' = show every bulletin in force for
      *>                                 the user in a GC02BOXMEX box,
      *>                                 one after the other - the
      *>                                 sign-on use. A HIGH bulletin's
      *>                                 keypress is the user's
      *>                                 acknowledgement, recorded in
      *>                                 BULLACK.LOG, and it does not
      *>                                 pop up for that user again; the
      *>                                 others pop up once per session
      *>                           'F' = the foot line: Bl-Foot is the
      *>                                 most severe (then the latest)
      *>                                 bulletin in force for the user,
      *>                                 spaces when there is none
      *>             On return Bl-Active is how many bulletins are in
      *>             force for the user, Bl-Shown how many boxes 'S'
      *>             showed, Bl-Foot-Sev the foot bulletin's severity
      *>             (H high, W warning, I information).
      *> Author:     Eugenio Di Lorenzo - Italia (DILO)
      *> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
      *> Version:    1.0 2018.01.01
      *> ***********************************************************************************
       01  BULLETIN-AREA.
           05  Bl-Function  pic x(01) value 'S'.
           05  Bl-User      pic x(12) value spaces.
           05  Bl-Role      pic x(01) value space.
           05  Bl-Active    pic 9(03) value 0.
           05  Bl-Shown     pic 9(03) value 0.
           05  Bl-Foot-Sev  pic x(01) value space.
           05  Bl-Foot      pic x(78) value spaces.
