      *> ***********************************************************************************
      *> GnuCOBOL TT (TUI TOOLS) COLLECTION
      *> Purpose:    Parameter area for GC61THEME (the session's colour
      *>             theme). A widget or screen CALLs "GC61THEME" USING
      *>             THEME-AREA with
      *>               Th-Function 'G' = the theme in force for the
      *>                                 session (TABTHEME, set at
      *>                                 sign-on from the user's
      *>                                 choice, else the shop's
      *>                                 GC61_THEME)
      *>                           'N' = the theme named in Th-Name
      *>             On return Th-Active 'Y' means a theme is in force
      *>             and its colour roles replace the caller's own
      *>             colours; 'N' (no theme, or STD) leaves every tool
      *>             in its own colours. Th-Mono 'Y' is the monochrome
      *>             mode: white on black throughout, the roles told
      *>             apart by reverse video and underline.
      *>             Each role is a background colour, a foreground
      *>             colour (0 black 1 blue 2 green 3 cyan 4 red
      *>             5 magenta 6 brown/yellow 7 white) and an attribute:
      *>               N normal  H highlight  R reverse video
      *>               U underline
      *>             Th-Role(n) is the role named by the 78-levels below.
      *> Author:     Eugenio Di Lorenzo - Italia (DILO)
      *> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
      *> Version:    1.0 2018.01.01
      *> ***********************************************************************************
       78  TH-FRAME     value 1.
       78  TH-TITLE     value 2.
       78  TH-TEXT      value 3.
       78  TH-BAR       value 4.
       78  TH-ERROR     value 5.
       78  TH-WARNING   value 6.
       78  TH-DIM       value 7.
       78  TH-INPUT     value 8.
       01  THEME-AREA.
           05  Th-Function  pic x(01) value 'G'.
           05  Th-Name      pic x(03) value spaces.
           05  Th-Active    pic x(01) value 'N'.
           05  Th-Mono      pic x(01) value 'N'.
           05  Th-Roles.
               10  Th-Role  occurs 8 times.
                   15  Th-Bco   pic 9(01).
                   15  Th-Fco   pic 9(01).
                   15  Th-Att   pic x(01).
           05  Th-Desc      pic x(40) value spaces.
