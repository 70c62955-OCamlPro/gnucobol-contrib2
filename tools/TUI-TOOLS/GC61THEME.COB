       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC61THEME.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    The shop's colour themes - one look across the whole
*>             collection instead of every caller's own literals, and
*>             a theme for the colour-blind operator and a monochrome
*>             mode for the machine-room terminals, where red-on-black
*>             error lines cannot be read.
*>             A theme gives the colour roles frame, title, normal
*>             text, highlight bar, error, warning, dimmed and input
*>             field. The themes are ordinary code records in a
*>             TABE0nnn.DAT table (GC61_THEMEFILE, default
*>             TABE0001.DAT; ktab GC61_KTAB, default THM), kcod the
*>             theme name, maintained with GC81TABCODES:
*>                1-3   frame    bco fco attribute   (e.g. 07N)
*>                5-7   title    attribute N normal, H highlight,
*>                9-11  text               R reverse, U underline
*>               13-15  highlight bar
*>               17-19  error
*>               21-23  warning
*>               25-27  dimmed
*>               29-31  input field
*>               33     M = monochrome (colours ignored)
*>               35-74  description
*>             Built in, when the table does not define them:
*>               STD  the tools' own colours (no theme)
*>               MON  monochrome - reverse video and underline only
*>               CBF  colour-blind safe - no red/green distinctions
*>             The session's theme is TABTHEME, which GC85SIGNON sets
*>             from the user's choice in TABEUSER.DAT; without one the
*>             shop default GC61_THEME applies, and without that the
*>             tools keep their own colours. GC01BOX, GC02BOXMEX,
*>             GC09BUTTONS, GC10PICKLIST, GC14GRID and GC15PROGRESS
*>             ask here on every call; the theme is read once and kept
*>             until the session's setting changes.
*> Tectonics:  cobc -m GC61THEME.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC61THEME" USING THEME-AREA
*> Parameters: look at GC61THEME.CPY
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
*> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
*> Version:    1.0 2018.01.01
*> Changelog:  1.0 first release.
*> ************************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  env-value      pic x(80) value spaces.
01  wThemeFile     pic x(80) value 'TABE0001.DAT'.
01  wThemeKtab     pic x(03) value 'THM'.
01  wWanted        pic x(03) value spaces.
01  wRx            pic 9(01) value 0.
01  wPos           pic 9(02) value 0.

*>     the theme last resolved - kept across calls
01  wCacheLoaded   pic x(01) value 'N'.
01  wCacheName     pic x(03) value spaces.
01  wCache         pic x(70) value spaces.

*>     the built-in themes, in the table's own data layout
01  wBuiltIn.
    05 filler pic x(74) value
       '07N 27H 07N 30N 47H 67H 00H 17N   the tools'' own colours'.
    05 filler pic x(74) value
       '07N 07R 07N 07R 07R 07U 07N 07U M monochrome - reverse and underline'.
    05 filler pic x(74) value
       '07N 17H 07N 70N 60N 30N 00H 17N   colour-blind safe'.
01  wBuiltInR redefines wBuiltIn.
    05 wBuiltRow   pic x(74) occurs 3 times.
01  wRow           pic x(93) value spaces.

COPY 'GC67TABLOOKUP.CPY'.

LINKAGE SECTION.
COPY 'GC61THEME.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION using THEME-AREA.
Theme-Main.
   if Th-Function = 'N'
      move upper-case(Th-Name) to wWanted
   else
      display 'TABTHEME' upon environment-name
      accept env-value from environment-value
      if env-value = spaces
         display 'GC61_THEME' upon environment-name
         accept env-value from environment-value
      end-if
      move upper-case(env-value(1:3)) to wWanted
   end-if
   if wWanted = spaces
      move 'STD' to wWanted
   end-if

   if wCacheLoaded not = 'Y' or wCacheName not = wWanted
      perform Resolve-Theme thru Resolve-Theme-Ex
      move wWanted to wCacheName
      move 'Y'     to wCacheLoaded
      move THEME-AREA(2:) to wCache
   end-if
   move wCache to THEME-AREA(2:)
   GOBACK.

*> ***********************************************************************************
*>     the table's row for the theme, else the built-in one; STD and
*>     an unknown name leave the tools in their own colours
*> ***********************************************************************************
Resolve-Theme.
   move wBuiltRow(1) to wRow
   perform Parse-Row thru Parse-Row-Ex
   move wWanted to Th-Name
   move 'N'     to Th-Active

   display 'GC61_THEMEFILE' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wThemeFile
   end-if
   display 'GC61_KTAB' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move upper-case(env-value(1:3)) to wThemeKtab
   end-if

   move 'G'        to Tl-Function
   move wThemeFile to Tl-File
   move wThemeKtab to Tl-Ktab
   move wWanted    to Tl-Kcod
   move 0          to Tl-AsOf
   move 'H'        to Tl-Lang
   call 'GC67TABLOOKUP' using LOOKUP-AREA
      on exception
         move 'F' to Tl-Status
   end-call
   if Tl-Found
      move Tl-Data to wRow
      perform Parse-Row thru Parse-Row-Ex
      move 'Y' to Th-Active
      go to Resolve-Theme-Ex
   end-if

   evaluate wWanted
      when 'MON'
         move wBuiltRow(2) to wRow
         perform Parse-Row thru Parse-Row-Ex
         move 'Y' to Th-Active
      when 'CBF'
         move wBuiltRow(3) to wRow
         perform Parse-Row thru Parse-Row-Ex
         move 'Y' to Th-Active
      when other
         continue
   end-evaluate
   continue.
Resolve-Theme-Ex. exit.

Parse-Row.
   move 'N' to Th-Mono
   if wRow(33:1) = 'M'
      move 'Y' to Th-Mono
   end-if
   perform varying wRx from 1 by 1 until wRx > 8
      compute wPos = (wRx - 1) * 4 + 1
      if wRow(wPos:1) >= '0' and wRow(wPos:1) <= '7'
         move wRow(wPos:1) to Th-Bco(wRx)
      else
         move 0 to Th-Bco(wRx)
      end-if
      if wRow(wPos + 1:1) >= '0' and wRow(wPos + 1:1) <= '7'
         move wRow(wPos + 1:1) to Th-Fco(wRx)
      else
         move 7 to Th-Fco(wRx)
      end-if
      move wRow(wPos + 2:1) to Th-Att(wRx)
      if Th-Att(wRx) not = 'H' and Th-Att(wRx) not = 'R'
         and Th-Att(wRx) not = 'U'
         move 'N' to Th-Att(wRx)
      end-if
      if Th-Mono = 'Y'
         move 0 to Th-Bco(wRx)
         move 7 to Th-Fco(wRx)
      end-if
   end-perform
   move wRow(35:40) to Th-Desc
   continue.
Parse-Row-Ex. exit.
