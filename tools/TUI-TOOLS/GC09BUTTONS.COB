*>             1.1 2026.08.22 mouse support - a click on a button
*>                 chooses it (toggles it in checkbox mode); keyboard
*>                 handling unchanged.
*>             1.2 2026.10.15 colour themes - under a GC61THEME theme
*>                 the buttons take the theme's text (normal), highlight
*>                 bar (selected) and title (hotkey) colours; fcoH also
*>                 carries the reverse video and underline attributes.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    03  wCRT-STATUS       PIC 9(04) VALUE 9999.
    03  wlen         pic 9(02) value 0.
    03  len-voce     pic 9(02) value 0.
*> the colours drawn with - the caller's, or the session theme's
01  .
    03  wBcoN        pic 9(01) value 0.
    03  wFcoN        pic 9(01) value 7.
    03  wFcoNH       pic x(01) value "N".
    03  wBcoS        pic 9(01) value 0.
    03  wFcoS        pic 9(01) value 7.
    03  wFcoSH       pic x(01) value "N".
    03  wFcoHot      pic 9(01) value 7.
01 wInt        BINARY-SHORT. *> SIGNED.

*> mouse support: the click position comes back through the CURSOR
78  K-MOUSE-LEFT  VALUE 2041.

copy 'GC01BOX.CPY'.
copy 'GC61THEME.CPY'.

LINKAGE SECTION.
copy 'GC09BUTTONS.CPY'.
*> untouched for the veterans
set environment 'COB_MOUSE_FLAGS'       TO '3'.

   move Bu-bcoN  to wBcoN
   move Bu-fcoN  to wFcoN
   move Bu-fcoNH to wFcoNH
   move Bu-bcoS  to wBcoS
   move Bu-fcoS  to wFcoS
   move Bu-fcoSH to wFcoSH
   move Bu-fcoH  to wFcoHot
   move 'G' to Th-Function
   call "GC61THEME" using THEME-AREA on exception move 'N' to Th-Active end-call
   if Th-Active = 'Y'
      move Th-Bco(TH-TEXT)  to wBcoN
      move Th-Fco(TH-TEXT)  to wFcoN
      move Th-Att(TH-TEXT)  to wFcoNH
      move Th-Bco(TH-BAR)   to wBcoS
      move Th-Fco(TH-BAR)   to wFcoS
      move Th-Att(TH-BAR)   to wFcoSH
      move Th-Fco(TH-TITLE) to wFcoHot
      if wFcoNH = 'H' move 'Y' to wFcoNH end-if
      if wFcoSH = 'H' move 'Y' to wFcoSH end-if
   end-if

   move 1 to i, j, w, Btn-Number.
*> ***********************************************************************************

   if Bu-Act(i) = '1'          *> set color of selected button
      move i       to Bu-Selected
      Move wBcoS to bco
      move wFcoS to fco
   else                        *> set color of normal button
      Move wBcoN to bco
      move wFcoN to fco
   end-if

   perform Display-Button thru Display-Button-ex
      move Bu-Selected to i
      move space    to Bu-Act(Bu-Selected)
      *> display as normal Button
      Move wBcoN to bco
      Move wFcoN to fco
      Move wFcoNH to fcoH
      perform Display-Button thru Display-Button-ex
      if   Bu-Selected = Btn-Number
           move 1 to Bu-Selected i
      end-if
      move '1'   to Bu-Act(Bu-Selected)
      *> display as active Button
      Move wBcoS to bco
      Move wFcoS to fco
      Move wFcoSH to fcoH
      perform Display-Button thru Display-Button-ex

   when wCRT-STATUS = K-LEFT
      move Bu-Selected to i
      move space            to Bu-Act(Bu-Selected)
      *> display as normal Button
      Move wBcoN to bco
      Move wFcoN to fco
      Move wFcoNH to fcoH

      perform Display-Button thru Display-Button-ex
      if   Bu-Selected = 1
      end-if
      move '1'   to Bu-Act(Bu-Selected)
      *> display as selected Button
      Move wBcoS to bco
      Move wFcoS to fco
      Move wFcoSH to fcoH
      perform Display-Button thru Display-Button-ex

   END-EVALUATE
         *> move the highlight onto the clicked button...
         move Bu-Selected to i
         move space to Bu-Act(Bu-Selected)
         Move wBcoN to bco
         Move wFcoN to fco
         Move wFcoNH to fcoH
         perform Display-Button thru Display-Button-ex
         move wHitButton to Bu-Selected i
         move '1' to Bu-Act(Bu-Selected)
         Move wBcoS to bco
         Move wFcoS to fco
         Move wFcoSH to fcoH
         perform Display-Button thru Display-Button-ex
         *> ...and act on it the way Enter would
         if Bu-Mode = 'M'
   if wlen > len-voce move wlen to len-voce end-if

   compute wCol = Bu-c(i) + j - 1 end-compute
   evaluate true
   when j = Bu-Hot(i) and fcoH = 'R'
      display Bu-Item(i) (j:1) at line Bu-r(i) col wcol
        with background-color  bco foreground-color wFcoHot highlight reverse-video end-display
   when j = Bu-Hot(i)
      display Bu-Item(i) (j:1) at line Bu-r(i) col wcol
        with background-color  bco foreground-color wFcoHot highlight end-display
   when fcoH = 'Y'
      display Bu-Item(i) (j:1) at line Bu-r(i) col wcol
         with background-color bco foreground-color fco highlight end-display
   when fcoH = 'R'
      display Bu-Item(i) (j:1) at line Bu-r(i) col wcol
         with background-color bco foreground-color fco reverse-video end-display
   when fcoH = 'U'
      display Bu-Item(i) (j:1) at line Bu-r(i) col wcol
         with background-color bco foreground-color fco underline end-display
   when other
      display Bu-Item(i) (j:1) at line Bu-r(i) col wcol
         with background-color bco foreground-color fco end-display
   end-evaluate

   go to loop1.
loop1-ex.
      move '1'   to Bu-Chk(i)
   end-if
   *> redisplay this button, keeping it shown as the active/highlighted one
   Move wBcoS  to bco
   Move wFcoS  to fco
   Move wFcoSH to fcoH
   perform Display-Button thru Display-Button-ex
   .
Toggle-Checkbox-Ex. exit.
