*>             row index the way GC10PICKLIST returns its pick.
*>             The screen underneath is saved and restored through
*>             GC12WINSTACK, like every pop-up in the collection.
*>             Under a GC61THEME colour theme the grid is drawn in the
*>             theme's text, title, highlight-bar and frame colours.
*> Tectonics:  cobc -m GC14GRID.COB
*> Usage:      call "GC14GRID" using GRID-AREA
*> Parameters: look at GC14GRID.CPY
01  wJdx         pic 9(03) value 0.
01  wOrderSave   pic 9(03) value 0.

*>     the colours drawn with - the caller's, or the session theme's
01  wBco         pic 9(01) value 0.
01  wFco         pic 9(01) value 7.
01  wBcoHead     pic 9(01) value 0.
01  wFcoHead     pic 9(01) value 7.
01  wAttHead     pic x(01) value 'H'.
01  wBcoSel      pic 9(01) value 0.
01  wFcoSel      pic 9(01) value 7.
01  wAttSel      pic x(01) value 'H'.

copy 'GC01BOX.CPY'.
copy 'GC98KEYCODE.CPY'.
copy 'GC12WINSTACK.CPY'.
copy 'GC61THEME.CPY'.

LINKAGE SECTION.
copy 'GC14GRID.CPY'.
   if wShowLen > 156
      move 156 to wShowLen
   end-if
   perform Take-Colours thru Take-Colours-Ex
   perform Settle-Window thru Settle-Window-Ex
   perform Draw-Border thru Draw-Border-Ex
   perform Draw-Heading thru Draw-Heading-Ex
   continue.
Settle-Window-Ex. exit.

Take-Colours.
   move Gr-bco     to wBco
   move Gr-fco     to wFco
   move Gr-bcoHead to wBcoHead
   move Gr-fcoHead to wFcoHead
   move 'H'        to wAttHead
   move Gr-bcoSel  to wBcoSel
   move Gr-fcoSel  to wFcoSel
   move 'H'        to wAttSel
   move 'G' to Th-Function
   call "GC61THEME" using THEME-AREA
      on exception
         move 'N' to Th-Active
   end-call
   if Th-Active = 'Y'
      move Th-Bco(TH-TEXT)  to wBco
      move Th-Fco(TH-TEXT)  to wFco
      move Th-Bco(TH-TITLE) to wBcoHead
      move Th-Fco(TH-TITLE) to wFcoHead
      move Th-Att(TH-TITLE) to wAttHead
      move Th-Bco(TH-BAR)   to wBcoSel
      move Th-Fco(TH-BAR)   to wFcoSel
      move Th-Att(TH-BAR)   to wAttSel
   end-if
   continue.
Take-Colours-Ex. exit.

Draw-Border.
   initialize Box-Area all to value
   move Gr-r1 to Box-r1
   compute Box-c2 = Gr-c1 + wShowLen + 1
   move Gr-bco to Box-bco
   move Gr-fco to Box-fco
   move 'F' to Box-Role
   move Gr-tit to Box-tit
   move Gr-titDes to Box-titDes
   call "GC01BOX" using Box-Area
      compute wPos = wPos + Gr-Width(wCol) + 1
   end-perform
   compute wLine = Gr-r1 + 1
   evaluate wAttHead
      when 'R'
         display wHeadBuf(1:wShowLen)
            at line wLine col (Gr-c1 + 1)
            with background-color wBcoHead
                 foreground-color wFcoHead reverse-video
         end-display
      when 'U'
         display wHeadBuf(1:wShowLen)
            at line wLine col (Gr-c1 + 1)
            with background-color wBcoHead
                 foreground-color wFcoHead underline
         end-display
      when other
         display wHeadBuf(1:wShowLen)
            at line wLine col (Gr-c1 + 1)
            with background-color wBcoHead
                 foreground-color wFcoHead highlight
         end-display
   end-evaluate
   continue.
Draw-Heading-Ex. exit.

      compute wLine = Gr-r1 + wRow + 1
      if wIdx <= Gr-RowCount
         perform Build-Row-Line thru Build-Row-Line-Ex
         evaluate true
            when wIdx not = wBar
               display wLineBuf(1:wShowLen)
                  at line wLine col (Gr-c1 + 1)
                  with background-color wBco
                       foreground-color wFco
               end-display
            when wAttSel = 'R'
               display wLineBuf(1:wShowLen)
                  at line wLine col (Gr-c1 + 1)
                  with background-color wBcoSel
                       foreground-color wFcoSel reverse-video
               end-display
            when wAttSel = 'U'
               display wLineBuf(1:wShowLen)
                  at line wLine col (Gr-c1 + 1)
                  with background-color wBcoSel
                       foreground-color wFcoSel underline
               end-display
            when other
               display wLineBuf(1:wShowLen)
                  at line wLine col (Gr-c1 + 1)
                  with background-color wBcoSel
                       foreground-color wFcoSel highlight
               end-display
         end-evaluate
      else
         display space at line wLine col (Gr-c1 + 1)
            with background-color wBco foreground-color wFco
            size wShowLen
         end-display
      end-if
