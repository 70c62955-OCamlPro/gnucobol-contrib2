*>             way every GC-number widget is - so the table tools
*>             stop hand-building their selection screens out of
*>             buttons and private tables.
*>             Under a GC61THEME colour theme the list is drawn in the
*>             theme's text, highlight-bar and frame colours instead.
*> Tectonics:  cobc -m GC10PICKLIST.COB
*> Usage:      call "GC10PICKLIST" using PICKLIST-AREA
*> Parameters: look at GC10PICKLIST.CPY
01  wProbe       pic 9(03) value 0.
01  wFound       pic x(01) value 'N'.

*> the colours drawn with - the caller's, or the session theme's
01  wBco         pic 9(01) value 0.
01  wFco         pic 9(01) value 7.
01  wBcoSel      pic 9(01) value 0.
01  wFcoSel      pic 9(01) value 7.
01  wAttSel      pic x(01) value 'H'.

copy 'GC01BOX.CPY'.
copy 'GC98KEYCODE.CPY'.
copy 'GC12WINSTACK.CPY'.
copy 'GC61THEME.CPY'.

LINKAGE SECTION.
copy 'GC10PICKLIST.CPY'.
      move 1 to wBar
   end-if
   move 1 to wTop
   perform Take-Colours thru Take-Colours-Ex
   perform Settle-Window thru Settle-Window-Ex
   compute wShowLen = Pk-Width - 2
   perform Draw-Border thru Draw-Border-Ex
   continue.
Settle-Window-Ex. exit.

Take-Colours.
   move Pk-bco    to wBco
   move Pk-fco    to wFco
   move Pk-bcoSel to wBcoSel
   move Pk-fcoSel to wFcoSel
   move 'H'       to wAttSel
   move 'G' to Th-Function
   call "GC61THEME" using THEME-AREA
      on exception
         move 'N' to Th-Active
   end-call
   if Th-Active = 'Y'
      move Th-Bco(TH-TEXT) to wBco
      move Th-Fco(TH-TEXT) to wFco
      move Th-Bco(TH-BAR)  to wBcoSel
      move Th-Fco(TH-BAR)  to wFcoSel
      move Th-Att(TH-BAR)  to wAttSel
   end-if
   continue.
Take-Colours-Ex. exit.

Draw-Border.
   initialize Box-Area all to value
   move Pk-r1 to Box-r1
   compute Box-c2 = Pk-c1 + Pk-Width - 1
   move Pk-bco to Box-bco
   move Pk-fco to Box-fco
   move 'F' to Box-Role
   move Pk-tit to Box-tit
   move Pk-titDes to Box-titDes
   call "GC01BOX" using Box-Area
      compute wIdx = wTop + wRow - 1
      compute wLine = Pk-r1 + wRow
      if wIdx <= Pk-Count
         evaluate true
            when wIdx not = wBar
               display Pk-Item(wIdx)(1:wShowLen)
                  at line wLine col (Pk-c1 + 1)
                  with background-color wBco
                       foreground-color wFco
               end-display
            when wAttSel = 'R'
               display Pk-Item(wIdx)(1:wShowLen)
                  at line wLine col (Pk-c1 + 1)
                  with background-color wBcoSel
                       foreground-color wFcoSel reverse-video
               end-display
            when wAttSel = 'U'
               display Pk-Item(wIdx)(1:wShowLen)
                  at line wLine col (Pk-c1 + 1)
                  with background-color wBcoSel
                       foreground-color wFcoSel underline
               end-display
            when other
               display Pk-Item(wIdx)(1:wShowLen)
                  at line wLine col (Pk-c1 + 1)
                  with background-color wBcoSel
                       foreground-color wFcoSel highlight
               end-display
         end-evaluate
      else
         display space at line wLine col (Pk-c1 + 1)
            with background-color wBco foreground-color wFco
            size wShowLen
         end-display
      end-if
