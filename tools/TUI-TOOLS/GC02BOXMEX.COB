*> License:    Copyright 2016 E.Di Lorenzo - GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.0 2016.07.01
*> Changelog:  1.0 first release.
*>             1.1 2026.10.15 colour themes - under a GC61THEME theme
*>                 the box and its lines take the colours of the
*>                 message's role (Bxm-Role).
*> ***********************************************************************************
DATA DIVISION.
WORKING-STORAGE SECTION.
01  wCol   pic 999.
01  i      pic 999.
01  wKey   pic x value space.
*> the message lines' colours - the caller's, or the theme's
01  wMBco  pic 9 value 0.
01  wMFco  pic 9 value 7.
01  wMAtt  pic x value "N".
01  wRx    pic 9 value 0.

copy 'GC01BOX.CPY'.

copy 'GC12WINSTACK.CPY'.

copy 'GC61THEME.CPY'.

LINKAGE SECTION.
copy 'GC02BOXMEX.CPY'.

move Bxm-bco   to Box-bco
move Bxm-fco   to Box-fco
move Bxm-fcoH  to Box-fcoH
move Bxm-bcoM  to wMBco
move Bxm-fcoM  to wMFco
move "N"       to wMAtt
if Bxm-fcoMH = "Y" move "H" to wMAtt end-if

*> under the session's colour theme the message's role gives the
*> colours: the caller's, else a red message is an error, a brown one
*> a warning; the box is drawn in the same role
move 'G' to Th-Function
call "GC61THEME" using THEME-AREA on exception move 'N' to Th-Active end-call
if Th-Active = 'Y'
   evaluate true
     when Bxm-Role = "E"  move "E" to Box-Role
     when Bxm-Role = "W"  move "W" to Box-Role
     when Bxm-Role = "N"  move "F" to Box-Role
     when Bxm-bco = 4 or Bxm-bcoM = 4 or Bxm-fcoM = 4
                          move "E" to Box-Role
     when Bxm-bco = 6 or Bxm-bcoM = 6 or Bxm-fcoM = 6
                          move "W" to Box-Role
     when other           move "F" to Box-Role
   end-evaluate
   evaluate Box-Role
     when "E"    move TH-ERROR   to wRx
     when "W"    move TH-WARNING to wRx
     when other  move TH-TEXT    to wRx
   end-evaluate
   move Th-Bco(wRx) to wMBco
   move Th-Fco(wRx) to wMFco
   move Th-Att(wRx) to wMAtt
end-if
call "GC01BOX" using Box-Area

*> ***********************************************************************************
perform varying i from 1 by 1 until i > 20 or Bxm-mex(i) = low-value
   compute wRow = Bxm-r1 + i end-compute
   if wRow < Bxm-r2
      evaluate wMAtt
      when "H"
         display Bxm-mex(i)(1:35) at line wRow col wCol
                 with background-color wMBco foreground-color wMFco highlight end-display
      when "R"
         display Bxm-mex(i)(1:35) at line wRow col wCol
                 with background-color wMBco foreground-color wMFco reverse-video end-display
      when "U"
         display Bxm-mex(i)(1:35) at line wRow col wCol
                 with background-color wMBco foreground-color wMFco underline end-display
      when other
         display Bxm-mex(i)(1:35) at line wRow col wCol
                 with background-color wMBco foreground-color wMFco end-display
      end-evaluate
   end-if
end-perform

