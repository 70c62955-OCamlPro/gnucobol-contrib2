*> License:    Copyright 2016 E.Di Lorenzo - GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.0 2016.06.15
*> Changelog:  1.0 first release.
*>             1.1 2026.10.15 colour themes - under a GC61THEME theme
*>                 the caller's colours give way to those of the role
*>                 the box plays (Box-Role); the monochrome theme draws
*>                 it flat, in reverse video where the role asks for it.
*> ***********************************************************************************
DATA DIVISION.
WORKING-STORAGE SECTION.
01  t    pic 999.
01  wTitleCol  pic 999.
01  L    pic X(09) VALUE SPACE.
01  wAtt     pic x  value "N".
01  wTitAtt  pic x  value "H".
01  wRx      pic 9  value 0.

01  BOX-CHARS.  *> UpLeft, UpCenter, UpRight, MiwCharleLeft, MC, MR, LowLeft, LC, LR
   *> DA C4 BF  SINGLE LINE BOX
       X"E2" & X"95" & X"B0" & X"E2" & X"94" & X"80" & X"E2" & X"95" & X"AF".


copy 'GC61THEME.CPY'.

LINKAGE SECTION.
copy 'GC01BOX.CPY'.


if box-beep = 'Y' CALL X"E5"  END-IF *> ring the bell

*> the session's colour theme, if any, in place of the caller's colours
move 'G' to Th-Function
call "GC61THEME" using THEME-AREA on exception move 'N' to Th-Active end-call
if Th-Active = 'Y' perform Apply-Theme thru Apply-Theme-Ex end-if

if Box-style = "U"
*> ***********************************************************************************
*> rounded-corner Unicode box (flat only - Box-3D shading needs single-byte
                                                       move L(9:1) to wChar
     end-evaluate

     evaluate true
     when wAtt = "R"
        display wChar at line i col j with background-color box-bco foreground-color box-fco reverse-video end-display
     when Box-fcoH = "Y"
        display wChar at line i col j with background-color box-bco foreground-color box-fco highlight end-display
     when other
        display wChar at line i col j with background-color box-bco foreground-color box-fco end-display
     end-evaluate
   end-perform
 end-perform

     add 1 to wTitleCol
     add 1 to t
     if Box-titDes(t:1) = low-value go to TitleDisplayEx end-if.
     if wTitAtt = 'R'
        display Box-TitDes(t:1) at line Box-r1 col wTitleCol
                 with background-color  Box-titBco foreground-color Box-titFco reverse-video end-display
     else
     if Box-tit = 'Y'
        display Box-TitDes(t:1) at line Box-r1 col wTitleCol
                 with background-color  Box-titBco foreground-color Box-titFco highlight end-display
        display Box-TitDes(t:1) at line Box-r1 col wTitleCol
                 with background-color  Box-titBco foreground-color Box-titFco end-display
     end-if
     end-if
     go TitleDisplayLoop.
TitleDisplayEx.

                                                            move LU(25:3) to wChar3
        end-evaluate

        evaluate true
        when wAtt = "R"
           display wChar3 at line i col j with background-color box-bco foreground-color box-fco reverse-video end-display
        when Box-fcoH = "Y"
           display wChar3 at line i col j with background-color box-bco foreground-color box-fco highlight end-display
        when other
           display wChar3 at line i col j with background-color box-bco foreground-color box-fco end-display
        end-evaluate
      end-perform
    end-perform
    .
Display-Unicode-Box-Ex. exit.

*> ***********************************************************************************
*> the theme's colours for the role the box plays - named by the caller,
*> else a red box is an error, a brown one a warning, any other a frame
*> ***********************************************************************************
Apply-Theme.
    evaluate true
      when Box-Role = "N"  move TH-TEXT    to wRx
      when Box-Role = "B"  move TH-BAR     to wRx
      when Box-Role = "E"  move TH-ERROR   to wRx
      when Box-Role = "W"  move TH-WARNING to wRx
      when Box-Role = "D"  move TH-DIM     to wRx
      when Box-Role = "I"  move TH-INPUT   to wRx
      when Box-Role = "F"  move TH-FRAME   to wRx
      when Box-bco = red or (Box-bco = black and Box-fco = red)
                           move TH-ERROR   to wRx
      when Box-bco = yellow or (Box-bco = black and Box-fco = yellow)
                           move TH-WARNING to wRx
      when other           move TH-FRAME   to wRx
    end-evaluate
    move Th-Bco(wRx) to Box-bco
    move Th-Fco(wRx) to Box-fco
    move Th-Att(wRx) to wAtt
    if wAtt = "H" move "Y" to Box-fcoH else move "N" to Box-fcoH end-if
    move Th-Bco(TH-TITLE) to Box-titBco
    move Th-Fco(TH-TITLE) to Box-titFco
    move Th-Att(TH-TITLE) to wTitAtt
    if Th-Mono = "Y" move "N" to Box-3D end-if
    .
Apply-Theme-Ex. exit.

End Program GC01BOX.
