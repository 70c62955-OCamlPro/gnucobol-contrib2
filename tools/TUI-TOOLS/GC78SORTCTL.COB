*>             per OUTFIL record, a numeric check on RECCOUNT, and a
*>             preview of the resulting key sequence as the sort's own
*>             display-key-parms would show it.
*>             Nothing is saved inside a change-freeze window for the
*>             sort control files (GC74FREEZE, scope SORTCTL) unless a
*>             promote-role user takes the logged emergency override
*>             (GC74_OVERRIDE).
*>             Its operator texts are GC65MSGTEXT messages 1-26, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC78SORTCTL.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC78SORTCTL
*> Parameters:
COPY 'GC01BOX.CPY'.
COPY 'GC09BUTTONS.CPY'.
COPY 'GC98KEYCODE.CPY'.
COPY 'GC74FREEZE.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-26 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' SORT CONTROL FILE MAINTENANCE'.
    05 filler pic x(58) value ' Enter=Select  ESC=Exit'.
    05 filler pic x(58) value ' SRTKEYS - sort key parameters '.
    05 filler pic x(58) value '(field C/B/F/L/P/Z/T, direction A/D)'.
    05 filler pic x(58) value ' key  field  dir  trl#'.
    05 filler pic x(58) value ' validation failed - correct the keys or ESC to abandon '.
    05 filler pic x(58) value ' Enter=Save  ESC=abandon'.
    05 filler pic x(58) value '<- field must be C/B/F/L/P/Z/T'.
    05 filler pic x(58) value '<- direction must be A or D'.
    05 filler pic x(58) value '<- T key needs trl# 1-9'.
    05 filler pic x(58) value ' Preview - key sequence as the run will report it:       '.
    05 filler pic x(58) value ' SRTKEYS saved                            '.
    05 filler pic x(58) value ' OUTFIL - output-split ranges (first matching range wins)'.
    05 filler pic x(58) value ' nbr  lo     hi     file id              '.
    05 filler pic x(58) value ' validation failed - correct the ranges or ESC to abandon '.
    05 filler pic x(58) value '<- LO is above HI'.
    05 filler pic x(58) value '<- file id required'.
    05 filler pic x(58) value '<- overlaps an earlier range'.
    05 filler pic x(58) value ' OUTFIL saved                             '.
    05 filler pic x(58) value ' RECCOUNT - how many test records iosqpd03 generates'.
    05 filler pic x(58) value ' record count (1-9999999): '.
    05 filler pic x(58) value ' must be numeric and above zero           '.
    05 filler pic x(58) value ' RECCOUNT saved                           '.
    05 filler pic x(58) value '    key '.
    05 filler pic x(58) value ' field='.
    05 filler pic x(58) value ' direction='.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 26 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(80) value ' SORT CONTROL FILE MAINTENANCE                                                  '.
    05 filler pic x(80) value ' Enter=Select  ESC=Exit                                                         '.
    05 filler pic x(80) value ' SRTKEYS - sort key parameters (field C/B/F/L/P/Z/T, direction A/D)            '.
    05 filler pic x(80) value ' Enter=Save  ESC=abandon                                                       '.
    05 filler pic x(80) value ' OUTFIL - output-split ranges (first matching range wins)                      '.
    05 filler pic x(80) value ' RECCOUNT - how many test records iosqpd03 generates                           '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(80) occurs 6 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
  set environment 'COB_SCREEN_ESC'        TO 'Y'.

  move '001001025080' to Box-rc
  set Box-bco to green  move 'N' to Box-3D
  CALL "GC01BOX" USING BY CONTENT BOX-AREA
  display wLong(1)(1:80)
         at 0101 :BCOL: green :FCOL: white highlight
  display wLong(2)(1:80)
         at 2501 :BCOL: green :FCOL: white highlight

  move low-value to Buttons-Area
   perform Load-SrtKeys thru Load-SrtKeys-Ex.
Edit-SrtKeys-Screen.
   display ' ' at 0101 with blank screen
   display wLong(3)(1:79)
          at 0101 :BCOL: green :FCOL: white highlight
   display wText(5)(1:22) at 0301 :BCOL: black :FCOL: cyan
   perform varying wIdx from 1 by 1 until wIdx > 6
      compute wRow = 3 + wIdx
      display wIdx at line wRow column 02 :BCOL: black :FCOL: white
   end-perform
   perform Validate-SrtKeys thru Validate-SrtKeys-Ex
   if wErrs > 0
      display wText(6)(1:56)
             at 2201 :BCOL: red :FCOL: white
      go to Edit-SrtKeys-Screen
   end-if
   perform Preview-SrtKeys thru Preview-SrtKeys-Ex
   display wLong(4)(1:79)
          at 2501 :BCOL: green :FCOL: white highlight
   accept omitted
   if ws-KEY = K-ENTER
         if wKeyField(wIdx) not = 'C' and not = 'B' and not = 'F'
            and not = 'L' and not = 'P' and not = 'Z' and not = 'T'
            add 1 to wErrs
            display wText(8)(1:30)
                   at line wRow column 25 :BCOL: red :FCOL: white
         end-if
         if wKeyDir(wIdx) not = 'A' and not = 'D'
            add 1 to wErrs
            display wText(9)(1:27)
                   at line wRow column 25 :BCOL: red :FCOL: white
         end-if
         if wKeyField(wIdx) = 'T'
            and (wKeyTrl(wIdx) < '1' or wKeyTrl(wIdx) > '9')
            add 1 to wErrs
            display wText(10)(1:23)
                   at line wRow column 25 :BCOL: red :FCOL: white
         end-if
      end-if
Preview-SrtKeys.
*>     the same wording display-key-parms uses inside the sort, so the
*>     operator sees exactly what the run banner will say
   display wText(11)(1:57)
          at 1201 :BCOL: black :FCOL: cyan
   move 0 to wIdx2
   perform varying wIdx from 1 by 1 until wIdx > 6
         add 1 to wIdx2
         compute wRow = 12 + wIdx2
         move spaces to wMsg
         string wText(24)(1:8) wIdx2 wText(25)(1:7) wKeyField(wIdx)
                wText(26)(1:11) wKeyDir(wIdx)
                delimited by size into wMsg
         display wMsg at line wRow column 01 :BCOL: black :FCOL: white
      end-if
Preview-SrtKeys-Ex. exit.

Save-SrtKeys.
   perform Check-Freeze thru Check-Freeze-Ex
   if Fz-Frozen
      go to Save-SrtKeys-Ex
   end-if
   open output KeyFile
   perform varying wIdx from 1 by 1 until wIdx > 6
      if wKeyField(wIdx) not = space
      end-if
   end-perform
   close KeyFile
   display wText(12)(1:42)
          at 2201 :BCOL: green :FCOL: white
   continue.
Save-SrtKeys-Ex. exit.
   perform Load-Outfil thru Load-Outfil-Ex.
Edit-Outfil-Screen.
   display ' ' at 0101 with blank screen
   display wLong(5)(1:79)
          at 0101 :BCOL: green :FCOL: white highlight
   display wText(14)(1:41) at 0301 :BCOL: black :FCOL: cyan
   perform varying wIdx from 1 by 1 until wIdx > 10
      compute wRow = 3 + wIdx
      display wIdx at line wRow column 02 :BCOL: black :FCOL: white
   end-perform
   perform Validate-Outfil thru Validate-Outfil-Ex
   if wErrs > 0
      display wText(15)(1:58)
             at 2201 :BCOL: red :FCOL: white
      go to Edit-Outfil-Screen
   end-if
   display wLong(4)(1:79)
          at 2501 :BCOL: green :FCOL: white highlight
   accept omitted
   if ws-KEY = K-ENTER
      if wOutLo(wIdx) not = spaces
         if wOutLo(wIdx) > wOutHi(wIdx)
            add 1 to wErrs
            display wText(16)(1:17)
                   at line wRow column 42 :BCOL: red :FCOL: white
         end-if
         if wOutFileid(wIdx) = spaces
            add 1 to wErrs
            display wText(17)(1:19)
                   at line wRow column 42 :BCOL: red :FCOL: white
         end-if
         perform varying wIdx2 from 1 by 1 until wIdx2 >= wIdx
               and wOutLo(wIdx) <= wOutHi(wIdx2)
               and wOutHi(wIdx) >= wOutLo(wIdx2)
               add 1 to wErrs
               display wText(18)(1:28)
                      at line wRow column 42 :BCOL: red :FCOL: white
            end-if
         end-perform
Validate-Outfil-Ex. exit.

Save-Outfil.
   perform Check-Freeze thru Check-Freeze-Ex
   if Fz-Frozen
      go to Save-Outfil-Ex
   end-if
   open output OutfilFile
   perform varying wIdx from 1 by 1 until wIdx > 10
      if wOutLo(wIdx) not = spaces
      end-if
   end-perform
   close OutfilFile
   display wText(19)(1:42)
          at 2201 :BCOL: green :FCOL: white
   continue.
Save-Outfil-Ex. exit.
   end-if.
Edit-RecCount-Screen.
   display ' ' at 0101 with blank screen
   display wLong(6)(1:79)
          at 0101 :BCOL: green :FCOL: white highlight
   display wText(21)(1:27) at 0502 :BCOL: black :FCOL: white
   accept wRecCount at 0530 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE
      go to Edit-RecCount-Ex
   end-if
   if wRecCount(1:7) is not numeric or numval(wRecCount) = 0
      display wText(22)(1:42)
             at 0702 :BCOL: red :FCOL: white
      go to Edit-RecCount-Screen
   end-if
   display wLong(4)(1:79)
          at 2501 :BCOL: green :FCOL: white highlight
   accept omitted
   if ws-KEY = K-ENTER
      perform Check-Freeze thru Check-Freeze-Ex
   end-if
   if ws-KEY = K-ENTER and not Fz-Frozen
      open output RecCntFile
      move wRecCount to rc-value
      write RecCntFile-record
      close RecCntFile
      display wText(23)(1:42)
             at 0902 :BCOL: green :FCOL: white
   end-if.
Edit-RecCount-Ex. exit.

*> ***********************************************************************************
*> change-freeze windows (GC74FREEZE) - scope SORTCTL covers all three
*> files; inside a window the save is refused with the window's reason
*> ***********************************************************************************
Check-Freeze.
   move 'GC78SORTCTL' to Fz-Tool
   move 'SORTCTL'     to Fz-Scope
   call 'GC74FREEZE' using FREEZE-AREA
      on exception move 'O' to Fz-Status
   end-call
   if not Fz-Open
      display Fz-Message at 2201 :BCOL: red :FCOL: white
      accept omitted
   end-if
   continue.
Check-Freeze-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC78SORTCTL' to Mt-Program
   move 26 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 26
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(1)(1:30)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(2)(1:23)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(3)(1:31) wText(4)(1:36)
          delimited by size into wLong(3)
   end-string
   move spaces to wLong(4)
   string wText(7)(1:24)
          delimited by size into wLong(4)
   end-string
   move spaces to wLong(5)
   string wText(13)(1:57)
          delimited by size into wLong(5)
   end-string
   move spaces to wLong(6)
   string wText(20)(1:52)
          delimited by size into wLong(6)
   end-string
   continue.
Load-Texts-Ex. exit.
