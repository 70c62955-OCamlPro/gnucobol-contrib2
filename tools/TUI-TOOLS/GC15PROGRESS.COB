*>             Time arithmetic is seconds-of-day with a midnight
*>             wrap, the same treatment the dashboard's rate line
*>             uses.
*>             Under a GC61THEME colour theme the frame, bar, detail
*>             and done lines take the theme's frame, text, dimmed and
*>             title colours in place of the white-on-blue.
*>             Its operator texts are GC65MSGTEXT messages 1-6, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -m GC15PROGRESS.COB
*> Usage:      CALL "GC15PROGRESS" USING PROGRESS-AREA
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
01  wWork         pic 9(07) value 0.
01  wRowB         pic 9(02) value 0.

*>     the colours drawn with - white on blue, or the session theme's
01  wBco          pic 9(01) value 1.
01  wFcoBar       pic 9(01) value 7.
01  wAttBar       pic x(01) value 'N'.
01  wFcoInfo      pic 9(01) value 3.
01  wAttInfo      pic x(01) value 'N'.
01  wFcoDone      pic 9(01) value 2.
01  wAttDone      pic x(01) value 'N'.
01  wLineFco      pic 9(01) value 7.
01  wLineAtt      pic x(01) value 'N'.

COPY 'GC01BOX.CPY'.
COPY 'GC61THEME.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-6 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' done'.
    05 filler pic x(58) value ' of '.
    05 filler pic x(58) value '  elapsed '.
    05 filler pic x(58) value '  remaining '.
    05 filler pic x(58) value ' units  elapsed '.
    05 filler pic x(58) value '  (total unknown)'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 6 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

LINKAGE SECTION.
COPY 'GC15PROGRESS.CPY'.
*> ***********************************************************************************
PROCEDURE DIVISION using PROGRESS-AREA.
Progress-Entry.
   perform Load-Texts thru Load-Texts-Ex
   evaluate Pr-Action
      when 'INIT'
         accept wNowTime from time
                           + numval(wNowTime(3:2)) * 60
                           + numval(wNowTime(5:2))
         move 0 to wSpin
         perform Take-Colours thru Take-Colours-Ex
         perform Draw-Frame thru Draw-Frame-Ex
         perform Draw-Bar thru Draw-Bar-Ex
      when 'STEP'
      when 'DONE'
         perform Draw-Bar thru Draw-Bar-Ex
         compute wRowB = Pr-Row + 1
         move wText(1)(1:5) to wMsg
         move wFcoDone to wLineFco
         move wAttDone to wLineAtt
         perform Show-Line thru Show-Line-Ex
      when other
         continue
   end-evaluate
   GOBACK.

Take-Colours.
   set  wBco     to blue
   set  wFcoBar  to white
   set  wFcoInfo to cyan
   set  wFcoDone to green
   move 'N' to wAttBar wAttInfo wAttDone
   move 'G' to Th-Function
   call 'GC61THEME' using THEME-AREA
      on exception
         move 'N' to Th-Active
   end-call
   if Th-Active = 'Y'
      move Th-Bco(TH-TEXT)  to wBco
      move Th-Fco(TH-TEXT)  to wFcoBar
      move Th-Att(TH-TEXT)  to wAttBar
*>    the bar stands out as the theme's highlight bar does
      if Th-Att(TH-BAR) = 'R' or Th-Att(TH-BAR) = 'U'
         move Th-Att(TH-BAR) to wAttBar
      end-if
      move Th-Fco(TH-DIM)   to wFcoInfo
      move Th-Att(TH-DIM)   to wAttInfo
      move Th-Fco(TH-TITLE) to wFcoDone
      move Th-Att(TH-TITLE) to wAttDone
   end-if
   continue.
Take-Colours-Ex. exit.

Draw-Frame.
   initialize Box-Area all to value
   move Pr-Row to Box-r1
   move 070    to Box-c2
   set Box-bco to blue
   set Box-fco to white
   move 'F' to Box-Role
   move 'Y' to Box-tit
   move Pr-Title to Box-titDes(1:40)
   call 'GC01BOX' using by content BOX-AREA
      move spaces to wMsg
      string wBar ' ' wPct '%' delimited by size into wMsg
      compute wRowB = Pr-Row + 1
      move wFcoBar to wLineFco
      move wAttBar to wLineAtt
      perform Show-Line thru Show-Line-Ex
      move spaces to wMsg
      string ' ' Pr-Done wText(2)(1:4) Pr-Total
             wText(3)(1:10) wElapsedEd
             wText(4)(1:12) wRemainEd
             delimited by size into wMsg
      compute wRowB = Pr-Row + 2
      move wFcoInfo to wLineFco
      move wAttInfo to wLineAtt
      perform Show-Line thru Show-Line-Ex
   else
*>    indeterminate: a walking marker, the count, the clock
      add 1 to wSpin
      move spaces to wMsg
      string wBar ' ...' delimited by size into wMsg
      compute wRowB = Pr-Row + 1
      move wFcoBar to wLineFco
      move wAttBar to wLineAtt
      perform Show-Line thru Show-Line-Ex
      move spaces to wMsg
      string ' ' Pr-Done wText(5)(1:16) wElapsedEd
             wText(6)(1:17)
             delimited by size into wMsg
      compute wRowB = Pr-Row + 2
      move wFcoInfo to wLineFco
      move wAttInfo to wLineAtt
      perform Show-Line thru Show-Line-Ex
   end-if
   continue.
Draw-Bar-Ex. exit.

*>     one line of the widget, in the colour and attribute given
Show-Line.
   evaluate wLineAtt
      when 'H'
         display wMsg(1:56) at line wRowB column 12
                :BCOL: wBco :FCOL: wLineFco highlight
      when 'R'
         display wMsg(1:56) at line wRowB column 12
                :BCOL: wBco :FCOL: wLineFco reverse-video
      when 'U'
         display wMsg(1:56) at line wRowB column 12
                :BCOL: wBco :FCOL: wLineFco underline
      when other
         display wMsg(1:56) at line wRowB column 12
                :BCOL: wBco :FCOL: wLineFco
   end-evaluate
   continue.
Show-Line-Ex. exit.

Edit-Hms.
*>     wWork seconds -> 'hh:mm:ss' in wMsg(1:8)
   compute wHh = wWork / 3600
   move wSs to wMsg(7:2)
   continue.
Edit-Hms-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC15PROGRESS' to Mt-Program
   move 6 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 6
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
END PROGRAM GC15PROGRESS.
