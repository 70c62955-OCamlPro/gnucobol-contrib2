*>             TABE0001.DAT; ktab GC13_KTAB, default HLP), one line
*>             per record in kcod order, maintained through the
*>             existing table tools - writing help is a GC81TABCODES
*>             session, not a recompile. The lines are read through
*>             the GC67TABLOOKUP service, so a help line keyed in the
*>             session language's layer (TABLANG) replaces the base
*>             line, and lines outside their validity window are not
*>             shown.
*>             Its operator texts are GC65MSGTEXT messages 1-2, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -m GC13HELP.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC13HELP" USING HELP-AREA
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
   CRT STATUS IS ws-KEY.
REPOSITORY.
    FUNCTION ALL INTRINSIC.
DATA DIVISION.
WORKING-STORAGE SECTION.

01 black   constant as 0.

01  ws-KEY        PIC 9(04) VALUE 9999.

01  HELPFSPEC     pic x(80) value 'TABE0001.DAT'.
01  env-value     pic x(20) value spaces.
01  wHelpKtab     pic x(03) value 'HLP'.
01  wWantTopic    pic x(08) value spaces.
01  wRow          pic 9(02) value 0.
01  wShown        pic 9(02) value 0.
01  wMsg          pic x(58) value spaces.
01  wLx           pic 9(02) value 0.

COPY 'GC01BOX.CPY'.
COPY 'GC12WINSTACK.CPY'.
COPY 'GC67TABLOOKUP.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-2 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' PgUp/PgDn=page  Enter/ESC=close '.
    05 filler pic x(58) value ' HELP - '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 2 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

LINKAGE SECTION.
COPY 'GC13HELP.CPY'.
*> ***********************************************************************************
PROCEDURE DIVISION using HELP-AREA.
Show-Help.
   perform Load-Texts thru Load-Texts-Ex
   move space to Hp-Ok
   display 'GC13_HELPFILE' upon environment-name
   accept env-value from environment-value

*> ***********************************************************************************
*>     the help table: code records of the HLP ktab whose data names
*>     this program and topic, one 53-byte line each, in kcod order,
*>     a page of codes at a time from the shared lookup service
*> ***********************************************************************************
Collect-Lines.
   move 0 to wLineCount
   move 'L'       to Tl-Function
   move HELPFSPEC to Tl-File
   move wHelpKtab to Tl-Ktab
   move spaces    to Tl-From-Kcod
   move 0         to Tl-AsOf
   move space     to Tl-Lang
   move 'N'       to Tl-List-All.
Collect-Lines-Page.
   call 'GC67TABLOOKUP' using LOOKUP-AREA
      on exception
         go to Collect-Lines-Ex
   end-call
   if Tl-Status not = 'Y'
      go to Collect-Lines-Ex
   end-if
   perform varying wLx from 1 by 1 until wLx > Tl-List-Count
      if Tl-List-Data(wLx)(1:12) = Hp-Program
         and Tl-List-Data(wLx)(14:8) = wWantTopic
         and wLineCount < 90
         add 1 to wLineCount
         move Tl-List-Data(wLx)(23:53) to wHelpLine(wLineCount)
      end-if
   end-perform
   if Tl-More = 'Y' and wLineCount < 90
      move Tl-List-Kcod(Tl-List-Count) to Tl-From-Kcod
      go to Collect-Lines-Page
   end-if
   continue.
Collect-Lines-Ex. exit.

   move 'Y' to Box-fill
   call 'GC01BOX' using by content BOX-AREA
   move spaces to wMsg
   string wText(2)(1:8) trim(Hp-Program) ' / ' trim(wWantTopic)
          delimited by size into wMsg
   display wMsg at 0412 :BCOL: cyan :FCOL: white highlight
   move 0 to wShown
      display wHelpLine(wIdx) at line wRow column 13
             :BCOL: cyan :FCOL: white
   end-perform
   display wText(1)(1:33) at 2012
          :BCOL: cyan :FCOL: black
   continue.
Draw-Help-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC13HELP' to Mt-Program
   move 2 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 2
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
END PROGRAM GC13HELP.
