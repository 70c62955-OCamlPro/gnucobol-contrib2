*>                 from a TABE table file (Dtp-HolFile/Dtp-HolKtab),
*>                 marked in the grid, optional refusal of non-working
*>                 days, next/previous business day returned.
*>             1.3 2026.10.15 holidays read through the GC67TABLOOKUP
*>                 service - only holiday codes in force today count.
*>             1.4 2026.10.15 the week-number heading is GC65MSGTEXT
*>                 message 1 (program GC56DATEPICK in the message
*>                 table), shown in the signed-on user's language.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   CURSOR IS wCursorPos.
REPOSITORY.
    FUNCTION ALL INTRINSIC.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 black   constant as 0.
01 blue    constant as 1.
01  wClickCol    pic s9(03) value 0.

*> holiday calendar loaded from the caller's TABE table file
01  wHolTabl.
    05 wHolCount pic 9(03) value 0.
    05 wHolDate  pic 9(08) occurs 100 times.
copy 'GC98KEYCODE.CPY'.
copy 'GC01BOX.CPY'.
copy 'GC12WINSTACK.CPY'.
copy 'GC67TABLOOKUP.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-1 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value "Wk".
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 1 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

LINKAGE SECTION.
copy 'GC56DATEPICKER.CPY'.
*>           P R O C E D U R E   D I V I S I O N
*> ***********************************************************************************
PROCEDURE DIVISION using Datepicker-Area.
   perform Load-Texts thru Load-Texts-Ex
*> sets in order to detect the PgUp, PgDn, PrtSc(screen print), Esc keys,
set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
set environment 'COB_SCREEN_ESC'        TO 'Y'.

*> ***********************************************************************************
*> LOAD THE HOLIDAY TABLE the caller pointed at - each code record
*> under the named ktab carries one YYYYMMDD in Tabe-data(1:8);
*> the codes come a page at a time from the shared lookup service
*> ***********************************************************************************
Load-Holidays.
   move 0 to wHolCount
   if Dtp-HolFile = spaces
      go to Load-Holidays-Ex
   end-if
   move "L"         to Tl-Function
   move Dtp-HolFile to Tl-File
   move Dtp-HolKtab to Tl-Ktab
   move spaces      to Tl-From-Kcod
   move 0           to Tl-AsOf
   move "H"         to Tl-Lang
   move "N"         to Tl-List-All
   .
Load-Holidays-Page.
   call "GC67TABLOOKUP" using LOOKUP-AREA
      on exception
         go to Load-Holidays-Ex
   end-call
   if Tl-Status not = "Y"
      go to Load-Holidays-Ex
   end-if
   perform varying wHolIdx from 1 by 1 until wHolIdx > Tl-List-Count
      if Tl-List-Data(wHolIdx)(1:8) is numeric
         and wHolCount < 100
         add 1 to wHolCount
         move Tl-List-Data(wHolIdx)(1:8) to wHolDate(wHolCount)
      end-if
   end-perform
   if Tl-More = "Y" and wHolCount < 100
      move Tl-List-Kcod(Tl-List-Count) to Tl-From-Kcod
      go to Load-Holidays-Page
   end-if
   .
Load-Holidays-Ex. exit.


Display-WeekdayRow.
   if Dtp-ShowWeek = "Y"
      display wText(1)(1:2) at line (Dtp-r1 + 2) col (Dtp-c1 + wWkW - 1)
         with background-color Dtp-bco foreground-color Dtp-fco
      end-display
   end-if
   .
Fill-Range-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read on every
*>     call (the program is initial); a message the table does not
*>     carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC56DATEPICK' to Mt-Program
   move 1 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 1
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.

End Program GC56DATEPICKER.
