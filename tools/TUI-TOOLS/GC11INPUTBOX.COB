*>             numeric with optional value range, calendar date, or
*>             existence as a code in a TABE table) or the operator
*>             escapes - so the screens stop hand-rolling bare ACCEPT
*>             fields with no checking at all. A code is checked
*>             through the GC67TABLOOKUP service: it must be in force
*>             today, not merely present in the file.
*>             The messages come through GC65MSGTEXT (GC11INPUTBOX
*>             messages 1-9) in the user's language.
*> Tectonics:  cobc -m GC11INPUTBOX.COB
*> Usage:      call "GC11INPUTBOX" using INPUTBOX-AREA
*> Parameters: look at GC11INPUTBOX.CPY
   CRT STATUS IS wCRT-STATUS.
REPOSITORY.
    FUNCTION ALL INTRINSIC.
DATA DIVISION.
WORKING-STORAGE SECTION.

01  wCRT-STATUS  pic 9(04) value 9999.
78  K-ENTER       VALUE 0000.
78  K-ESCAPE      VALUE 2005.

01  wEntry       pic x(40) value spaces.
01  wEntryOk     pic x(01) value 'N'.
01  wErrText     pic x(38) value spaces.
01  wErrNbr      pic 9(03) value 0.
*>     the messages, GC65MSGTEXT 1-9 in the user's language - read
*>     only when one is to be shown
01  wTexts.
    05 filler pic x(38) value 'a value is required'.
    05 filler pic x(38) value 'numeric digits only'.
    05 filler pic x(38) value 'below the allowed range'.
    05 filler pic x(38) value 'above the allowed range'.
    05 filler pic x(38) value 'date must be YYYYMMDD'.
    05 filler pic x(38) value 'not a real calendar date'.
    05 filler pic x(38) value 'code not in force today'.
    05 filler pic x(38) value 'not a code on the table'.
    05 filler pic x(38) value 'code table will not open'.
01  wTextsR redefines wTexts.
    05 wText     pic x(38) occurs 9 times.
01  wIdx         pic 9(02) value 0.
01  wEntryLen    pic 9(02) value 0.
01  wNum         pic s9(15)v99 value 0.
copy 'GC01BOX.CPY'.
copy 'GC98KEYCODE.CPY'.
copy 'GC12WINSTACK.CPY'.
copy 'GC67TABLOOKUP.CPY'.
copy 'GC65MSGTEXT.CPY'.

LINKAGE SECTION.
copy 'GC11INPUTBOX.CPY'.
      call "GC12WINSTACK" using WINSTACK-AREA
      goback
   end-if
   perform Set-Err-Text thru Set-Err-Text-Ex
   display wErrText at line (In-r1 + 3) col (In-c1 + 2)
      with background-color In-bco foreground-color 4 highlight
   end-display
*> ***********************************************************************************
Validate-Entry.
   move 'Y' to wEntryOk
   move 0 to wErrNbr
   compute wEntryLen = length(trim(wEntry trailing))
   if wEntry = spaces
      move 'N' to wEntryOk
      move 1 to wErrNbr
      go to Validate-Entry-Ex
   end-if
   evaluate In-Type
            continue
         when other
            move 'N' to wEntryOk
            move 2 to wErrNbr
      end-evaluate
   end-perform
   if wEntryOk = 'Y'
         compute wLoNum = numval(In-LoVal)
         if wNum < wLoNum
            move 'N' to wEntryOk
            move 3 to wErrNbr
         end-if
      end-if
      if In-HiVal not = spaces
         compute wHiNum = numval(In-HiVal)
         if wNum > wHiNum
            move 'N' to wEntryOk
            move 4 to wErrNbr
         end-if
      end-if
   end-if
*>     zero for the ones that only look like dates
   if wEntryLen not = 8 or wEntry(1:8) is not numeric
      move 'N' to wEntryOk
      move 5 to wErrNbr
      go to Validate-Date-Ex
   end-if
   move wEntry(1:8) to wDate
   compute wDateInt = integer-of-date(wDate)
   if wDateInt = 0
      move 'N' to wEntryOk
      move 6 to wErrNbr
   end-if
   continue.
Validate-Date-Ex. exit.

Validate-Code-Table.
*>     the entry must exist as a code under the caller's table - the
*>     same TABE files every lookup already trusts, resolved by the
*>     shared lookup service
   move 'G'          to Tl-Function
   move In-TabFile   to Tl-File
   move In-TabKtab   to Tl-Ktab
   move wEntry(1:3)  to Tl-Kcod
   move 0            to Tl-AsOf
   move space        to Tl-Lang
   call 'GC67TABLOOKUP' using LOOKUP-AREA
      on exception
         move 'F' to Tl-Status
   end-call
   evaluate true
      when Tl-Found
         continue
      when Tl-Not-In-Force
         move 'N' to wEntryOk
         move 7 to wErrNbr
      when Tl-Not-Found
         move 'N' to wEntryOk
         move 8 to wErrNbr
      when other
         move 'N' to wEntryOk
         move 9 to wErrNbr
   end-evaluate
   continue.
Validate-Code-Table-Ex. exit.

*> ***********************************************************************************
*>     the message of wErrNbr in the session's language
*> ***********************************************************************************
Set-Err-Text.
   move spaces to wErrText
   if wErrNbr < 1 or wErrNbr > 9
      go to Set-Err-Text-Ex
   end-if
   if Mt-Status = space
      move 'GC11INPUTBOX' to Mt-Program
      move 9 to Mt-Count
      call 'GC65MSGTEXT' using MSGTEXT-AREA
         on exception
            move 'F' to Mt-Status
      end-call
      perform varying wIdx from 1 by 1 until wIdx > 9
         if Mt-Status = 'Y' and Mt-Text(wIdx) not = spaces
            move Mt-Text(wIdx) to wText(wIdx)
         end-if
      end-perform
   end-if
   move wText(wErrNbr) to wErrText
   continue.
Set-Err-Text-Ex. exit.

End Program GC11INPUTBOX.
