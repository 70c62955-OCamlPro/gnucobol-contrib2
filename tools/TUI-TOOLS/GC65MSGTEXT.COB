       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC65MSGTEXT.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    The operator-facing texts of the tools in the user's
*>             language. Every screen title, field label, key legend
*>             and message a tool shows is numbered in that tool, and
*>             the message table - ordinary code records in a
*>             TABE0nnn.DAT file (ktab MSG unless GC65_KTAB says
*>             otherwise), maintained through GC81TABCODES like the
*>             help texts - may carry any of them:
*>               data  1-12  program name (GC78SORTCTL)
*>                    14-16  message number (001-200)
*>                    18-75  the text
*>             in any kcod order. The base layer 'H' holds the text in
*>             the base language; a translation is the same kcod in
*>             the language's layer (ktip = the language letter, as
*>             for code descriptions), carrying the same program and
*>             number. The lookup goes through GC67TABLOOKUP, so the
*>             user's language wins, the base text stands in for a
*>             missing translation, and a message filed nowhere leaves
*>             the tool's own built-in text on screen. GC82TABCHECK
*>             lists the base messages a language has no translation
*>             for.
*> Tectonics:  cobc -m GC65MSGTEXT.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC65MSGTEXT" USING MSGTEXT-AREA
*> Parameters: GC65_MSGFILE - TABE file holding the message table
*>                            (default TABE0001.DAT)
*>             GC65_KTAB    - ktab of the message table (default MSG)
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
*> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
*> Version:    1.0 2018.01.01
*> Changelog:  1.0 first release.
*> ************************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  env-value     pic x(80) value spaces.
01  wMsgFile      pic x(80) value 'TABE0001.DAT'.
01  wMsgKtab      pic x(03) value 'MSG'.
01  wIdx          pic 9(02) value 0.
01  wNbr          pic 9(03) value 0.

*>     one message row as GC81TABCODES keys it into Tabe-data
01  wMsgRow       pic x(93) value spaces.
01  wMsgRowR redefines wMsgRow.
    05 mr-program    pic x(12).
    05 filler        pic x(01).
    05 mr-nbr        pic x(03).
    05 filler        pic x(01).
    05 mr-text       pic x(58).
    05 filler        pic x(18).

COPY 'GC67TABLOOKUP.CPY'.

LINKAGE SECTION.
COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION using MSGTEXT-AREA.
Msgtext-Main.
   display 'GC65_MSGFILE' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wMsgFile
   end-if
   display 'GC65_KTAB' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move upper-case(env-value(1:3)) to wMsgKtab
   end-if
   if Mt-File = spaces
      move wMsgFile to Mt-File
   end-if
   if Mt-Count > 200
      move 200 to Mt-Count
   end-if
   move 0   to Mt-Found
   move 'Y' to Mt-Status
   perform varying wNbr from 1 by 1 until wNbr > 200
      move spaces to Mt-Text(wNbr)
   end-perform

   move Mt-File    to Tl-File
   move wMsgKtab   to Tl-Ktab
   move 0          to Tl-AsOf
   move Mt-Lang    to Tl-Lang
   move 'N'        to Tl-List-All
   move spaces     to Tl-From-Kcod
   move 'Y'        to Tl-More
   perform Read-Page thru Read-Page-Ex
           until Tl-More not = 'Y'
   GOBACK.

*> ***********************************************************************************
*>     a page of the message table - the rows of this program whose
*>     number it asked for
*> ***********************************************************************************
Read-Page.
   move 'L' to Tl-Function
   call 'GC67TABLOOKUP' using LOOKUP-AREA
      on exception
         move 'F' to Tl-Status
   end-call
   if Tl-File-Error
      move 'F' to Mt-Status
      move 'N' to Tl-More
      go to Read-Page-Ex
   end-if
   perform varying wIdx from 1 by 1 until wIdx > Tl-List-Count
      move Tl-List-Data(wIdx) to wMsgRow
      if mr-program = Mt-Program and mr-nbr is numeric
         move mr-nbr to wNbr
         if wNbr > 0 and wNbr <= Mt-Count
            move mr-text to Mt-Text(wNbr)
            add 1 to Mt-Found
         end-if
      end-if
   end-perform
   if Tl-List-Count > 0
      move Tl-List-Kcod(Tl-List-Count) to Tl-From-Kcod
   end-if
   continue.
Read-Page-Ex. exit.
