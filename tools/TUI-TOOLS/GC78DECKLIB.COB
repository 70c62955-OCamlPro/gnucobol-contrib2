*>             drvsqf01a recipe wrapper resolves DRVSQF01A_DECK/
*>             DRVSQF01A_DECKVER against the same catalog at run time
*>             and records the applied version in its run log.
*>             The report-definition decks rptsqf01a lays its
*>             listings out by (RPTCARDS) are checked in the same way
*>             and share the catalog; rptsqf01a resolves them through
*>             RPTSQF01A_DECK/RPTSQF01A_DECKVER.
*>             No deck is checked in inside a change-freeze window for
*>             the sort control files (GC74FREEZE, scope SORTCTL)
*>             unless a promote-role user takes the logged emergency
*>             override (GC74_OVERRIDE).
*>             Its operator texts are GC65MSGTEXT messages 1-20, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC78DECKLIB.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC78DECKLIB
*> Parameters:
          organization is line sequential
          file status  is DeckFileB-fs.
   select CardsIn
          assign       to wCardsSpec
          organization is line sequential
          file status  is CardsIn-fs.

01  CardsIn-fs    pic x(02) value spaces.
01  wDeckSpec     pic x(20) value spaces.
01  wDeckSpecB    pic x(20) value spaces.
*>     the card file a check-in copies - SRTCARDS or RPTCARDS
01  wCardsSpec    pic x(20) value 'SRTCARDS'.

*>     the catalog in memory while the screen is up
01  wCatTab.

COPY 'GC01BOX.CPY'.
COPY 'GC98KEYCODE.CPY'.
COPY 'GC74FREEZE.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-20 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' V=view C=compare A=check in SRTCARDS R=check in RPTCARDS:'.
    05 filler pic x(58) value ' SRTCARDS DECK LIBRARY'.
    05 filler pic x(58) value ' deck         ver   checked in        note'.
    05 filler pic x(58) value ' (deck library is empty - A checks '.
    05 filler pic x(58) value 'the current SRTCARDS in, R the RPTCARDS)'.
    05 filler pic x(58) value ' type an action - PgUp/PgDn=scroll  ESC=exit'.
    05 filler pic x(58) value ' deck: '.
    05 filler pic x(58) value ' version: '.
    05 filler pic x(58) value ' PgUp/PgDn=scroll  ESC=back'.
    05 filler pic x(58) value ' against version: '.
    05 filler pic x(58) value ' PgUp/PgDn=scroll  ESC=back   * marks differing cards'.
    05 filler pic x(58) value ' check in as deck: '.
    05 filler pic x(58) value ' note: '.
    05 filler pic x(58) value ' - from line '.
    05 filler pic x(58) value ' (left) vs '.
    05 filler pic x(58) value ' (right) - from line '.
    05 filler pic x(58) value ' no '.
    05 filler pic x(58) value ' file to check in'.
    05 filler pic x(58) value ' checked in '.
    05 filler pic x(58) value ' cards)'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 20 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(80) value ' V=view C=compare A=check in SRTCARDS R=check in RPTCARDS: '.
    05 filler pic x(80) value ' SRTCARDS DECK LIBRARY                                                          '.
    05 filler pic x(80) value ' deck         ver   checked in        note                                      '.
    05 filler pic x(80) value ' (deck library is empty - A checks the current SRTCARDS in, R the RPTCARDS)'.
    05 filler pic x(80) value ' type an action - PgUp/PgDn=scroll  ESC=exit                                    '.
    05 filler pic x(80) value ' PgUp/PgDn=scroll  ESC=back                                                     '.
    05 filler pic x(80) value ' PgUp/PgDn=scroll  ESC=back   * marks differing cards                           '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(80) occurs 7 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
  set environment 'COB_SCREEN_ESC'        TO 'Y'
  move 0 to wTop.
Library-Screen.
  perform Load-Catalog thru Load-Catalog-Ex
  perform Draw-Catalog thru Draw-Catalog-Ex
  display wLong(1)(1:59) at 2302 :BCOL: black :FCOL: white
  move space to wAction
  accept wAction at 2361 :BCOL: blue :FCOL: white
  if ws-KEY = K-ESCAPE
     go to End-Program
  end-if
  evaluate upper-case(wAction)
     when 'V' perform View-Deck thru View-Deck-Ex
     when 'C' perform Compare-Decks thru Compare-Decks-Ex
     when 'A' move 'SRTCARDS' to wCardsSpec
              perform Checkin-Deck thru Checkin-Deck-Ex
     when 'R' move 'RPTCARDS' to wCardsSpec
              perform Checkin-Deck thru Checkin-Deck-Ex
     when other continue
  end-evaluate
  go to Library-Screen.

Draw-Catalog.
   display ' ' at 0101 with blank screen
   display wLong(2)(1:80)
          at 0101 :BCOL: green :FCOL: white highlight
   display wLong(3)(1:80)
          at 0201 :BCOL: blue :FCOL: yellow
   perform varying wIdx from 1 by 1 until wIdx > 18
      compute wRow = 2 + wIdx
      end-if
   end-perform
   if wCatCount = 0
      display wLong(4)(1:75)
             at 0402 :BCOL: black :FCOL: cyan
   end-if
   display wLong(5)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   continue.
Draw-Catalog-Ex. exit.

Ask-Deck-And-Version.
   display wText(7)(1:7) at 2402 :BCOL: black :FCOL: white
   move spaces to wPickName
   accept wPickName at 2409 :BCOL: blue :FCOL: white
   display wText(8)(1:10) at 2423 :BCOL: black :FCOL: white
   move spaces to wPickVerX
   accept wPickVerX at 2433 :BCOL: blue :FCOL: white
   move 0 to wPickVer
   perform Load-Page thru Load-Page-Ex
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string ' DECK ' trim(wDeckSpec) wText(14)(1:13) wSkipLines
          delimited by size into wMsg
   display wMsg at 0101 :BCOL: green :FCOL: white highlight
   perform varying wPageFill from 1 by 1 until wPageFill > 20
      display wPageLine(wPageFill) at line wRow column 01
              :BCOL: black :FCOL: white
   end-perform
   display wLong(6)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   accept omitted
   evaluate true
   if ws-KEY = K-ESCAPE or wDeckSpec = spaces
      go to Compare-Decks-Ex
   end-if
   display wText(10)(1:18) at 2445 :BCOL: black :FCOL: white
   move spaces to wPickVerBX
   accept wPickVerBX at 2463 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE or wPickVerBX = spaces
   perform Load-Compare-Pages thru Load-Compare-Pages-Ex
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string ' COMPARE ' trim(wDeckSpec) wText(15)(1:11)
          trim(wDeckSpecB) wText(16)(1:21) wSkipLines
          delimited by size into wMsg
   display wMsg at 0101 :BCOL: green :FCOL: white highlight
   perform varying wIdx from 1 by 1 until wIdx > 20
                 :BCOL: black :FCOL: white
      end-if
   end-perform
   display wLong(7)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   accept omitted
   evaluate true
Load-Compare-Pages-Ex. exit.

Checkin-Deck.
*>     copy the current SRTCARDS (or RPTCARDS) file to the next
*>     version of the named deck and register it - the member is never edited again,
*>     which is the whole point of the library
   display wText(12)(1:19) at 2402 :BCOL: black :FCOL: white
   move spaces to wPickName
   accept wPickName at 2421 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE or wPickName = spaces
      go to Checkin-Deck-Ex
   end-if
   display wText(13)(1:7) at 2436 :BCOL: black :FCOL: white
   move spaces to wNote
   accept wNote at 2443 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE
      go to Checkin-Deck-Ex
   end-if
*>     change-freeze windows (GC74FREEZE) - a check-in is a save of
*>     the sort control files, refused inside a SORTCTL window
   move 'GC78DECKLIB' to Fz-Tool
   move 'SORTCTL'     to Fz-Scope
   call 'GC74FREEZE' using FREEZE-AREA
      on exception move 'O' to Fz-Status
   end-call
   if not Fz-Open
      display Fz-Message at 2202 :BCOL: red :FCOL: white
      accept omitted
   end-if
   if Fz-Frozen
      go to Checkin-Deck-Ex
   end-if
   move 0 to wNewVer
   perform varying wIdx from 1 by 1 until wIdx > wCatCount
      if wCatName(wIdx) = wPickName
          delimited by size into wDeckSpec
   open input CardsIn
   if CardsIn-fs not = '00'
      move spaces to wMsg
      string wText(17)(1:4) trim(wCardsSpec) wText(18)(1:17)
             delimited by size into wMsg
      display wMsg(1:40) at 2202 :BCOL: red :FCOL: white
      accept omitted
      go to Checkin-Deck-Ex
   end-if
   write DeckCat-record
   close DeckCat
   move spaces to wMsg
   string wText(19)(1:12) trim(wDeckSpec) ' (' wCopied wText(20)(1:7)
          delimited by size into wMsg
   display wMsg at 2202 :BCOL: green :FCOL: white
   accept omitted
   continue.
Checkin-Deck-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC78DECKLIB' to Mt-Program
   move 20 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 20
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(1)(1:58)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(2)(1:22)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(3)(1:42)
          delimited by size into wLong(3)
   end-string
   move spaces to wLong(4)
   string wText(4)(1:35) wText(5)(1:40)
          delimited by size into wLong(4)
   end-string
   move spaces to wLong(5)
   string wText(6)(1:44)
          delimited by size into wLong(5)
   end-string
   move spaces to wLong(6)
   string wText(9)(1:27)
          delimited by size into wLong(6)
   end-string
   move spaces to wLong(7)
   string wText(11)(1:53)
          delimited by size into wLong(7)
   end-string
   continue.
Load-Texts-Ex. exit.
