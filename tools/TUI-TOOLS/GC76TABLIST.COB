*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    list a TABLE FILE on SCREEN (to verify its CONTENT)
*>             Each listing session is recorded in the GC71ACCLOG
*>             read-access log - OPEN, CLOSE with the key range and
*>             rows shown, EXPORT for an F4 listing.
*>             Its operator texts are GC65MSGTEXT messages 1-8, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC76TABLIST.COB  (use GnuCOBOL 2.0 or greater)
*> Usage:      GC76TABLIST
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
    05 wVar-key   pic x(07).
    05 wVar-data  pic x(93).

*>     read-access logging - the keys shown on screen this session
*>     and the rows written by an F4 export
01  wAccLowKey    pic x(07) value spaces.
01  wAccHighKey   pic x(07) value spaces.
01  wAccShown     pic 9(07) value 0.
01  wAccRows      pic 9(07) value 0.

 COPY 'GC76TABCOPY.CPY'.
 COPY 'GC87SPOOLADD.CPY'.
 COPY 'GC71ACCLOG.CPY'.
 COPY 'GC01BOX.CPY'.
 COPY 'GC02BOXMEX.CPY'.
 COPY 'GC09BUTTONS.CPY'.
01  c-back         pic s9(04) value +03. *> ciano
01  c-fore         pic s9(04) value +14. *> giallo

*>     the operator texts - GC65MSGTEXT messages 1-8 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value '> FILE DOES NOT EXIST ! '.
    05 filler pic x(58) value ' TABLE LIST MANAGEMENT'.
    05 filler pic x(58) value ' Enter=Select CursorKeys PgUp/Dn '.
    05 filler pic x(58) value 'Tab/Backtab Spacebar ESC=Exit'.
    05 filler pic x(58) value '   SELECT A TABLE FILE '.
    05 filler pic x(58) value "  No table files found.......: ".
    05 filler pic x(58) value " press a Key to continue ..... ".
    05 filler pic x(58) value ' TABLE LIST MANAGEMENT - File: '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 8 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(80) value ' TABLE LIST MANAGEMENT                                                          '.
    05 filler pic x(80) value ' Enter=Select CursorKeys PgUp/Dn Tab/Backtab Spacebar ESC=Exit                  '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(80) occurs 2 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.


*> **************************************************************
*>           P R O C E D U R E   D I V I S I O N
*> **************************************************************
PROCEDURE DIVISION. *> using LnkFileName.
   perform Load-Texts thru Load-Texts-Ex

*> sets in order to detect the PgUp, PgDn, PrtSc(screen print), Esc keys,
set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
   perform TableFileSelection thru TableFileSelectionEx
   if bu-Key = K-ESCAPE go End-Program end-if
   move    wTabeFilename to TABEFSPEC
   move spaces to wAccLowKey wAccHighKey
   move 0      to wAccShown
   move 'OPEN'          to Ac-Event
   move 0               to Ac-Count
   move 'table listing' to Ac-Detail
   perform Log-Access thru Log-AccessEx

   move 01       to li-start
   compute t1-max = li-righe - 3

   WHEN wKeyPressed = K-ESCAPE
        close TABE
        move 'CLOSE'   to Ac-Event
        move wAccShown to Ac-Count
        move spaces    to Ac-Detail
        if wAccShown = 0
           move 'no rows shown' to Ac-Detail
        else
           string 'keys ' wAccLowKey ' - ' wAccHighKey
                  delimited by size into Ac-Detail
        end-if
        perform Log-Access thru Log-AccessEx
        move space to T1-Tab
        go Start-program

     perform varying i from 1 by 1 until i > t1-max
      add 1 to k
      display t1-riga (i) (li-start:80) at line k column 01 :BCOL: bco :FCOL: li-fore
      *> the key range shown, for the read-access log
      if t1-riga (i) (1:1) not = '*' and t1-riga (i) (2:7) not = space
         add 1 to wAccShown
         if wAccLowKey = space or t1-riga (i) (2:7) < wAccLowKey
            move t1-riga (i) (2:7) to wAccLowKey
         end-if
         if t1-riga (i) (2:7) > wAccHighKey
            move t1-riga (i) (2:7) to wAccHighKey
         end-if
      end-if
     end-perform
     *> change colors to the "cursor row"
     compute k = Ptr + 2
 DisplayTableEx. EXIT.

 DisplayHeader.
     string wText(8)(1:31)  wTabeFilename ' -' delimited by size into Testata
     display Testata line 01 column 01 :BCOL: t-back :FCOL: 00
     *> intestazione di campi della riga
     display RigaT(li-start:80) at 0201 :BCOL: 04 :FCOL: 14           .
           set Eof to true
        end-if
     else *> if File does not exist
         display wText(1)(1:24)  at 0146 :BCOL: t-back :FCOL: red highlight
         move end-of-list to t1-riga(1)
         set Eof to true
         perform beeppa thru beeppa-ex
         open input TABE
         move low-value to Tabe-Rec
         set NoEof to true
         move 0 to wAccRows
         perform Export-OneRow thru Export-OneRowEx
            until Eof
         close TABE
         close TABEREP
         move 'EXPORT' to Ac-Event
         move wAccRows to Ac-Count
         move spaces   to Ac-Detail
         string REPFSPEC ' spooled, whole table file'
                delimited by size into Ac-Detail
         perform Log-Access thru Log-AccessEx
*>       hand the report to the print spool so it shows up held in
*>       the GC87SPOOL manager instead of waiting to be found
         move REPFSPEC       to Sp-File
         perform Prepare-Row thru Prepare-RowEx
         move riga to TabeRep-record
         write TabeRep-record
         add 1 to wAccRows
      end-if
      .
 Export-OneRowEx. exit.

 *> *************************************************************
 *> READ-ACCESS LOG (GC71ACCLOG) - event, count and detail are set
 *> by the caller; no sign-on here, GC71ACCLOG names the user
 *> *************************************************************
 Log-Access.
      move 'GC76TABLIST'  to Ac-Tool
      move spaces         to Ac-User
      move wTabeFilename  to Ac-Object
      call 'GC71ACCLOG' using ACCLOG-AREA
         on exception continue
      end-call
      .
 Log-AccessEx. exit.

 Substitute-Language.
*>     keyed peek at the session language's variant of this row - the
*>     read position is restored afterwards so the sequential export
   set Box-bco to green Move 'N' to Box-3D
   CALL "GC01BOX" USING BY CONTENT BOX-AREA

   display wLong(1)(1:80)
                  at 0101 :BCOL: green Foreground-Color white highlight
   display  wLong(2)(1:80)
 *>          12345678901234567890123456789012345678901234567890123456789012345678901234567890
 *>                   1         2         3         4         5         6         7
          at 2501 with background-color green foreground-color white highlight

   move 'E'   to box-3d
   move 'Y' to Bu-Click bu-Shadow
   display wText(5)(1:23) at 005031 :BCOL: white foreground-Color red

   perform Scan-TableFiles thru Scan-TableFiles-ex

   if wFileCount = 0
      DISPLAY wText(6)(1:31) AT 002005 :BCOL: red :FCOL: white
      DISPLAY wText(7)(1:31) AT 002038 :BCOL: red :FCOL: white
      accept omitted
   else
      move low-value to Buttons-Area
     move 4        to Bu-Hot(wBtnIdx)
     .
Build-TableFileButton-ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC76TABLIST' to Mt-Program
   move 8 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 8
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(2)(1:22)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(3)(1:33) wText(4)(1:29)
          delimited by size into wLong(2)
   end-string
   continue.
Load-Texts-Ex. exit.
