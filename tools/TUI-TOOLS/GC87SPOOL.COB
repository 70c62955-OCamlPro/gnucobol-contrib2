*>             appended), reprints at will, and purges. The index is
*>             SPOOLIDX.DAT; purging marks the entry and deletes the
*>             report file itself.
*>             Publish (W) renders the report as a static HTML page
*>             for the intranet through GC87SPOOLHTML - into the
*>             destination's own directory for a distribution-list
*>             copy - and the entry records when and where it was
*>             published (the list marks it W); GC87SPOOLPUB does the
*>             same for the whole queue in the batch night.
*>             Its operator texts are GC65MSGTEXT messages 1-17, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC87SPOOL.COB
*> Usage:      GC87SPOOL
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
*> the routed destination of this copy (spaces = unrouted/legacy)
   05                             pic x(001).
   05 si-dest                     pic x(012).
*> when and where the copy was last published as a web page
*> (GC87SPOOLHTML) - spaces = never published
   05                             pic x(001).
   05 si-pub-ts                   pic x(015).
   05                             pic x(001).
   05 si-pub-at                   pic x(064).

fd  RptFile.
01  RptFile-record                pic x(132).
*>     file is rewritten whenever a status changes
01  wSpoolTab.
    05 wSpoolCount pic 9(03) value 0.
    05 wSpoolRow   pic x(184) occurs 200 times.
01  wIdx          pic 9(03) value 0.
01  wTop          pic 9(03) value 0.
01  wRow          pic 9(02) value 0.
01  wUpText       pic x(30) value spaces.
01  wSrchLen      pic 9(02) value 0.

COPY 'GC87SPOOLHTML.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-17 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' id (blank list only): '.
    05 filler pic x(58) value ' V=view P=print R=reprint W=publish X=purge: '.
    05 filler pic x(58) value ' PRINT SPOOL - H=held P=printed X=purged'.
    05 filler pic x(58) value ' st id    file                         '.
    05 filler pic x(58) value '            type         dest       web'.
    05 filler pic x(58) value ' type an id then an action - PgUp/PgDn=scroll  ESC=exit'.
    05 filler pic x(58) value ' PgUp/PgDn  N/P=page  G=go to page  '.
    05 filler pic x(58) value 'E=end  S=search  R=repeat  ESC=back'.
    05 filler pic x(58) value ' page: '.
    05 filler pic x(58) value ' search: '.
    05 filler pic x(58) value ' not found below this point                       '.
    05 filler pic x(58) value ' print command failed                     '.
    05 filler pic x(58) value ' - line '.
    05 filler pic x(58) value ' page '.
    05 filler pic x(58) value ' of '.
    05 filler pic x(58) value ' published '.
    05 filler pic x(58) value ' not published - '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 17 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(80) value ' PRINT SPOOL - H=held P=printed X=purged                                        '.
    05 filler pic x(80) value ' st id    file                                     type         dest       web'.
    05 filler pic x(80) value ' type an id then an action - PgUp/PgDn=scroll  ESC=exit                         '.
    05 filler pic x(80) value ' PgUp/PgDn  N/P=page  G=go to page  E=end  S=search  R=repeat  ESC=back         '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(80) occurs 4 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
   set environment 'COB_SCREEN_ESC'        TO 'Y'
   display 'GC87_PRINTCMD' upon environment-name
Spool-Screen.
   perform Load-Index thru Load-Index-Ex
   perform Draw-List thru Draw-List-Ex
   display wText(1)(1:23) at 2302 :BCOL: black :FCOL: white
   move spaces to wPick
   accept wPick at 2325 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE
   if wPickIdx = 0
      go to Spool-Screen
   end-if
   display wText(2)(1:45) at 2402 :BCOL: black :FCOL: white
   move space to wAction
   accept wAction at 2448 :BCOL: blue :FCOL: white
   evaluate upper-case(wAction)
      when 'V' perform View-Report thru View-Report-Ex
      when 'P' perform Print-Report thru Print-Report-Ex
      when 'R' perform Print-Report thru Print-Report-Ex
      when 'W' perform Publish-Report thru Publish-Report-Ex
      when 'X' perform Purge-Report thru Purge-Report-Ex
      when other continue
   end-evaluate

Draw-List.
   display ' ' at 0101 with blank screen
   display wLong(1)(1:80)
          at 0101 :BCOL: green :FCOL: white highlight
   display wLong(2)(1:78)
          at 0201 :BCOL: blue :FCOL: 6
   perform varying wIdx from 1 by 1 until wIdx > 18
      compute wRow = 2 + wIdx
         move spaces to wMsg
         string SpoolIdx-record(1:61) ' ' si-dest
                delimited by size into wMsg
         if si-pub-ts not = spaces
            move 'W' to wMsg(76:1)
         end-if
         display wMsg(1:78)
                at line wRow column 02 :BCOL: black :FCOL: white
      else
                at line wRow column 02 :BCOL: black :FCOL: black
      end-if
   end-perform
   display wLong(3)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   continue.
Draw-List-Ex. exit.
   perform Settle-Cur-Page thru Settle-Cur-Page-Ex
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string ' VIEW ' trim(wRptSpec) wText(13)(1:8) wSkipLines
          wText(14)(1:6) wCurPage wText(15)(1:4) wPgCount
          delimited by size into wMsg
   display wMsg at 0101 :BCOL: green :FCOL: white highlight
   perform varying wPageFill from 1 by 1 until wPageFill > 18
      display wPageLine(wPageFill) at line wRow column 01
              :BCOL: black :FCOL: white
   end-perform
   display wLong(4)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   move low-value to wViewChar
   accept wViewChar at 2580
         end-if
         go to View-Report-Page
      when upper-case(wViewChar) = 'G'
         display wText(9)(1:7) at 2302 :BCOL: black :FCOL: white
         move spaces to wPickPg
         accept wPickPg at 2309 :BCOL: blue :FCOL: white
         if ws-KEY not = K-ESCAPE and wPickPg not = spaces
         end-if
         go to View-Report-Page
      when upper-case(wViewChar) = 'S'
         display wText(10)(1:9) at 2302 :BCOL: black :FCOL: white
         move spaces to wSearchText
         accept wSearchText at 2311 :BCOL: blue :FCOL: white
         if ws-KEY not = K-ESCAPE and wSearchText not = spaces
      compute wSkipLines = wFoundLine - 1
      move wFoundLine to wSearchFrom
   else
      display wText(11)(1:50)
             at 2302 :BCOL: black :FCOL: cyan
      accept omitted
      move 0 to wSearchFrom
      move SpoolIdx-record to wSpoolRow(wPickIdx)
      perform Rewrite-Index thru Rewrite-Index-Ex
   else
      display wText(12)(1:42)
             at 2202 :BCOL: red :FCOL: white
      accept omitted
   end-if
   continue.
Print-Report-Ex. exit.

*> ***********************************************************************************
*>     the report as an intranet page - the entry keeps when and
*>     where; a destination with no publication directory is left
*>     alone and said so
*> ***********************************************************************************
Publish-Report.
   initialize SPOOLHTML-AREA
   move si-id     to Sh-Id
   move si-file   to Sh-File
   move si-type   to Sh-Type
   move si-origin to Sh-Origin
   move si-ts     to Sh-Ts
   move si-dest   to Sh-Dest
   call 'GC87SPOOLHTML' using SPOOLHTML-AREA
      on exception
         move 'N' to Sh-Ok
         move 'GC87SPOOLHTML not available' to Sh-Message
   end-call
   move spaces to wMsg
   if Sh-Ok = 'Y'
      move Sh-Pub-Ts to si-pub-ts
      move Sh-Path   to si-pub-at
      move SpoolIdx-record to wSpoolRow(wPickIdx)
      perform Rewrite-Index thru Rewrite-Index-Ex
      string wText(16)(1:11) trim(Sh-Path) delimited by size into wMsg
      display wMsg at 2202 :BCOL: black :FCOL: cyan
   else
      string wText(17)(1:17) trim(Sh-Message)
             delimited by size into wMsg
      display wMsg at 2202 :BCOL: red :FCOL: white
   end-if
   accept omitted
   continue.
Publish-Report-Ex. exit.

Purge-Report.
   move 'X' to si-status
   move SpoolIdx-record to wSpoolRow(wPickIdx)
   call "CBL_DELETE_FILE" using wRptSpec
   continue.
Purge-Report-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC87SPOOL' to Mt-Program
   move 17 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 17
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(3)(1:40)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(4)(1:39) wText(5)(1:39)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(6)(1:55)
          delimited by size into wLong(3)
   end-string
   move spaces to wLong(4)
   string wText(7)(1:36) wText(8)(1:35)
          delimited by size into wLong(4)
   end-string
   continue.
Load-Texts-Ex. exit.
