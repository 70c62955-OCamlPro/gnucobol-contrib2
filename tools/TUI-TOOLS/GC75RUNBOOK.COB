       >>SOURCE FORMAT IS FREE
       REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR==
               ==:FCOL:== BY ==FOREGROUND-COLOR==.
IDENTIFICATION DIVISION.
program-id. GC75RUNBOOK.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Per-job runbook registry - what to do when a job ends
*>             in error at 3am, without hunting for the right page of
*>             the printed run book: the recovery steps, whether a
*>             rerun is safe, who to call, and whether the jobs
*>             downstream may proceed. The caller names the job in
*>             the GC75RUNBOOK.CPY area and CALLs here; the entry is
*>             returned in the area, and with Rb-Show 'Y' it also
*>             pops up in a GC01BOX frame over the screen (saved and
*>             restored through GC12WINSTACK) until Enter/ESC. A job
*>             with nothing filed says so in the frame, so the
*>             operator knows to reach for the binder.
*>             The entries are ordinary code records in a
*>             TABE0nnn.DAT table (GC75_TABLE, default TABE0001.DAT;
*>             ktab GC75_KTAB, default RBK), one line per record in
*>             kcod order, maintained through the existing table
*>             tools - keeping the runbook current is a GC81TABCODES
*>             session. Job names match regardless of case, the
*>             calendar's JOBA and the run log's musesqf01a alike.
*>             Used by GC90SCHEDOPS and the GC77RUNSTATUS drill-down
*>             (shown), and by GC91ALERT for the SEVERE alert page
*>             (looked up only).
*>             Its operator texts are GC65MSGTEXT messages 1-11, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -m GC75RUNBOOK.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC75RUNBOOK" USING RUNBOOK-AREA
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
*> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
*> Version:    1.0 2018.01.01
*> Changelog:  1.0 first release.
*> ************************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   CRT STATUS IS ws-KEY.
REPOSITORY.
    FUNCTION ALL INTRINSIC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   select Tabe
          assign       to RBKFSPEC
          access mode  is dynamic
          organization is indexed
          record key   is Tabe-key
          file status  is Tabe-fs.

DATA DIVISION.
FILE SECTION.
fd  Tabe.
01  Tabe-record.
   05 Tabe-key.
      07 Tabe-ktip                pic x(001).
      07 Tabe-ktab                pic x(003).
      07 Tabe-kcod                pic x(003).
   05 Tabe-data                   pic x(093).

WORKING-STORAGE SECTION.

01 black   constant as 0.
01 blue    constant as 1.
01 green   constant as 2.
01 cyan    constant as 3.
01 red     constant as 4.
01 yellow  constant as 6.
01 white   constant as 7.

78  K-ENTER       VALUE 0000.
78  K-ESC         VALUE 2005.
78  K-ESCAPE      VALUE 2005.

01  ws-KEY        PIC 9(04) VALUE 9999.

01  RBKFSPEC      pic x(12) value 'TABE0001.DAT'.
01  Tabe-fs       pic x(02) value spaces.
01  env-value     pic x(20) value spaces.
01  wRbkKtab      pic x(03) value 'RBK'.
01  wWantJob      pic x(12) value spaces.

01  wIdx          pic 9(02) value 0.
01  wRow          pic 9(02) value 0.
01  wStepEd       pic z9.
01  wMsg          pic x(70) value spaces.

COPY 'GC01BOX.CPY'.
COPY 'GC12WINSTACK.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-11 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'see the printed run book, and file the entry (RBK)'.
    05 filler pic x(58) value ' Enter/ESC=close '.
    05 filler pic x(58) value 'Rerun    : SAFE     '.
    05 filler pic x(58) value 'Rerun    : NOT SAFE '.
    05 filler pic x(58) value 'Rerun    : not stated'.
    05 filler pic x(58) value 'Recovery steps:'.
    05 filler pic x(58) value '(none filed)'.
    05 filler pic x(58) value 'Escalate :'.
    05 filler pic x(58) value 'Downstrm :'.
    05 filler pic x(58) value ' RUNBOOK - '.
    05 filler pic x(58) value 'no runbook entry is filed for '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 11 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

LINKAGE SECTION.
COPY 'GC75RUNBOOK.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION using RUNBOOK-AREA.
Find-Runbook.
   perform Load-Texts thru Load-Texts-Ex
   move 'N'    to Rb-Found
   move space  to Rb-Rerun
   move spaces to Rb-Remark Rb-Contact Rb-Impact
   move 0      to Rb-Steps
   display 'GC75_TABLE' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to RBKFSPEC
   end-if
   display 'GC75_KTAB' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value(1:3) to wRbkKtab
   end-if
   move upper-case(Rb-Job) to wWantJob

   perform Collect-Entry thru Collect-Entry-Ex

   if Rb-Show not = 'Y'
      goback
   end-if

   move 'PUSH' to Ws-Action
   call 'GC12WINSTACK' using WINSTACK-AREA
   on exception continue
   end-call

   perform Draw-Runbook thru Draw-Runbook-Ex
   perform until ws-KEY = K-ESCAPE or ws-KEY = K-ENTER
      accept omitted
   end-perform

   move 'POP' to Ws-Action
   call 'GC12WINSTACK' using WINSTACK-AREA
   on exception continue
   end-call
   move 9999 to ws-KEY
   goback.

*> ***********************************************************************************
*>     the runbook table: code records of the RBK ktab whose data
*>     names this job, S/R/C/D lines in kcod order
*> ***********************************************************************************
Collect-Entry.
   open input Tabe
   if Tabe-fs not = '00'
      go to Collect-Entry-Ex
   end-if
   move 'H'       to Tabe-ktip
   move wRbkKtab  to Tabe-ktab
   move low-value to Tabe-kcod
   start Tabe key >= Tabe-key
   end-start
   perform until Tabe-fs not = '00'
      read Tabe next
      if Tabe-fs = '00'
         if Tabe-ktip not = 'H' or Tabe-ktab not = wRbkKtab
            move '10' to Tabe-fs
         else
            if Tabe-kcod not = spaces
               and upper-case(Tabe-data(1:12)) = wWantJob
               perform Take-Line
            end-if
         end-if
      end-if
   end-perform
   close Tabe
   continue.
Collect-Entry-Ex. exit.

Take-Line.
   move 'Y' to Rb-Found
   evaluate upper-case(Tabe-data(14:1))
      when 'S'
         if Rb-Steps < 10
            add 1 to Rb-Steps
            move Tabe-data(16:60) to Rb-Step(Rb-Steps)
         end-if
      when 'R'
         move upper-case(Tabe-data(16:1)) to Rb-Rerun
         move Tabe-data(17:59) to Rb-Remark
      when 'C'
         move Tabe-data(16:60) to Rb-Contact
      when 'D'
         move Tabe-data(16:60) to Rb-Impact
      when other
         continue
   end-evaluate.

Draw-Runbook.
   move '004004022077' to Box-rc
   move 'D' to Box-style
   if Rb-Found = 'Y'
      set Box-bco to blue
   else
      set Box-bco to red
   end-if
   set Box-fco to white
   move 'N' to Box-3D
   move 'Y' to Box-fill
   call 'GC01BOX' using by content BOX-AREA
   move spaces to wMsg
   string wText(10)(1:11) trim(Rb-Job) '  ' trim(Rb-Context) ' '
          delimited by size into wMsg
   display wMsg(1:60) at 0406 :BCOL: yellow :FCOL: black

   if Rb-Found not = 'Y'
      move spaces to wMsg
      string wText(11)(1:30) trim(Rb-Job)
             delimited by size into wMsg
      display wMsg(1:60) at 0806 :BCOL: red :FCOL: white highlight
      display wText(1)(1:50)
             at 0906 :BCOL: red :FCOL: white
      display wText(2)(1:17) at 2206 :BCOL: red :FCOL: white
      go to Draw-Runbook-Ex
   end-if

   evaluate Rb-Rerun
      when 'Y'
         display wText(3)(1:20) at 0606 :BCOL: blue :FCOL: green highlight
      when 'N'
         display wText(4)(1:20) at 0606 :BCOL: blue :FCOL: red highlight
      when other
         display wText(5)(1:21) at 0606 :BCOL: blue :FCOL: yellow
   end-evaluate
   display Rb-Remark(1:48) at 0627 :BCOL: blue :FCOL: white
   display wText(6)(1:15) at 0806 :BCOL: blue :FCOL: yellow
   if Rb-Steps = 0
      display wText(7)(1:12) at 0910 :BCOL: blue :FCOL: white
   end-if
   perform varying wIdx from 1 by 1 until wIdx > Rb-Steps
      compute wRow = 8 + wIdx
      move wIdx to wStepEd
      display wStepEd at line wRow column 07 :BCOL: blue :FCOL: yellow
      display Rb-Step(wIdx) at line wRow column 11 :BCOL: blue :FCOL: white highlight
   end-perform
   display wText(8)(1:10) at 1906 :BCOL: blue :FCOL: yellow
   display Rb-Contact at 1917 :BCOL: blue :FCOL: white
   display wText(9)(1:10) at 2006 :BCOL: blue :FCOL: yellow
   display Rb-Impact at 2017 :BCOL: blue :FCOL: white
   display wText(2)(1:17) at 2206 :BCOL: blue :FCOL: white
   continue.
Draw-Runbook-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC75RUNBOOK' to Mt-Program
   move 11 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 11
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
END PROGRAM GC75RUNBOOK.
