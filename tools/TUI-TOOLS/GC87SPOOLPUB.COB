       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC87SPOOLPUB.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Batch publish job for the print spool - every report in
*>             SPOOLIDX.DAT not yet on the intranet is rendered as a
*>             static HTML page through GC87SPOOLHTML, exactly as the
*>             GC87SPOOL manager's W action does one: the base entry
*>             into GC87_PUBDIR (default INTRANET), each distribution-
*>             list copy into its destination's GC87_PUBDIR_<dest>
*>             (copies for destinations without one are printed
*>             recipients and are left alone). Each published entry
*>             records when and where in the index; each day's
*>             directory gets its index page.
*>               GC87_PUBTYPE  publish this report type only
*>                             (default every type)
*>               GC87_PUBALL   Y republishes entries already published
*>             Purged entries are never published. A report that
*>             cannot be published is listed and the job ends with
*>             return code 4; the rest are still published.
*>             Its operator texts are GC65MSGTEXT messages 1-6, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC87SPOOLPUB.COB
*> Usage:      GC87SPOOLPUB
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
*> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
*> Version:    1.0 2018.01.01
*> Changelog:  1.0 first release.
*> ************************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   select SpoolIdx
          assign       to 'SPOOLIDX.DAT'
          organization is line sequential
          file status  is SpoolIdx-fs.

DATA DIVISION.
FILE SECTION.
fd  SpoolIdx.
01  SpoolIdx-record.
   05 si-status                   pic x(01).
   05                             pic x(01).
   05 si-id                       pic 9(05).
   05                             pic x(01).
   05 si-file                     pic x(40).
   05                             pic x(01).
   05 si-type                     pic x(12).
   05                             pic x(01).
   05 si-origin                   pic x(12).
   05                             pic x(01).
   05 si-ts                       pic x(15).
   05                             pic x(001).
   05 si-dest                     pic x(012).
*> when and where the copy was last published as a web page
   05                             pic x(001).
   05 si-pub-ts                   pic x(015).
   05                             pic x(001).
   05 si-pub-at                   pic x(064).

WORKING-STORAGE SECTION.
01  SpoolIdx-fs    pic x(02) value spaces.
01  env-value      pic x(64) value spaces.
01  wPubType       pic x(12) value spaces.
01  wPubAll        pic x(01) value 'N'.

01  wSpoolTab.
    05 wSpoolCount pic 9(03) value 0.
    05 wSpoolRow   pic x(184) occurs 200 times.
01  wIdx           pic 9(03) value 0.
01  wPublished     pic 9(03) value 0.
01  wSkipped       pic 9(03) value 0.
01  wFailed        pic 9(03) value 0.

COPY 'GC87SPOOLHTML.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-6 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC87SPOOLPUB: '.
    05 filler pic x(58) value ' published, '.
    05 filler pic x(58) value ' without a publication directory, '.
    05 filler pic x(58) value ' failed'.
    05 filler pic x(58) value ' pages)'.
    05 filler pic x(58) value ' NOT published - '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 6 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   display 'GC87_PUBTYPE' upon environment-name
   accept env-value from environment-value
   move env-value to wPubType
   display 'GC87_PUBALL' upon environment-name
   accept env-value from environment-value
   if upper-case(env-value(1:1)) = 'Y'
      move 'Y' to wPubAll
   end-if

   perform Load-Index thru Load-Index-Ex
   perform varying wIdx from 1 by 1 until wIdx > wSpoolCount
      perform Publish-Entry thru Publish-Entry-Ex
   end-perform
   if wPublished > 0
      perform Rewrite-Index thru Rewrite-Index-Ex
   end-if

   display wText(1)(1:14) wPublished wText(2)(1:12) wSkipped
           wText(3)(1:34) wFailed wText(4)(1:7)
   if wFailed > 0
      move 4 to return-code
   else
      move 0 to return-code
   end-if
   GOBACK.

Load-Index.
   move 0 to wSpoolCount
   open input SpoolIdx
   if SpoolIdx-fs = '00'
      perform until SpoolIdx-fs not = '00'
         move spaces to SpoolIdx-record
         read SpoolIdx
         if SpoolIdx-fs = '00' and wSpoolCount < 200
            add 1 to wSpoolCount
            move SpoolIdx-record to wSpoolRow(wSpoolCount)
         end-if
      end-perform
      close SpoolIdx
   end-if
   continue.
Load-Index-Ex. exit.

Rewrite-Index.
   open output SpoolIdx
   perform varying wIdx from 1 by 1 until wIdx > wSpoolCount
      move wSpoolRow(wIdx) to SpoolIdx-record
      write SpoolIdx-record
   end-perform
   close SpoolIdx
   continue.
Rewrite-Index-Ex. exit.

*> ***********************************************************************************
*>     one spool entry - purged, other types and (unless asked)
*>     entries already out are passed over
*> ***********************************************************************************
Publish-Entry.
   move wSpoolRow(wIdx) to SpoolIdx-record
   if si-status = 'X' or si-file = spaces
      go to Publish-Entry-Ex
   end-if
   if wPubType not = spaces and si-type not = wPubType
      go to Publish-Entry-Ex
   end-if
   if si-pub-ts not = spaces and wPubAll not = 'Y'
      go to Publish-Entry-Ex
   end-if

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
   evaluate Sh-Ok
      when 'Y'
         move Sh-Pub-Ts to si-pub-ts
         move Sh-Path   to si-pub-at
         move SpoolIdx-record to wSpoolRow(wIdx)
         add 1 to wPublished
         display wText(1)(1:14) si-id ' ' trim(si-file) ' -> '
                 trim(Sh-Path) ' (' Sh-Pages wText(5)(1:7)
      when 'S'
         add 1 to wSkipped
      when other
         add 1 to wFailed
         display wText(1)(1:14) si-id ' ' trim(si-file)
                 wText(6)(1:17) trim(Sh-Message)
   end-evaluate
   continue.
Publish-Entry-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC87SPOOLPUB' to Mt-Program
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
