       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC87SPOOLHTML.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Render one spooled report as a static HTML page for the
*>             intranet - for the business users who have no terminal
*>             and got printouts or mailed .RPT files that lost their
*>             layout. The page keeps the report's column alignment
*>             (each report page is a preformatted section) and its
*>             page breaks, found the way the GC87SPOOL viewer finds
*>             them (form feeds, and lines repeating the report's own
*>             first heading); it carries a header with the report
*>             name, the producing program, the run date and the
*>             SORTOUT generation - the first SORTOUT.Gnnnn the report
*>             itself names - and a navigation index across the pages.
*>             Pages go to <directory>/<run date yyyymmdd>/RPTnnnnn.html
*>             (nnnnn the spool id); each day directory keeps a
*>             PUBINDEX.DAT of what was published into it and an
*>             index.html rebuilt from it on every publication.
*>             The directory follows the report's distribution list:
*>             a recipient copy goes to its destination's own
*>             directory GC87_PUBDIR_<dest> and is skipped when the
*>             destination has none; the base entry goes to
*>             GC87_PUBDIR (default INTRANET).
*> Tectonics:  cobc -m GC87SPOOLHTML.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC87SPOOLHTML" USING SPOOLHTML-AREA
*> Parameters: look at GC87SPOOLHTML.CPY
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
   select RptFile
          assign       to wRptSpec
          organization is line sequential
          file status  is RptFile-fs.
   select HtmlFile
          assign       to wHtmlSpec
          organization is line sequential
          file status  is HtmlFile-fs.
   select optional DayIdx
          assign       to wDayIdxSpec
          organization is line sequential
          file status  is DayIdx-fs.

DATA DIVISION.
FILE SECTION.
fd  RptFile.
01  RptFile-record                pic x(132).

fd  HtmlFile.
01  HtmlFile-record               pic x(700).

fd  DayIdx.
01  DayIdx-record.
   05 pi-id                       pic 9(005).
   05                             pic x(001).
   05 pi-ts                       pic x(015).
   05                             pic x(001).
   05 pi-type                     pic x(012).
   05                             pic x(001).
   05 pi-origin                   pic x(012).
   05                             pic x(001).
   05 pi-pages                    pic 9(003).
   05                             pic x(001).
   05 pi-gen                      pic x(004).
   05                             pic x(001).
   05 pi-page                     pic x(013).
   05                             pic x(001).
   05 pi-file                     pic x(040).
   05                             pic x(001).
   05 pi-dest                     pic x(012).

WORKING-STORAGE SECTION.
01  RptFile-fs     pic x(02) value spaces.
01  HtmlFile-fs    pic x(02) value spaces.
01  DayIdx-fs      pic x(02) value spaces.
01  wRptSpec       pic x(40) value spaces.
01  wHtmlSpec      pic x(80) value spaces.
01  wDayIdxSpec    pic x(80) value spaces.
01  env-value      pic x(64) value spaces.
01  wEnvName       pic x(30) value spaces.

01  wPubDir        pic x(40) value spaces.
01  wDayDir        pic x(60) value spaces.
01  wRunDate       pic x(08) value spaces.
01  wPageName      pic x(13) value spaces.
01  wToday         pic 9(08) value 0.
01  wNowTime       pic 9(08) value 0.
01  wRptName       pic x(40) value spaces.

*>     the first pass - pages and the SORTOUT generation
01  wHeadLine1     pic x(80) value spaces.
01  wTotLines      pic 9(06) value 0.
01  wPgCount       pic 9(03) value 0.
01  wPgNo          pic 9(03) value 0.
01  wGen           pic x(04) value spaces.
01  wGenHits       pic 9(03) value 0.
01  wGenPos        pic 9(03) value 0.
01  wNewPage       pic x(01) value 'N'.

*>     one output line and the HTML-escaped report line
01  wOut           pic x(700) value spaces.
01  wPtr           pic 9(03) value 1.
01  wSrcLine       pic x(132) value spaces.
01  wSrcLen        pic 9(03) value 0.
01  wSx            pic 9(03) value 0.
01  wChar          pic x(01) value space.
01  wNum3          pic zz9.
01  wNum3b         pic zz9.
01  wIdEd          pic 9(05).
01  wLinkCount     pic 9(02) value 0.
01  wRunStamp      pic x(19) value spaces.
01  wPubStamp      pic x(19) value spaces.
01  wStampIn       pic x(15) value spaces.
01  wStampOut      pic x(19) value spaces.

*>     the report's names for the page head and the index, escaped
*>     as the report lines are
01  wNmFile        pic x(40) value spaces.
01  wNmOrigin      pic x(12) value spaces.
01  wNmDest        pic x(12) value spaces.
01  wEscName       pic x(200) value spaces.
01  wEscFile       pic x(200) value spaces.
01  wEscOrigin     pic x(60) value spaces.
01  wEscDest       pic x(60) value spaces.

*>     the day directory's publications
01  wDayTab.
    05 wDayCount   pic 9(03) value 0.
    05 wDayRow     pic x(125) occurs 300 times.
01  wDx            pic 9(03) value 0.
01  wDayHit        pic 9(03) value 0.

LINKAGE SECTION.
COPY 'GC87SPOOLHTML.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION using SPOOLHTML-AREA.
Spoolhtml-Main.
   move 'N'    to Sh-Ok
   move spaces to Sh-Message Sh-Path Sh-Pub-Ts
   move 0      to Sh-Pages
   if Sh-File = spaces
      move 'no report file' to Sh-Message
      goback
   end-if
   perform Resolve-Dir thru Resolve-Dir-Ex
   if Sh-Ok = 'S'
      goback
   end-if

   move Sh-File to wRptSpec
   perform Scan-Report thru Scan-Report-Ex
   if RptFile-fs not = '00' and RptFile-fs not = '10'
      move spaces to Sh-Message
      string 'report file not found ' Sh-File
             delimited by size into Sh-Message
      goback
   end-if

   accept wToday   from date yyyymmdd
   accept wNowTime from time
   move spaces to Sh-Pub-Ts
   string wToday ' ' wNowTime(1:6) delimited by size into Sh-Pub-Ts
   move Sh-Ts(1:8) to wRunDate
   if wRunDate is not numeric
      move wToday to wRunDate
   end-if
   move spaces to wDayDir
   string trim(wPubDir) '/' wRunDate delimited by size into wDayDir
   call 'CBL_CREATE_DIR' using wPubDir
   call 'CBL_CREATE_DIR' using wDayDir
   move 0 to return-code
   move Sh-Id to wIdEd
   move spaces to wPageName
   string 'RPT' wIdEd '.html' delimited by size into wPageName

   if Sh-Type not = spaces
      move Sh-Type to wRptName
   else
      move Sh-File to wRptName
   end-if
   move Sh-Ts to wStampIn
   perform Edit-Stamp thru Edit-Stamp-Ex
   move wStampOut to wRunStamp
   move Sh-Pub-Ts to wStampIn
   perform Edit-Stamp thru Edit-Stamp-Ex
   move wStampOut to wPubStamp

   perform Write-Page thru Write-Page-Ex
   if Sh-Message not = spaces
      goback
   end-if
   perform Update-Day-Index thru Update-Day-Index-Ex

   move spaces to Sh-Path
   string trim(wDayDir) '/' wPageName delimited by size into Sh-Path
   move wPgCount to Sh-Pages
   move 'Y' to Sh-Ok
   GOBACK.

*> ***********************************************************************************
*>     the publication directory - the caller's, the destination's,
*>     or the shop's default
*> ***********************************************************************************
Resolve-Dir.
   if Sh-Dir not = spaces
      move Sh-Dir to wPubDir
      go to Resolve-Dir-Ex
   end-if
   if Sh-Dest not = spaces
      move spaces to wEnvName
      string 'GC87_PUBDIR_' trim(Sh-Dest) delimited by size
             into wEnvName
      display wEnvName upon environment-name
      accept env-value from environment-value
      if env-value = spaces
         move 'S' to Sh-Ok
         move spaces to Sh-Message
         string 'no publication directory for ' Sh-Dest
                delimited by size into Sh-Message
         go to Resolve-Dir-Ex
      end-if
      move env-value to wPubDir
      go to Resolve-Dir-Ex
   end-if
   move 'INTRANET' to wPubDir
   display 'GC87_PUBDIR' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wPubDir
   end-if
   continue.
Resolve-Dir-Ex. exit.

*> ***********************************************************************************
*>     first pass: the pages, and the first SORTOUT generation the
*>     report names
*> ***********************************************************************************
Scan-Report.
   move 0 to wPgCount wTotLines
   move spaces to wHeadLine1 wGen
   open input RptFile
   if RptFile-fs not = '00'
      go to Scan-Report-Ex
   end-if
   perform until RptFile-fs not = '00'
      move spaces to RptFile-record
      read RptFile
      if RptFile-fs = '00'
         add 1 to wTotLines
         perform Check-Page-Break thru Check-Page-Break-Ex
         if wNewPage = 'Y' and wPgCount < 500
            add 1 to wPgCount
         end-if
         if wGen = spaces
            perform Find-Generation thru Find-Generation-Ex
         end-if
      end-if
   end-perform
   close RptFile
   if wPgCount = 0
      move 1 to wPgCount
   end-if
   continue.
Scan-Report-Ex. exit.

*> the same page rule as the GC87SPOOL viewer - line one, a form
*> feed, or a recurrence of the report's first heading line
Check-Page-Break.
   move 'N' to wNewPage
   if wTotLines = 1
      move RptFile-record(1:80) to wHeadLine1
      move 'Y' to wNewPage
   else
      if RptFile-record(1:1) = x'0C'
         or (RptFile-record(1:80) = wHeadLine1
             and wHeadLine1 not = spaces)
         move 'Y' to wNewPage
      end-if
   end-if
   continue.
Check-Page-Break-Ex. exit.

Find-Generation.
   move 0 to wGenHits
   inspect RptFile-record tallying wGenHits for all 'SORTOUT.G'
   if wGenHits = 0
      go to Find-Generation-Ex
   end-if
   perform varying wGenPos from 1 by 1
             until wGenPos > 119 or wGen not = spaces
      if RptFile-record(wGenPos:9) = 'SORTOUT.G'
         and RptFile-record(wGenPos + 9:4) is numeric
         move RptFile-record(wGenPos + 9:4) to wGen
      end-if
   end-perform
   continue.
Find-Generation-Ex. exit.

Edit-Stamp.
   move spaces to wStampOut
   if wStampIn(1:8) is numeric
      string wStampIn(1:4) '-' wStampIn(5:2) '-' wStampIn(7:2) ' '
             wStampIn(10:2) ':' wStampIn(12:2) ':' wStampIn(14:2)
             delimited by size into wStampOut
   else
      move wStampIn to wStampOut
   end-if
   continue.
Edit-Stamp-Ex. exit.

*> ***********************************************************************************
*>     second pass: the page itself
*> ***********************************************************************************
Write-Page.
   move spaces to wHtmlSpec
   string trim(wDayDir) '/' wPageName delimited by size into wHtmlSpec
   open output HtmlFile
   if HtmlFile-fs not = '00'
      move spaces to Sh-Message
      string 'cannot write ' wHtmlSpec delimited by size
             into Sh-Message
      go to Write-Page-Ex
   end-if

   move Sh-File   to wNmFile
   move Sh-Origin to wNmOrigin
   move Sh-Dest   to wNmDest
   perform Escape-Names thru Escape-Names-Ex
   move '<!DOCTYPE html>' to wOut
   perform Put-Line thru Put-Line-Ex
   move '<html lang="en"><head><meta charset="utf-8">' to wOut
   perform Put-Line thru Put-Line-Ex
   move spaces to wOut
   string '<title>' trim(wEscName) ' - ' trim(wEscFile) '</title>'
          delimited by size into wOut
   perform Put-Line thru Put-Line-Ex
   perform Put-Style thru Put-Style-Ex
   move '</head><body id="top">' to wOut
   perform Put-Line thru Put-Line-Ex
   move spaces to wOut
   string '<h1>' trim(wEscName) '</h1>' delimited by size into wOut
   perform Put-Line thru Put-Line-Ex

   move '<table class="hdr">' to wOut
   perform Put-Line thru Put-Line-Ex
   move spaces to wOut
   string '<tr><td>Report file</td><td>' trim(wEscFile) '</td></tr>'
          delimited by size into wOut
   perform Put-Line thru Put-Line-Ex
   move spaces to wOut
   string '<tr><td>Producing program</td><td>' trim(wEscOrigin)
          '</td></tr>' delimited by size into wOut
   perform Put-Line thru Put-Line-Ex
   move spaces to wOut
   string '<tr><td>Run date</td><td>' trim(wRunStamp) '</td></tr>'
          delimited by size into wOut
   perform Put-Line thru Put-Line-Ex
   move spaces to wOut
   if wGen not = spaces
      string '<tr><td>SORTOUT generation</td><td>SORTOUT.G' wGen
             '</td></tr>' delimited by size into wOut
   else
      move '<tr><td>SORTOUT generation</td><td>not known</td></tr>'
        to wOut
   end-if
   perform Put-Line thru Put-Line-Ex
   move spaces to wOut
   if Sh-Dest not = spaces
      string '<tr><td>Distribution</td><td>' trim(wEscDest)
             '</td></tr>' delimited by size into wOut
   else
      move '<tr><td>Distribution</td><td>general</td></tr>' to wOut
   end-if
   perform Put-Line thru Put-Line-Ex
   move wPgCount to wNum3
   move spaces to wOut
   string '<tr><td>Spool id / pages</td><td>' wIdEd ' / '
          trim(wNum3) '</td></tr>' delimited by size into wOut
   perform Put-Line thru Put-Line-Ex
   move spaces to wOut
   string '<tr><td>Published</td><td>' trim(wPubStamp) '</td></tr>'
          delimited by size into wOut
   perform Put-Line thru Put-Line-Ex
   move '</table>' to wOut
   perform Put-Line thru Put-Line-Ex

*> the navigation index - ten page links to a line
   move '<nav class="pages"><b>Pages:</b>' to wOut
   perform Put-Line thru Put-Line-Ex
   move spaces to wOut
   move 1 to wPtr
   move 0 to wLinkCount
   perform varying wPgNo from 1 by 1 until wPgNo > wPgCount
      move wPgNo to wNum3
      string '<a href="#p' trim(wNum3) '">' trim(wNum3) '</a> '
             delimited by size into wOut with pointer wPtr
      add 1 to wLinkCount
      if wLinkCount >= 10
         perform Put-Line thru Put-Line-Ex
         move spaces to wOut
         move 1 to wPtr
         move 0 to wLinkCount
      end-if
   end-perform
   if wLinkCount > 0
      perform Put-Line thru Put-Line-Ex
   end-if
   move '</nav>' to wOut
   perform Put-Line thru Put-Line-Ex

*> the report, a section per page
   move 0 to wPgNo wTotLines
   move spaces to wHeadLine1
   open input RptFile
   perform until RptFile-fs not = '00'
      move spaces to RptFile-record
      read RptFile
      if RptFile-fs = '00'
         add 1 to wTotLines
         perform Check-Page-Break thru Check-Page-Break-Ex
         if wNewPage = 'Y' and wPgNo < wPgCount
            if wPgNo > 0
               move '</pre></section>' to wOut
               perform Put-Line thru Put-Line-Ex
            end-if
            add 1 to wPgNo
            perform Put-Section-Head thru Put-Section-Head-Ex
         end-if
         if wPgNo = 0
            move 1 to wPgNo
            perform Put-Section-Head thru Put-Section-Head-Ex
         end-if
         move RptFile-record to wSrcLine
         if wSrcLine(1:1) = x'0C'
            move RptFile-record(2:) to wSrcLine
         end-if
         perform Escape-Line thru Escape-Line-Ex
         perform Put-Line thru Put-Line-Ex
      end-if
   end-perform
   close RptFile
   if wPgNo = 0
      move 1 to wPgNo
      perform Put-Section-Head thru Put-Section-Head-Ex
   end-if
   move '</pre></section>' to wOut
   perform Put-Line thru Put-Line-Ex

   move spaces to wOut
   string '<p class="foot"><a href="index.html">Reports of '
          wRunDate(1:4) '-' wRunDate(5:2) '-' wRunDate(7:2)
          '</a></p>' delimited by size into wOut
   perform Put-Line thru Put-Line-Ex
   move '</body></html>' to wOut
   perform Put-Line thru Put-Line-Ex
   close HtmlFile
   continue.
Write-Page-Ex. exit.

Put-Style.
   move '<style>' to wOut
   perform Put-Line thru Put-Line-Ex
   move 'body{font-family:sans-serif;margin:1em 2em}' to wOut
   perform Put-Line thru Put-Line-Ex
   move 'table.hdr td{padding:0 1.5em 0 0}' to wOut
   perform Put-Line thru Put-Line-Ex
   move 'nav a{margin-right:.4em}' to wOut
   perform Put-Line thru Put-Line-Ex
   move 'section h2{font-size:1em;margin:1.5em 0 .3em 0}' to wOut
   perform Put-Line thru Put-Line-Ex
   move 'section+section{page-break-before:always}' to wOut
   perform Put-Line thru Put-Line-Ex
   move 'pre{font-family:monospace;font-size:10pt;border:1px solid #bbb;padding:.5em;overflow-x:auto}'
     to wOut
   perform Put-Line thru Put-Line-Ex
   move '</style>' to wOut
   perform Put-Line thru Put-Line-Ex
   continue.
Put-Style-Ex. exit.

*> a page's heading, with the way back to the index and its
*> neighbours
Put-Section-Head.
   move wPgNo to wNum3
   move wPgCount to wNum3b
   move spaces to wOut
   move 1 to wPtr
   string '<section id="p' trim(wNum3) '"><h2>Page ' trim(wNum3)
          ' of ' trim(wNum3b) ' &nbsp; <a href="#top">index</a>'
          delimited by size into wOut with pointer wPtr
   if wPgNo > 1
      compute wNum3 = wPgNo - 1
      string ' <a href="#p' trim(wNum3) '">previous</a>'
             delimited by size into wOut with pointer wPtr
   end-if
   if wPgNo < wPgCount
      compute wNum3 = wPgNo + 1
      string ' <a href="#p' trim(wNum3) '">next</a>'
             delimited by size into wOut with pointer wPtr
   end-if
   string '</h2><pre>' delimited by size into wOut with pointer wPtr
   perform Put-Line thru Put-Line-Ex
   continue.
Put-Section-Head-Ex. exit.

*> the report's name and its file, program and distribution names,
*> escaped one by one as the report lines are
Escape-Names.
   move wRptName to wSrcLine
   perform Escape-Line thru Escape-Line-Ex
   move wOut to wEscName
   move wNmFile to wSrcLine
   perform Escape-Line thru Escape-Line-Ex
   move wOut to wEscFile
   move wNmOrigin to wSrcLine
   perform Escape-Line thru Escape-Line-Ex
   move wOut to wEscOrigin
   move wNmDest to wSrcLine
   perform Escape-Line thru Escape-Line-Ex
   move wOut to wEscDest
   continue.
Escape-Names-Ex. exit.

*> the report line with & < > made safe and control bytes blanked
Escape-Line.
   move spaces to wOut
   move 1 to wPtr
   if wSrcLine = spaces
      go to Escape-Line-Ex
   end-if
   compute wSrcLen = length(trim(wSrcLine trailing))
   perform varying wSx from 1 by 1 until wSx > wSrcLen
      move wSrcLine(wSx:1) to wChar
      evaluate true
         when wChar = '&'
            string '&amp;' delimited by size into wOut with pointer wPtr
         when wChar = '<'
            string '&lt;' delimited by size into wOut with pointer wPtr
         when wChar = '>'
            string '&gt;' delimited by size into wOut with pointer wPtr
         when wChar < space
            string ' ' delimited by size into wOut with pointer wPtr
         when other
            string wChar delimited by size into wOut with pointer wPtr
      end-evaluate
   end-perform
   continue.
Escape-Line-Ex. exit.

Put-Line.
   move wOut to HtmlFile-record
   write HtmlFile-record
   move spaces to wOut
   continue.
Put-Line-Ex. exit.

*> ***********************************************************************************
*>     the day directory's list of publications - this report's row
*>     replaced or added - and its index.html rebuilt from it
*> ***********************************************************************************
Update-Day-Index.
   move spaces to wDayIdxSpec
   string trim(wDayDir) '/PUBINDEX.DAT' delimited by size
          into wDayIdxSpec
   move 0 to wDayCount wDayHit
   open input DayIdx
   if DayIdx-fs = '00' or DayIdx-fs = '05'
      perform until DayIdx-fs not = '00'
         move spaces to DayIdx-record
         read DayIdx
         if DayIdx-fs = '00' and wDayCount < 300
            add 1 to wDayCount
            move DayIdx-record to wDayRow(wDayCount)
            if pi-id = Sh-Id and pi-dest = Sh-Dest
               move wDayCount to wDayHit
            end-if
         end-if
      end-perform
      close DayIdx
   end-if
   move spaces    to DayIdx-record
   move Sh-Id     to pi-id
   move Sh-Ts     to pi-ts
   move Sh-Type   to pi-type
   move Sh-Origin to pi-origin
   move wPgCount  to pi-pages
   move wGen      to pi-gen
   move wPageName to pi-page
   move Sh-File   to pi-file
   move Sh-Dest   to pi-dest
   if wDayHit > 0
      move DayIdx-record to wDayRow(wDayHit)
   else
      if wDayCount < 300
         add 1 to wDayCount
         move DayIdx-record to wDayRow(wDayCount)
      end-if
   end-if
   open output DayIdx
   perform varying wDx from 1 by 1 until wDx > wDayCount
      move wDayRow(wDx) to DayIdx-record
      write DayIdx-record
   end-perform
   close DayIdx

   move spaces to wHtmlSpec
   string trim(wDayDir) '/index.html' delimited by size into wHtmlSpec
   open output HtmlFile
   if HtmlFile-fs not = '00'
      go to Update-Day-Index-Ex
   end-if
   move '<!DOCTYPE html>' to wOut
   perform Put-Line thru Put-Line-Ex
   move '<html lang="en"><head><meta charset="utf-8">' to wOut
   perform Put-Line thru Put-Line-Ex
   move spaces to wOut
   string '<title>Reports of ' wRunDate(1:4) '-' wRunDate(5:2) '-'
          wRunDate(7:2) '</title>' delimited by size into wOut
   perform Put-Line thru Put-Line-Ex
   perform Put-Style thru Put-Style-Ex
   move '</head><body>' to wOut
   perform Put-Line thru Put-Line-Ex
   move spaces to wOut
   string '<h1>Reports of ' wRunDate(1:4) '-' wRunDate(5:2) '-'
          wRunDate(7:2) '</h1>' delimited by size into wOut
   perform Put-Line thru Put-Line-Ex
   move '<table class="hdr">' to wOut
   perform Put-Line thru Put-Line-Ex
   move '<tr><th>Run</th><th>Report</th><th>Program</th><th>Pages</th><th>Generation</th><th>Distribution</th><th>File</th></tr>'
     to wOut
   perform Put-Line thru Put-Line-Ex
   perform varying wDx from 1 by 1 until wDx > wDayCount
      move wDayRow(wDx) to DayIdx-record
      move pi-ts to wStampIn
      perform Edit-Stamp thru Edit-Stamp-Ex
      move pi-pages to wNum3
      if pi-type = spaces
         move pi-file to wRptName
      else
         move pi-type to wRptName
      end-if
      move pi-file   to wNmFile
      move pi-origin to wNmOrigin
      move pi-dest   to wNmDest
      perform Escape-Names thru Escape-Names-Ex
      move spaces to wOut
      move 1 to wPtr
      string '<tr><td>' wStampOut(12:8) '</td><td><a href="'
             trim(pi-page) '">' trim(wEscName) '</a></td><td>'
             trim(wEscOrigin) '</td><td>' trim(wNum3) '</td><td>'
             delimited by size into wOut with pointer wPtr
      if pi-gen not = spaces
         string 'G' pi-gen delimited by size
                into wOut with pointer wPtr
      end-if
      string '</td><td>' delimited by size into wOut with pointer wPtr
      if pi-dest not = spaces
         string trim(wEscDest) delimited by size
                into wOut with pointer wPtr
      else
         string 'general' delimited by size
                into wOut with pointer wPtr
      end-if
      string '</td><td>' trim(wEscFile) '</td></tr>'
             delimited by size into wOut with pointer wPtr
      perform Put-Line thru Put-Line-Ex
   end-perform
   move '</table>' to wOut
   perform Put-Line thru Put-Line-Ex
   move '</body></html>' to wOut
   perform Put-Line thru Put-Line-Ex
   close HtmlFile
   continue.
Update-Day-Index-Ex. exit.
