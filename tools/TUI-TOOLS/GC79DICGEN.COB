       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC79DICGEN.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Generator and checker for the LAYOUTS.DIC record-layout
*>             dictionary GC79RECBROWSE (and the fxwsqf01a fixed-width
*>             ingest) read - the end of LAYOUT entries typed in by
*>             hand with offsets worked out on paper, and of a
*>             dictionary that goes silently wrong when its copybook
*>             changes.
*>             GENERATE (GC79_COPYBOOK given): parses the copybook
*>             (by default out of ../GCSORT/tests/copy) and writes
*>             the LAYOUT/FIELD entry of one of its 01 records into
*>             the dictionary, offsets and lengths worked out from
*>             the PICTURE and USAGE clauses:
*>               - DISPLAY: X/A and edited pictures CH, numeric ZD
*>                 signed / ZU unsigned, one byte more with SIGN ...
*>                 SEPARATE (then CH, the sign being a character);
*>                 SIGN LEADING without SEPARATE is HX - the
*>                 browser reads the overpunch on the last byte;
*>               - COMP/COMP-4/BINARY: BI, sized by the binary-size
*>                 rule the sort programs are compiled with (GC79_BIN,
*>                 default 1--8: 1-2 digits 1 byte, 3-4 2, 5-6 3,
*>                 7-9 4 ... 17-18 8; 1-2-4-8 and 2-4-8 also taken);
*>                 BINARY-CHAR/SHORT/LONG/DOUBLE 1/2/4/8, INDEX 4;
*>                 COMP-5 is native byte order, so HX;
*>               - COMP-3/PACKED-DECIMAL: PD, digits / 2 + 1 bytes;
*>                 COMP-6 HX; COMP-1 4 and COMP-2 8 bytes HX;
*>               - REDEFINES: the redefining item and everything under
*>                 it are left out - the bytes are already described
*>                 by the item redefined, and the offset does not move;
*>               - OCCURS: a fixed table is described one occurrence
*>                 at a time (name-1, name-2 ...) while the entry stays
*>                 within the 40 fields the browser holds, otherwise
*>                 as one field over the whole table (CH if all text,
*>                 else HX); OCCURS DEPENDING ON is one field at its
*>                 maximum length and makes the layout FRAME=VAR;
*>               - FILLER takes its bytes but gets no FIELD line.
*>             The layout is FRAME=VAR when the FD says RECORD
*>             VARYING or the record has an OCCURS DEPENDING ON,
*>             otherwise FRAME=FIX with LEN= the record length;
*>             GC79_FRAME=LINE describes a line sequential file.
*>             The field names lose the prefix every one of them
*>             shares (in-seq-record becomes seq-record, as the
*>             hand-made entries have it). The LAYOUT line carries
*>             COPY=, RECORD= and STRIP= (and BIN= when not 1--8) -
*>             words the dictionary readers pass over - so the entry
*>             says where it came from. An entry of the same name is
*>             only replaced with GC79_REPLACE=Y; it is rewritten in
*>             place and the comments around it are kept.
*>             CHECK (no GC79_COPYBOOK): re-derives every dictionary
*>             entry carrying COPY= from the current copybook and
*>             lists each one that no longer matches - framing,
*>             record length, and every field missing, added or
*>             placed differently - in LAYOUTCHK.RPT. Hand-made
*>             entries (no COPY=) are listed as not checked. A
*>             dictionary with an entry out of step ends with
*>             RETURN-CODE 8, so a scheduler can hold the browse jobs.
*>             Its operator texts are GC65MSGTEXT messages 1-21, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC79DICGEN.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC79DICGEN
*> Parameters: GC79_DICT     - the dictionary (default LAYOUTS.DIC)
*>             GC79_COPYLIB  - copybook directory (default
*>                             ../GCSORT/tests/copy)
*>             GC79_COPYBOOK - copybook to generate from (finsqf01 or
*>                             finsqf01.cpy); not set = CHECK
*>             GC79_RECORD   - the 01 record (default the first)
*>             GC79_LAYOUT   - layout name (default the record name)
*>             GC79_FRAME    - FIX, VAR or LINE (default derived)
*>             GC79_STRIP    - name prefix to drop (default the one
*>                             all fields share, NONE for none)
*>             GC79_BIN      - binary-size rule (default 1--8)
*>             GC79_REPLACE  - Y to regenerate an existing entry
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
   select CpyFile
          assign       to CPYSPEC
          organization is line sequential
          file status  is CpyFile-fs.
   select DicFile
          assign       to DICSPEC
          organization is line sequential
          file status  is DicFile-fs.
   select CheckRpt
          assign       to wCheckRptName
          organization is line sequential
          file status  is fs-checkrpt.

DATA DIVISION.
FILE SECTION.
fd  CpyFile.
01  CpyFile-record   pic x(256).
fd  DicFile.
01  DicFile-record   pic x(100).
fd  CheckRpt.
01  CheckRpt-record  pic x(100).

WORKING-STORAGE SECTION.

01  env-value       pic x(128) value spaces.
01  wMode           pic x(08) value 'CHECK'.
01  wToday          pic x(10) value spaces.
01  wDate           pic 9(08) value 0.
01  wWarnings       pic 9(04) value 0.
01  wMsg            pic x(100) value spaces.
01  wNum            pic z(5)9.
01  wNum2           pic z(5)9.

*>     the files
01  DICSPEC         pic x(128) value 'LAYOUTS.DIC'.
01  DicFile-fs      pic x(02) value spaces.
01  CPYSPEC         pic x(256) value spaces.
01  CpyFile-fs      pic x(02) value spaces.
01  wCheckRptName   pic x(20) value 'LAYOUTCHK.RPT'.
01  fs-checkrpt     pic x(02) value spaces.
01  wCopyLib        pic x(128) value '../GCSORT/tests/copy'.
01  wCheckDetails   pic x(30) value spaces.

*>     what is asked for - GENERATE takes it from the environment,
*>     CHECK from the LAYOUT line of each entry
01  wCopyMember     pic x(64) value spaces.
01  wRecordWanted   pic x(40) value spaces.
01  wLayoutName     pic x(16) value spaces.
01  wFrameWanted    pic x(04) value spaces.
01  wStripWanted    pic x(32) value spaces.
01  wBinSize        pic x(08) value '1--8'.
01  wReplace        pic x(01) value 'N'.

*>     the copybook, entry by entry
01  wFreeFormat     pic x(01) value 'N'.
01  wCodeText       pic x(256) value spaces.
01  wCodeLen        pic 9(04) value 0.
01  wCharIdx        pic 9(04) value 0.
01  wQuote          pic x(01) value space.
01  wSentence       pic x(2048) value spaces.
01  wSentLen        pic 9(04) value 0.
01  wSentIdx        pic 9(04) value 0.
01  wTokens.
    05 wTokCount    pic 9(02) value 0.
    05 wTok         pic x(40) occurs 60 times.
01  wTokIdx         pic 9(02) value 0.
01  wTokLen         pic 9(02) value 0.
01  wTokUp          pic x(40) value spaces.

*>     the entry being looked at
01  wItemLevel      pic 9(02) value 0.
01  wItemName       pic x(40) value spaces.
01  wItemPic        pic x(40) value spaces.
01  wItemUsage      pic x(20) value spaces.
01  wItemOccurs     pic 9(05) value 0.
01  wItemOdo        pic x(01) value 'N'.
01  wItemRedef      pic x(01) value 'N'.
01  wItemLead       pic x(01) value 'N'.
01  wItemSep        pic x(01) value 'N'.
01  wItemElem       pic x(01) value 'N'.
01  wItemLen        pic 9(05) value 0.
01  wItemType       pic x(02) value spaces.

*>     what the PICTURE says
01  wPicIdx         pic 9(02) value 0.
01  wPicChar        pic x(01) value space.
01  wPicRepeat      pic 9(05) value 0.
01  wPicClose       pic 9(02) value 0.
01  wPicSigned      pic x(01) value 'N'.
01  wPicDigits      pic 9(05) value 0.
01  wPicText        pic 9(05) value 0.
01  wPicNational    pic 9(05) value 0.
01  wPicEdit        pic 9(05) value 0.

*>     where the record walk is: L looking for the record, I inside
*>     it, F done. The open groups are stacked with their start
*>     offset, so a group OCCURS can be laid out once its first
*>     occurrence is known
01  wRecState       pic x(01) value 'L'.
01  wFdVarying      pic x(01) value 'N'.
01  wRecName        pic x(40) value spaces.
01  wOff            pic 9(05) value 0.
01  wSkipLevel      pic 9(02) value 0.
01  wGrpTop         pic 9(02) value 0.
01  wGroupStack.
    05 wGrp occurs 20 times.
       10 gs-level  pic 9(02).
       10 gs-name   pic x(40).
       10 gs-start  pic 9(05).
       10 gs-occurs pic 9(05).
       10 gs-odo    pic x(01).
       10 gs-first  pic 9(03).
       10 gs-usage  pic x(20).
01  wGrpSize        pic 9(05) value 0.
01  wGrpFields      pic 9(03) value 0.
01  wOccIdx         pic 9(05) value 0.
01  wOccEdit        pic z(4)9.
01  wAllText        pic x(01) value 'Y'.

*>     the generated entry - up to 200 fields; the browser shows the
*>     first 40
01  wGenOk          pic x(01) value 'N'.
01  wGenError       pic x(60) value spaces.
01  wGenFile        pic x(64) value spaces.
01  wGenVarying     pic x(01) value 'N'.
01  wGenFrame       pic x(04) value spaces.
01  wGenRecLen      pic 9(05) value 0.
01  wGenStrip       pic x(32) value spaces.
01  wGenCount       pic 9(03) value 0.
01  wGenFields.
    05 wGenFld occurs 200 times.
       10 gf-name   pic x(40).
       10 gf-off    pic 9(05).
       10 gf-len    pic 9(05).
       10 gf-type   pic x(02).
       10 gf-seen   pic x(01).
01  wGenIdx         pic 9(03) value 0.
01  wGenIdx2        pic 9(03) value 0.
01  wGenName        pic x(40) value spaces.
01  wStripLen       pic 9(02) value 0.
01  wNameLen        pic 9(02) value 0.

*>     the dictionary: every line (GENERATE rewrites it), and in CHECK
*>     the entry being compared
01  wDicCount       pic 9(04) value 0.
01  wDicLines.
    05 wDicLine     pic x(100) occurs 2000 times.
01  wDicIdx         pic 9(04) value 0.
01  wDicFrom        pic 9(04) value 0.
01  wDicTo          pic 9(04) value 0.
01  wDicWord        pic x(10) value spaces.
01  wDicParm        pic x(64) value spaces.
01  wDicPName       pic x(10) value spaces.
01  wDicPValue      pic x(64) value spaces.
01  wDicPtr         pic 9(03) value 1.
01  wNewLine        pic x(100) value spaces.
01  wNewPtr         pic 9(03) value 1.

01  wEntActive      pic x(01) value 'N'.
01  wEntName        pic x(16) value spaces.
01  wEntFrame       pic x(04) value spaces.
01  wEntLen         pic 9(05) value 0.
01  wEntCopy        pic x(64) value spaces.
01  wEntRecord      pic x(40) value spaces.
01  wEntStrip       pic x(32) value spaces.
01  wEntBin         pic x(08) value spaces.
01  wEntCount       pic 9(03) value 0.
01  wEntFields.
    05 wEntFld occurs 200 times.
       10 ef-name   pic x(16).
       10 ef-off    pic 9(05).
       10 ef-len    pic 9(05).
       10 ef-type   pic x(02).
       10 ef-seen   pic x(01).
01  wEntIdx         pic 9(03) value 0.
01  wEntDiffs       pic 9(04) value 0.
01  wEntries        pic 9(04) value 0.
01  wChecked        pic 9(04) value 0.
01  wDiffering      pic 9(04) value 0.
01  wUnchecked      pic 9(04) value 0.

*>     the operator texts - GC65MSGTEXT messages 1-21 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC79DICGEN - layout dictionary generator / checker'.
    05 filler pic x(58) value '*** GC79_FRAME must be FIX, VAR or LINE'.
    05 filler pic x(58) value '  field name cut to 16 characters: '.
    05 filler pic x(58) value '  layout name cut to 16 characters: '.
    05 filler pic x(58) value '*** LAYOUT '.
    05 filler pic x(58) value ' is already in '.
    05 filler pic x(58) value ' - GC79_REPLACE=Y regenerates it'.
    05 filler pic x(58) value ' too long to rewrite'.
    05 filler pic x(58) value '*** unable to write '.
    05 filler pic x(58) value ' - file status '.
    05 filler pic x(58) value '  LAYOUT '.
    05 filler pic x(58) value ' replaced in '.
    05 filler pic x(58) value ' added to '.
    05 filler pic x(58) value ' fields - GC79RECBROWSE shows the first 40'.
    05 filler pic x(58) value '*** unable to open '.
    05 filler pic x(58) value ' entries checked: '.
    05 filler pic x(58) value ' not matching   : '.
    05 filler pic x(58) value ' not checked    : '.
    05 filler pic x(58) value ' see '.
    05 filler pic x(58) value ' LAYOUT '.
    05 filler pic x(58) value ' does not match '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 21 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   display wText(1)(1:50)
   move current-date(1:8) to wDate
   string wDate(1:4) '-' wDate(5:2) '-' wDate(7:2)
          delimited by size into wToday
   perform Read-Parameters thru Read-Parameters-Ex

   if wMode = 'GENERATE'
      perform Generate-Entry thru Generate-Entry-Ex
   else
      perform Check-Dictionary thru Check-Dictionary-Ex
   end-if
   goback.

*> ***********************************************************************************
Read-Parameters.
   display 'GC79_DICT' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to DICSPEC
   end-if
   display 'GC79_COPYLIB' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wCopyLib
   end-if
   display 'GC79_COPYBOOK' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wCopyMember
      move 'GENERATE' to wMode
   end-if
   display 'GC79_RECORD' upon environment-name
   accept env-value from environment-value
   move env-value to wRecordWanted
   display 'GC79_LAYOUT' upon environment-name
   accept env-value from environment-value
   move upper-case(env-value) to wLayoutName
   display 'GC79_FRAME' upon environment-name
   accept env-value from environment-value
   move upper-case(env-value) to wFrameWanted
   display 'GC79_STRIP' upon environment-name
   accept env-value from environment-value
   move env-value to wStripWanted
   display 'GC79_BIN' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wBinSize
   end-if
   display 'GC79_REPLACE' upon environment-name
   accept env-value from environment-value
   move upper-case(env-value(1:1)) to wReplace
   continue.
Read-Parameters-Ex. exit.

*> ***********************************************************************************
*>     GENERATE: derive the entry, show it, and put it in the
*>     dictionary - appended, or in place of the entry of the same
*>     name when GC79_REPLACE=Y
*> ***********************************************************************************
Generate-Entry.
   if wFrameWanted not = spaces and wFrameWanted not = 'FIX'
      and wFrameWanted not = 'VAR' and wFrameWanted not = 'LINE'
      display wText(2)(1:39)
      move 16 to return-code
      go to Generate-Entry-Ex
   end-if
   perform Generate-Layout thru Generate-Layout-Ex
   if wGenOk not = 'Y'
      display '*** ' trim(wGenError)
      move 16 to return-code
      go to Generate-Entry-Ex
   end-if
   perform varying wGenIdx from 1 by 1 until wGenIdx > wGenCount
      move length(trim(gf-name(wGenIdx))) to wNameLen
      if wNameLen > 16
         display wText(3)(1:35)
                 gf-name(wGenIdx)(1:16)
         add 1 to wWarnings
      end-if
   end-perform
   if wLayoutName = spaces
      move upper-case(wRecName) to wLayoutName
      if wRecName(17:) not = spaces
         display wText(4)(1:36) wLayoutName
         add 1 to wWarnings
      end-if
   end-if

   perform Load-Dictionary thru Load-Dictionary-Ex
   if return-code = 16
      go to Generate-Entry-Ex
   end-if
*>     the entry of the same name, if any: its LAYOUT line and the
*>     FIELD lines under it, with the generated-from comment above
   move 0 to wDicFrom wDicTo
   perform varying wDicIdx from 1 by 1 until wDicIdx > wDicCount
      move spaces to wDicWord wDicParm
      unstring wDicLine(wDicIdx) delimited by all ' '
          into wDicWord wDicParm
      end-unstring
      if upper-case(wDicWord) = 'LAYOUT'
         and upper-case(wDicParm(1:16)) = wLayoutName
         and wDicParm(17:) = spaces
         move wDicIdx to wDicFrom wDicTo
         exit perform
      end-if
   end-perform
   if wDicFrom > 0
      if wReplace not = 'Y'
         display wText(5)(1:11) trim(wLayoutName) wText(6)(1:15)
                 trim(DICSPEC) wText(7)(1:32)
         move 16 to return-code
         go to Generate-Entry-Ex
      end-if
      if wDicFrom > 1
         and wDicLine(wDicFrom - 1)(1:17) = '* generated from '
         subtract 1 from wDicFrom
      end-if
      perform until wDicTo >= wDicCount
         move spaces to wDicWord
         unstring wDicLine(wDicTo + 1) delimited by all ' '
             into wDicWord
         end-unstring
         if upper-case(wDicWord) not = 'FIELD'
            exit perform
         end-if
         add 1 to wDicTo
      end-perform
   end-if

   if wDicCount + wGenCount + 4 > 2000
      display '*** ' trim(DICSPEC) wText(8)(1:20)
      move 16 to return-code
      go to Generate-Entry-Ex
   end-if
   open output DicFile
   if DicFile-fs not = '00'
      display wText(9)(1:20) trim(DICSPEC) wText(10)(1:15)
              DicFile-fs
      move 16 to return-code
      go to Generate-Entry-Ex
   end-if
   if wDicFrom > 0
      perform varying wDicIdx from 1 by 1 until wDicIdx >= wDicFrom
         write DicFile-record from wDicLine(wDicIdx)
      end-perform
      perform Write-Entry thru Write-Entry-Ex
      perform varying wDicIdx from wDicTo by 1 until wDicIdx >= wDicCount
         write DicFile-record from wDicLine(wDicIdx + 1)
      end-perform
   else
      perform varying wDicIdx from 1 by 1 until wDicIdx > wDicCount
         write DicFile-record from wDicLine(wDicIdx)
      end-perform
      move '*' to DicFile-record
      write DicFile-record
      perform Write-Entry thru Write-Entry-Ex
   end-if
   close DicFile

   if wDicFrom > 0
      display wText(11)(1:9) trim(wLayoutName) wText(12)(1:13) trim(DICSPEC)
   else
      display wText(11)(1:9) trim(wLayoutName) wText(13)(1:10) trim(DICSPEC)
   end-if
   if wGenCount > 40
      display '  ' wGenCount wText(14)(1:42)
      add 1 to wWarnings
   end-if
   if wWarnings > 0
      move 4 to return-code
   else
      move 0 to return-code
   end-if
   continue.
Generate-Entry-Ex. exit.

Write-Entry.
   move spaces to DicFile-record
   string '* generated from ' trim(wGenFile) ' by GC79DICGEN '
          wToday delimited by size into DicFile-record
   write DicFile-record
   display '  ' trim(DicFile-record)

   move spaces to wNewLine
   move 1 to wNewPtr
   string 'LAYOUT ' trim(wLayoutName) ' FRAME=' trim(wGenFrame)
          delimited by size into wNewLine with pointer wNewPtr
   if wGenFrame = 'FIX'
      move wGenRecLen to wNum
      string ' LEN=' trim(wNum)
             delimited by size into wNewLine with pointer wNewPtr
   end-if
   string ' COPY=' trim(wGenFile) ' RECORD=' trim(lower-case(wRecName))
          delimited by size into wNewLine with pointer wNewPtr
   if wGenStrip not = spaces
      string ' STRIP=' trim(wGenStrip)
             delimited by size into wNewLine with pointer wNewPtr
   end-if
   if wBinSize not = '1--8'
      string ' BIN=' trim(wBinSize)
             delimited by size into wNewLine with pointer wNewPtr
   end-if
   write DicFile-record from wNewLine
   display '  ' trim(wNewLine)

   perform varying wGenIdx from 1 by 1 until wGenIdx > wGenCount
      move gf-off(wGenIdx) to wNum
      move gf-len(wGenIdx) to wNum2
      move spaces to wNewLine
      string 'FIELD ' trim(gf-name(wGenIdx)(1:16))
             ' OFF=' trim(wNum) ' LEN=' trim(wNum2)
             ' TYPE=' gf-type(wGenIdx)
             delimited by size into wNewLine
      write DicFile-record from wNewLine
      display '  ' trim(wNewLine)
   end-perform
   continue.
Write-Entry-Ex. exit.

Load-Dictionary.
*>     a dictionary not there yet is started
   move 0 to wDicCount
   open input DicFile
   if DicFile-fs = '35'
      go to Load-Dictionary-Ex
   end-if
   if DicFile-fs not = '00'
      display wText(15)(1:19) trim(DICSPEC) wText(10)(1:15)
              DicFile-fs
      move 16 to return-code
      go to Load-Dictionary-Ex
   end-if
   perform until DicFile-fs not = '00'
      read DicFile
      if DicFile-fs = '00'
         if wDicCount >= 2000
            display '*** ' trim(DICSPEC) wText(8)(1:20)
            move 16 to return-code
            exit perform
         end-if
         add 1 to wDicCount
         move DicFile-record to wDicLine(wDicCount)
      end-if
   end-perform
   close DicFile
   continue.
Load-Dictionary-Ex. exit.

*> ***********************************************************************************
*>     CHECK: walk the dictionary an entry at a time and compare each
*>     copybook-made one with what its copybook says today
*> ***********************************************************************************
Check-Dictionary.
   open input DicFile
   if DicFile-fs not = '00'
      display wText(15)(1:19) trim(DICSPEC) wText(10)(1:15)
              DicFile-fs
      move 16 to return-code
      go to Check-Dictionary-Ex
   end-if
   open output CheckRpt
   if fs-checkrpt not = '00'
      display wText(15)(1:19) wCheckRptName
      close DicFile
      move 16 to return-code
      go to Check-Dictionary-Ex
   end-if
   move 'LAYOUT DICTIONARY CHECK REPORT' to CheckRpt-record
   write CheckRpt-record
   move spaces to wMsg
   string 'Run date: ' wDate '   dictionary: ' trim(DICSPEC)
          '   copybooks: ' trim(wCopyLib)
          delimited by size into wMsg
   move wMsg to CheckRpt-record
   write CheckRpt-record

   move 'N' to wEntActive
   perform until DicFile-fs not = '00'
      read DicFile
      if DicFile-fs = '00'
         if DicFile-record(1:1) not = '*'
            and DicFile-record not = spaces
            perform Check-Dic-Line thru Check-Dic-Line-Ex
         end-if
      end-if
   end-perform
   close DicFile
   if wEntActive = 'Y'
      perform Check-Entry thru Check-Entry-Ex
   end-if

   move spaces to CheckRpt-record
   write CheckRpt-record
   move spaces to wMsg
   string 'Entries: ' wEntries '   checked: ' wChecked
          '   not matching: ' wDiffering '   not from a copybook: '
          wUnchecked
          delimited by size into wMsg
   move wMsg to CheckRpt-record
   write CheckRpt-record
   close CheckRpt
   display wText(16)(1:18) wChecked
   display wText(17)(1:18) wDiffering
   display wText(18)(1:18) wUnchecked
   if wDiffering > 0
      display wText(19)(1:5) wCheckRptName
      move 8 to return-code
   else
      move 0 to return-code
   end-if
   continue.
Check-Dictionary-Ex. exit.

Check-Dic-Line.
   move spaces to wDicWord wDicParm
   move 1 to wDicPtr
   unstring DicFile-record delimited by all ' '
       into wDicWord wDicParm
       with pointer wDicPtr
   end-unstring
   evaluate upper-case(wDicWord)
      when 'LAYOUT'
         if wEntActive = 'Y'
            perform Check-Entry thru Check-Entry-Ex
         end-if
         move 'Y' to wEntActive
         move upper-case(wDicParm(1:16)) to wEntName
         move spaces to wEntFrame wEntCopy wEntRecord wEntStrip wEntBin
         move 0 to wEntLen wEntCount
         perform Check-Dic-Parms thru Check-Dic-Parms-Ex
      when 'FIELD'
         if wEntActive = 'Y' and wEntCount < 200
            add 1 to wEntCount
            move wDicParm(1:16) to ef-name(wEntCount)
            move 0 to ef-off(wEntCount) ef-len(wEntCount)
            move 'CH' to ef-type(wEntCount)
            move 'N' to ef-seen(wEntCount)
            perform Check-Dic-Parms thru Check-Dic-Parms-Ex
         end-if
      when other
         continue
   end-evaluate
   continue.
Check-Dic-Line-Ex. exit.

Check-Dic-Parms.
   perform until wDicPtr > 100
      move spaces to wDicParm
      unstring DicFile-record delimited by all ' '
          into wDicParm
          with pointer wDicPtr
      end-unstring
      if wDicParm = spaces
         exit perform
      end-if
      move spaces to wDicPName wDicPValue
      unstring wDicParm delimited by '='
          into wDicPName wDicPValue
      end-unstring
      evaluate upper-case(wDicPName)
         when 'FRAME'  move upper-case(wDicPValue(1:4)) to wEntFrame
         when 'LEN'
            if upper-case(wDicWord) = 'FIELD'
               compute ef-len(wEntCount) = numval(wDicPValue)
            else
               compute wEntLen = numval(wDicPValue)
            end-if
         when 'OFF'
            if upper-case(wDicWord) = 'FIELD'
               compute ef-off(wEntCount) = numval(wDicPValue)
            end-if
         when 'TYPE'
            if upper-case(wDicWord) = 'FIELD'
               move upper-case(wDicPValue(1:2)) to ef-type(wEntCount)
            end-if
         when 'COPY'   move wDicPValue to wEntCopy
         when 'RECORD' move wDicPValue to wEntRecord
         when 'STRIP'  move wDicPValue to wEntStrip
         when 'BIN'    move wDicPValue to wEntBin
         when other
            continue
      end-evaluate
   end-perform
   continue.
Check-Dic-Parms-Ex. exit.

Check-Entry.
   add 1 to wEntries
   move 'N' to wEntActive
   move spaces to CheckRpt-record
   write CheckRpt-record
   if wEntCopy = spaces
      add 1 to wUnchecked
      move spaces to wMsg
      string 'LAYOUT ' trim(wEntName)
             ' - made by hand (no COPY=), not checked'
             delimited by size into wMsg
      move wMsg to CheckRpt-record
      write CheckRpt-record
      go to Check-Entry-Ex
   end-if
   add 1 to wChecked
   move 0 to wEntDiffs
   move spaces to wMsg
   string 'LAYOUT ' trim(wEntName) ' - from ' trim(wEntCopy)
          ' record ' trim(wEntRecord)
          delimited by size into wMsg
   move wMsg to CheckRpt-record
   write CheckRpt-record

*>     the entry is re-derived the way it was generated: same
*>     record, same prefix dropped, same binary sizing; LINE framing
*>     is the operator's word, no copybook says it
   move wEntCopy to wCopyMember
   move wEntRecord to wRecordWanted
   if wEntStrip = spaces
      move 'NONE' to wStripWanted
   else
      move wEntStrip to wStripWanted
   end-if
   if wEntBin = spaces
      move '1--8' to wBinSize
   else
      move wEntBin to wBinSize
   end-if
   if wEntFrame = 'LINE'
      move 'LINE' to wFrameWanted
   else
      move spaces to wFrameWanted
   end-if
   perform Generate-Layout thru Generate-Layout-Ex
   if wGenOk not = 'Y'
      move spaces to wMsg
      string '   ' trim(wGenError) delimited by size into wMsg
      perform Report-Difference thru Report-Difference-Ex
      go to Check-Entry-Tally
   end-if

   if wEntFrame not = wGenFrame
      move spaces to wMsg
      string '   FRAME=' trim(wEntFrame) ' - the copybook makes it FRAME='
             trim(wGenFrame) delimited by size into wMsg
      perform Report-Difference thru Report-Difference-Ex
   else
      if wGenFrame = 'FIX' and wEntLen not = wGenRecLen
         move wEntLen to wNum
         move wGenRecLen to wNum2
         move spaces to wMsg
         string '   LEN=' trim(wNum) ' - the record is now '
                trim(wNum2) ' bytes' delimited by size into wMsg
         perform Report-Difference thru Report-Difference-Ex
      end-if
   end-if

   perform varying wEntIdx from 1 by 1 until wEntIdx > wEntCount
      perform varying wGenIdx from 1 by 1 until wGenIdx > wGenCount
         if lower-case(gf-name(wGenIdx)(1:16)) = lower-case(ef-name(wEntIdx))
            exit perform
         end-if
      end-perform
      if wGenIdx > wGenCount
         move spaces to wMsg
         string '   FIELD ' trim(ef-name(wEntIdx))
                ' - no longer in the copybook'
                delimited by size into wMsg
         perform Report-Difference thru Report-Difference-Ex
      else
         move 'Y' to ef-seen(wEntIdx) gf-seen(wGenIdx)
         if ef-off(wEntIdx) not = gf-off(wGenIdx)
            or ef-len(wEntIdx) not = gf-len(wGenIdx)
            or ef-type(wEntIdx) not = gf-type(wGenIdx)
            move ef-off(wEntIdx) to wNum
            move ef-len(wEntIdx) to wNum2
            move spaces to wMsg
            string '   FIELD ' trim(ef-name(wEntIdx))
                   ' OFF=' trim(wNum) ' LEN=' trim(wNum2)
                   ' TYPE=' ef-type(wEntIdx)
                   delimited by size into wMsg
            move gf-off(wGenIdx) to wNum
            move gf-len(wGenIdx) to wNum2
            compute wNewPtr = length(trim(wMsg, trailing)) + 1
            string ' - copybook OFF=' trim(wNum) ' LEN=' trim(wNum2)
                   ' TYPE=' gf-type(wGenIdx)
                   delimited by size into wMsg with pointer wNewPtr
            perform Report-Difference thru Report-Difference-Ex
         end-if
      end-if
   end-perform
   perform varying wGenIdx from 1 by 1 until wGenIdx > wGenCount
      if gf-seen(wGenIdx) not = 'Y'
         move gf-off(wGenIdx) to wNum
         move gf-len(wGenIdx) to wNum2
         move spaces to wMsg
         string '   FIELD ' trim(gf-name(wGenIdx)(1:16))
                ' OFF=' trim(wNum) ' LEN=' trim(wNum2)
                ' TYPE=' gf-type(wGenIdx)
                ' - in the copybook, not in the entry'
                delimited by size into wMsg
         perform Report-Difference thru Report-Difference-Ex
      end-if
   end-perform
   continue.
Check-Entry-Tally.
   move spaces to wMsg
   if wEntDiffs = 0
      move '   matches the copybook' to wMsg
   else
      add 1 to wDiffering
      move wEntDiffs to wNum
      string '   ' trim(wNum) ' difference(s) - regenerate the entry'
             ' (GC79_REPLACE=Y)'
             delimited by size into wMsg
      display wText(20)(1:8) trim(wEntName) wText(21)(1:16)
              trim(wEntCopy)
   end-if
   move wMsg to CheckRpt-record
   write CheckRpt-record
   continue.
Check-Entry-Ex. exit.

Report-Difference.
   add 1 to wEntDiffs
   move wMsg to CheckRpt-record
   write CheckRpt-record
   continue.
Report-Difference-Ex. exit.

*> ***********************************************************************************
*>     derive one layout from its copybook into wGenFields - the one
*>     path both GENERATE and CHECK go through. In: wCopyMember,
*>     wRecordWanted, wStripWanted, wBinSize, wFrameWanted
*> ***********************************************************************************
Generate-Layout.
   move 'N' to wGenOk wGenVarying wFdVarying wFreeFormat
   move spaces to wGenError wGenFrame wGenStrip wRecName wGenFile
   move 0 to wGenCount wGenRecLen wOff wSkipLevel wGrpTop
   move 'L' to wRecState
   move spaces to wSentence
   move 0 to wSentLen
   move space to wQuote

*>     the member as named, then with the .cpy / .CPY extension
   move wCopyMember to wGenFile
   perform Find-Copybook thru Find-Copybook-Ex
   if return-code not = 0
      move spaces to wGenFile
      string trim(wCopyMember) '.cpy' delimited by size into wGenFile
      perform Find-Copybook thru Find-Copybook-Ex
   end-if
   if return-code not = 0
      move spaces to wGenFile
      string trim(wCopyMember) '.CPY' delimited by size into wGenFile
      perform Find-Copybook thru Find-Copybook-Ex
   end-if
   if return-code not = 0
      move 0 to return-code
      string 'copybook ' trim(wCopyMember) ' not found in '
             trim(wCopyLib) delimited by size into wGenError
      go to Generate-Layout-Ex
   end-if

   open input CpyFile
   if CpyFile-fs not = '00'
      string 'unable to open ' trim(wGenFile) ' - file status '
             CpyFile-fs delimited by size into wGenError
      go to Generate-Layout-Ex
   end-if
   perform until CpyFile-fs not = '00' or wRecState = 'F'
      read CpyFile
      if CpyFile-fs = '00'
         perform Take-Cpy-Line thru Take-Cpy-Line-Ex
      end-if
   end-perform
   close CpyFile
   if wRecState = 'I'
      perform End-Record thru End-Record-Ex
   end-if

   if wRecState not = 'F'
      if wRecordWanted = spaces
         string 'no 01 record in ' trim(wGenFile)
                delimited by size into wGenError
      else
         string 'record ' trim(wRecordWanted) ' not in '
                trim(wGenFile) delimited by size into wGenError
      end-if
      go to Generate-Layout-Ex
   end-if
   if wGenCount = 0
      string 'record ' trim(wRecName) ' has no named fields'
             delimited by size into wGenError
      go to Generate-Layout-Ex
   end-if

   perform Strip-Field-Names thru Strip-Field-Names-Ex

   evaluate true
      when wFrameWanted not = spaces
         move wFrameWanted to wGenFrame
      when wGenVarying = 'Y'
         move 'VAR' to wGenFrame
      when other
         move 'FIX' to wGenFrame
   end-evaluate
   move 'Y' to wGenOk
   continue.
Generate-Layout-Ex. exit.

Find-Copybook.
   move spaces to CPYSPEC
   string trim(wCopyLib) '/' trim(wGenFile) delimited by size into CPYSPEC
   call 'CBL_CHECK_FILE_EXIST' using CPYSPEC wCheckDetails
   continue.
Find-Copybook-Ex. exit.

*> ***********************************************************************************
*>     one copybook line into the entry being collected: fixed format
*>     (columns 8-72, '*' or '/' in 7 a comment) until a >>SOURCE
*>     FREE directive; '*>' ends the line; a period followed by a
*>     space outside a literal ends the entry
*> ***********************************************************************************
Take-Cpy-Line.
   move spaces to wCodeText
   if wFreeFormat = 'Y'
      move CpyFile-record to wCodeText
   else
      if CpyFile-record(7:1) = '*' or CpyFile-record(7:1) = '/'
         go to Take-Cpy-Line-Ex
      end-if
      move CpyFile-record(8:65) to wCodeText
   end-if
   move upper-case(trim(wCodeText)) to wTokUp
   if wTokUp(1:2) = '>>'
      if wTokUp(1:8) = '>>SOURCE'
         move 0 to wCharIdx
         inspect wTokUp tallying wCharIdx for all 'FREE'
         if wCharIdx > 0
            move 'Y' to wFreeFormat
         else
            move 'N' to wFreeFormat
         end-if
      end-if
      go to Take-Cpy-Line-Ex
   end-if
   if wCodeText = spaces
      go to Take-Cpy-Line-Ex
   end-if
   move length(trim(wCodeText, trailing)) to wCodeLen

   perform varying wCharIdx from 1 by 1 until wCharIdx > wCodeLen
      evaluate true
         when wQuote not = space
            if wCodeText(wCharIdx:1) = wQuote
               move space to wQuote
            end-if
            perform Add-Sentence-Char thru Add-Sentence-Char-Ex
         when wCodeText(wCharIdx:1) = '"' or wCodeText(wCharIdx:1) = "'"
            move wCodeText(wCharIdx:1) to wQuote
            perform Add-Sentence-Char thru Add-Sentence-Char-Ex
         when wCodeText(wCharIdx:2) = '*>'
            move wCodeLen to wCharIdx
         when wCodeText(wCharIdx:1) = '.'
              and (wCharIdx = wCodeLen or wCodeText(wCharIdx + 1:1) = space)
            perform Take-Sentence thru Take-Sentence-Ex
            move spaces to wSentence
            move 0 to wSentLen
         when other
            perform Add-Sentence-Char thru Add-Sentence-Char-Ex
      end-evaluate
   end-perform
*>     the line break separates words like a space
   if wSentLen < 2048
      add 1 to wSentLen
      move space to wSentence(wSentLen:1)
   end-if
   continue.
Take-Cpy-Line-Ex. exit.

Add-Sentence-Char.
   if wSentLen < 2048
      add 1 to wSentLen
      move wCodeText(wCharIdx:1) to wSentence(wSentLen:1)
   end-if
   continue.
Add-Sentence-Char-Ex. exit.

*> ***********************************************************************************
*>     one entry, ended by its period: an FD says whether its records
*>     vary in length, an 01 may open (or close) the record, the
*>     levels under it are laid out
*> ***********************************************************************************
Take-Sentence.
   if wRecState = 'F' or wSentence = spaces
      go to Take-Sentence-Ex
   end-if
   perform Split-Tokens thru Split-Tokens-Ex
   if wTokCount < 1
      go to Take-Sentence-Ex
   end-if
   move upper-case(wTok(1)) to wTokUp
   if wTokUp = 'FD' or wTokUp = 'SD'
      if wRecState = 'I'
         perform End-Record thru End-Record-Ex
         go to Take-Sentence-Ex
      end-if
      move 'N' to wFdVarying
      perform varying wTokIdx from 2 by 1 until wTokIdx > wTokCount
         if upper-case(wTok(wTokIdx)) = 'VARYING'
            move 'Y' to wFdVarying
         end-if
      end-perform
      go to Take-Sentence-Ex
   end-if
   if wTok(1)(1:1) is not numeric
      or (wTok(1)(2:1) not = space and wTok(1)(2:1) is not numeric)
      or wTok(1)(3:1) not = space
      go to Take-Sentence-Ex
   end-if
   compute wItemLevel = numval(wTok(1))
   if wItemLevel = 66 or wItemLevel = 77 or wItemLevel = 88
      or wItemLevel = 0 or wItemLevel > 49
      go to Take-Sentence-Ex
   end-if
   perform Read-Entry-Clauses thru Read-Entry-Clauses-Ex

   if wItemLevel = 1
      if wRecState = 'I'
         perform End-Record thru End-Record-Ex
         go to Take-Sentence-Ex
      end-if
      if wItemName = 'FILLER'
         go to Take-Sentence-Ex
      end-if
      if wRecordWanted not = spaces
         and upper-case(wItemName) not = upper-case(wRecordWanted)
         go to Take-Sentence-Ex
      end-if
      move wItemName to wRecName
      move 'I' to wRecState
      move 1 to wOff
      move wFdVarying to wGenVarying
      perform Check-Elementary thru Check-Elementary-Ex
      if wItemElem = 'Y'
*>       a lone elementary 01 is a layout of one field
         move 'N' to wItemRedef
         perform Take-Item thru Take-Item-Ex
      end-if
      go to Take-Sentence-Ex
   end-if
   if wRecState = 'I'
      perform Take-Item thru Take-Item-Ex
   end-if
   continue.
Take-Sentence-Ex. exit.

Split-Tokens.
   move 0 to wTokCount wTokLen
   move space to wQuote
   move spaces to wTokens(3:)
   perform varying wSentIdx from 1 by 1 until wSentIdx > wSentLen
      evaluate true
         when wQuote not = space
            if wSentence(wSentIdx:1) = wQuote
               move space to wQuote
            end-if
            perform Add-Token-Char thru Add-Token-Char-Ex
         when wSentence(wSentIdx:1) = '"' or wSentence(wSentIdx:1) = "'"
            move wSentence(wSentIdx:1) to wQuote
            perform Add-Token-Char thru Add-Token-Char-Ex
         when wSentence(wSentIdx:1) = space
            move 0 to wTokLen
*>       a comma or semicolon separates only when a space follows -
*>       inside a PICTURE such as zz,zz9.99 it is part of it
         when (wSentence(wSentIdx:1) = ',' or wSentence(wSentIdx:1) = ';')
              and wSentence(wSentIdx + 1:1) = space
            move 0 to wTokLen
         when other
            perform Add-Token-Char thru Add-Token-Char-Ex
      end-evaluate
   end-perform
   move space to wQuote
   continue.
Split-Tokens-Ex. exit.

Add-Token-Char.
   if wTokLen = 0
      if wTokCount >= 60
         go to Add-Token-Char-Ex
      end-if
      add 1 to wTokCount
   end-if
   if wTokLen < 40
      add 1 to wTokLen
      move wSentence(wSentIdx:1) to wTok(wTokCount)(wTokLen:1)
   end-if
   continue.
Add-Token-Char-Ex. exit.

Read-Entry-Clauses.
   move spaces to wItemName wItemPic wItemUsage
   move 0 to wItemOccurs
   move 'N' to wItemOdo wItemRedef wItemLead wItemSep

   move 2 to wTokIdx
   move upper-case(wTok(2)) to wTokUp
   if wTokCount < 2 or wTokUp = 'PIC' or wTokUp = 'PICTURE'
      or wTokUp = 'USAGE' or wTokUp = 'OCCURS' or wTokUp = 'REDEFINES'
      or wTokUp = 'VALUE' or wTokUp = 'VALUES' or wTokUp = 'FILLER'
      move 'FILLER' to wItemName
      if wTokUp = 'FILLER'
         move 3 to wTokIdx
      end-if
   else
      move lower-case(wTok(2)) to wItemName
      move 3 to wTokIdx
   end-if

   perform until wTokIdx > wTokCount
      move upper-case(wTok(wTokIdx)) to wTokUp
      evaluate true
         when wTokUp = 'PIC' or wTokUp = 'PICTURE'
            add 1 to wTokIdx
            if upper-case(wTok(wTokIdx)) = 'IS'
               add 1 to wTokIdx
            end-if
            if wTokIdx <= wTokCount
               move upper-case(wTok(wTokIdx)) to wItemPic
            end-if
         when wTokUp = 'USAGE'
            add 1 to wTokIdx
            if upper-case(wTok(wTokIdx)) = 'IS'
               add 1 to wTokIdx
            end-if
            if wTokIdx <= wTokCount
               move upper-case(wTok(wTokIdx)) to wItemUsage
            end-if
         when wTokUp(1:4) = 'COMP' or wTokUp(1:6) = 'BINARY'
              or wTokUp = 'PACKED-DECIMAL' or wTokUp = 'DISPLAY'
              or wTokUp = 'INDEX' or wTokUp = 'POINTER'
              or wTokUp = 'FLOAT-SHORT' or wTokUp = 'FLOAT-LONG'
            move wTokUp to wItemUsage
         when wTokUp = 'OCCURS'
            add 1 to wTokIdx
            if wTokIdx <= wTokCount
               compute wItemOccurs = numval(wTok(wTokIdx))
            end-if
            if wTokIdx < wTokCount
               and upper-case(wTok(wTokIdx + 1)) = 'TO'
               add 2 to wTokIdx
               if wTokIdx <= wTokCount
                  compute wItemOccurs = numval(wTok(wTokIdx))
               end-if
            end-if
         when wTokUp = 'DEPENDING'
            move 'Y' to wItemOdo
         when wTokUp = 'REDEFINES'
            move 'Y' to wItemRedef
            add 1 to wTokIdx
         when wTokUp = 'LEADING'
            move 'Y' to wItemLead
         when wTokUp = 'TRAILING'
            move 'N' to wItemLead
         when wTokUp = 'SEPARATE'
            move 'Y' to wItemSep
         when wTokUp = 'VALUE' or wTokUp = 'VALUES'
*>          nothing after a VALUE is of interest
            move wTokCount to wTokIdx
         when other
            continue
      end-evaluate
      add 1 to wTokIdx
   end-perform
   continue.
Read-Entry-Clauses-Ex. exit.

Check-Elementary.
*>     a PICTURE, or a USAGE that needs none, makes an elementary item
   move 'Y' to wItemElem
   if wItemPic not = spaces
      go to Check-Elementary-Ex
   end-if
   evaluate wItemUsage
      when 'COMP-1'
      when 'COMP-2'
      when 'COMPUTATIONAL-1'
      when 'COMPUTATIONAL-2'
      when 'FLOAT-SHORT'
      when 'FLOAT-LONG'
      when 'BINARY-CHAR'
      when 'BINARY-SHORT'
      when 'BINARY-LONG'
      when 'BINARY-DOUBLE'
      when 'INDEX'
      when 'POINTER'
         continue
      when other
         move 'N' to wItemElem
   end-evaluate
   continue.
Check-Elementary-Ex. exit.

*> ***********************************************************************************
*>     one item under the record
*> ***********************************************************************************
Take-Item.
*>     below a REDEFINES: the bytes are already described
   if wSkipLevel > 0
      if wItemLevel > wSkipLevel
         go to Take-Item-Ex
      end-if
      move 0 to wSkipLevel
   end-if
   perform until wGrpTop = 0
      if gs-level(wGrpTop) < wItemLevel
         exit perform
      end-if
      perform Close-Group thru Close-Group-Ex
   end-perform
   if wItemRedef = 'Y'
      move wItemLevel to wSkipLevel
      go to Take-Item-Ex
   end-if
*>     a group's USAGE holds for the items under it
   if wItemUsage = spaces and wGrpTop > 0
      move gs-usage(wGrpTop) to wItemUsage
   end-if

   perform Check-Elementary thru Check-Elementary-Ex
   if wItemElem = 'N'
      if wGrpTop < 20
         add 1 to wGrpTop
         move wItemLevel  to gs-level(wGrpTop)
         move wItemName   to gs-name(wGrpTop)
         move wOff        to gs-start(wGrpTop)
         move wItemOccurs to gs-occurs(wGrpTop)
         move wItemOdo    to gs-odo(wGrpTop)
         move wItemUsage  to gs-usage(wGrpTop)
         compute gs-first(wGrpTop) = wGenCount + 1
      end-if
      go to Take-Item-Ex
   end-if

   perform Size-Item thru Size-Item-Ex
   evaluate true
      when wItemOccurs = 0
         if wItemName not = 'FILLER'
            move wItemName to wGenName
            perform Add-Field thru Add-Field-Ex
         end-if
         add wItemLen to wOff
      when wItemOdo = 'Y'
         move 'Y' to wGenVarying
         compute wItemLen = wItemLen * wItemOccurs
         if wItemType not = 'CH'
            move 'HX' to wItemType
         end-if
         if wItemName not = 'FILLER'
            move wItemName to wGenName
            perform Add-Field thru Add-Field-Ex
         end-if
         add wItemLen to wOff
      when wItemName = 'FILLER'
         compute wOff = wOff + wItemLen * wItemOccurs
      when wGenCount + wItemOccurs <= 40
         perform varying wOccIdx from 1 by 1 until wOccIdx > wItemOccurs
            move wOccIdx to wOccEdit
            move spaces to wGenName
            string trim(wItemName) '-' trim(wOccEdit)
                   delimited by size into wGenName
            perform Add-Field thru Add-Field-Ex
            add wItemLen to wOff
         end-perform
      when other
         compute wItemLen = wItemLen * wItemOccurs
         if wItemType not = 'CH'
            move 'HX' to wItemType
         end-if
         move wItemName to wGenName
         perform Add-Field thru Add-Field-Ex
         add wItemLen to wOff
   end-evaluate
   continue.
Take-Item-Ex. exit.

Add-Field.
   if wGenCount >= 200
      go to Add-Field-Ex
   end-if
   add 1 to wGenCount
   move wGenName  to gf-name(wGenCount)
   move wOff      to gf-off(wGenCount)
   move wItemLen  to gf-len(wGenCount)
   move wItemType to gf-type(wGenCount)
   move 'N' to gf-seen(wGenCount)
   continue.
Add-Field-Ex. exit.

*> ***********************************************************************************
*>     a group ends: a table group is laid out now its first
*>     occurrence is - occurrence by occurrence while that fits the
*>     browser's 40 fields, otherwise (and always for OCCURS
*>     DEPENDING ON) as one field over the whole table
*> ***********************************************************************************
Close-Group.
   compute wGrpSize = wOff - gs-start(wGrpTop)
   compute wGrpFields = wGenCount - gs-first(wGrpTop) + 1
   if gs-occurs(wGrpTop) = 0
      go to Close-Group-Pop
   end-if
   if gs-odo(wGrpTop) = 'Y'
      move 'Y' to wGenVarying
   end-if

   if gs-odo(wGrpTop) = 'N'
      and wGenCount + wGrpFields * (gs-occurs(wGrpTop) - 1) <= 40
      and wGrpFields > 0
*>       the first occurrence's fields take suffix -1, the others are
*>       copies of them further on
      perform varying wGenIdx from gs-first(wGrpTop) by 1
                until wGenIdx > gs-first(wGrpTop) + wGrpFields - 1
         move spaces to wGenName
         string trim(gf-name(wGenIdx)) '-1' delimited by size
                into wGenName
         move wGenName to gf-name(wGenIdx)
      end-perform
      perform varying wOccIdx from 2 by 1
                until wOccIdx > gs-occurs(wGrpTop)
         move wOccIdx to wOccEdit
         perform varying wGenIdx2 from gs-first(wGrpTop) by 1
                   until wGenIdx2 > gs-first(wGrpTop) + wGrpFields - 1
            move gf-name(wGenIdx2) to wGenName
            move spaces to wGenName(length(trim(wGenName)) - 1:)
            string trim(wGenName) '-' trim(wOccEdit) delimited by size
                   into wGenName
            add 1 to wGenCount
            move wGenName to gf-name(wGenCount)
            compute gf-off(wGenCount) =
                    gf-off(wGenIdx2) + wGrpSize * (wOccIdx - 1)
            move gf-len(wGenIdx2)  to gf-len(wGenCount)
            move gf-type(wGenIdx2) to gf-type(wGenCount)
            move 'N' to gf-seen(wGenCount)
         end-perform
      end-perform
   else
      move 'Y' to wAllText
      perform varying wGenIdx from gs-first(wGrpTop) by 1
                until wGenIdx > wGenCount
         if gf-type(wGenIdx) not = 'CH'
            move 'N' to wAllText
         end-if
      end-perform
      compute wGenCount = gs-first(wGrpTop) - 1
      if gs-name(wGrpTop) not = 'FILLER'
         compute wItemLen = wGrpSize * gs-occurs(wGrpTop)
         if wAllText = 'Y'
            move 'CH' to wItemType
         else
            move 'HX' to wItemType
         end-if
         move gs-name(wGrpTop) to wGenName
         move gs-start(wGrpTop) to wOff
         perform Add-Field thru Add-Field-Ex
      end-if
   end-if
   compute wOff = gs-start(wGrpTop) + wGrpSize * gs-occurs(wGrpTop)
   continue.
Close-Group-Pop.
   subtract 1 from wGrpTop
   continue.
Close-Group-Ex. exit.

End-Record.
   perform until wGrpTop = 0
      perform Close-Group thru Close-Group-Ex
   end-perform
   compute wGenRecLen = wOff - 1
   move 'F' to wRecState
   continue.
End-Record-Ex. exit.

*> ***********************************************************************************
*>     an elementary item's size and dictionary type, from its
*>     PICTURE, USAGE and SIGN clauses
*> ***********************************************************************************
Size-Item.
   move 0 to wPicDigits wPicText wPicNational wPicEdit
   move 'N' to wPicSigned
   move 1 to wPicIdx
   perform until wPicIdx > 40 or wItemPic(wPicIdx:1) = space
      move wItemPic(wPicIdx:1) to wPicChar
      move 1 to wPicRepeat
      if wPicIdx < 38 and wItemPic(wPicIdx + 1:1) = '('
         move 0 to wPicClose
         inspect wItemPic(wPicIdx + 2:) tallying wPicClose
                 for characters before initial ')'
         if wPicClose > 0 and wPicClose <= 5
            compute wPicRepeat = numval(wItemPic(wPicIdx + 2:wPicClose))
         end-if
         compute wPicIdx = wPicIdx + wPicClose + 3
      else
         add 1 to wPicIdx
      end-if
      evaluate wPicChar
         when '9'
            add wPicRepeat to wPicDigits
         when 'S'
            move 'Y' to wPicSigned
         when 'V'
         when 'P'
            continue
         when 'X'
         when 'A'
            add wPicRepeat to wPicText
         when 'N'
            add wPicRepeat to wPicNational
         when other
            add wPicRepeat to wPicEdit
      end-evaluate
   end-perform

   evaluate true
      when wItemUsage = 'COMP-1' or wItemUsage = 'COMPUTATIONAL-1'
           or wItemUsage = 'FLOAT-SHORT'
         move 4 to wItemLen
         move 'HX' to wItemType
      when wItemUsage = 'COMP-2' or wItemUsage = 'COMPUTATIONAL-2'
           or wItemUsage = 'FLOAT-LONG' or wItemUsage = 'POINTER'
         move 8 to wItemLen
         move 'HX' to wItemType
      when wItemUsage = 'BINARY-CHAR'
         move 1 to wItemLen
         move 'BI' to wItemType
      when wItemUsage = 'BINARY-SHORT'
         move 2 to wItemLen
         move 'BI' to wItemType
      when wItemUsage = 'BINARY-LONG' or wItemUsage = 'INDEX'
         move 4 to wItemLen
         move 'BI' to wItemType
      when wItemUsage = 'BINARY-DOUBLE'
         move 8 to wItemLen
         move 'BI' to wItemType
      when wPicNational > 0
         compute wItemLen = wPicNational * 2
         move 'HX' to wItemType
      when wPicText > 0 or wPicEdit > 0
*>       character data, edited pictures included
         compute wItemLen = wPicText + wPicEdit + wPicDigits
         move 'CH' to wItemType
      when wItemUsage = 'COMP-3' or wItemUsage = 'COMPUTATIONAL-3'
           or wItemUsage = 'PACKED-DECIMAL'
         compute wItemLen = wPicDigits / 2 + 1
         move 'PD' to wItemType
      when wItemUsage = 'COMP-6' or wItemUsage = 'COMPUTATIONAL-6'
         compute wItemLen = (wPicDigits + 1) / 2
         move 'HX' to wItemType
      when wItemUsage(1:4) = 'COMP' or wItemUsage(1:6) = 'BINARY'
         perform Size-Binary thru Size-Binary-Ex
*>       COMP-5 is kept in the machine's own byte order
         if wItemUsage = 'COMP-5' or wItemUsage = 'COMPUTATIONAL-5'
            move 'HX' to wItemType
         else
            move 'BI' to wItemType
         end-if
      when wItemSep = 'Y'
         compute wItemLen = wPicDigits + 1
         move 'CH' to wItemType
      when wPicSigned = 'Y' and wItemLead = 'Y'
         move wPicDigits to wItemLen
         move 'HX' to wItemType
      when wPicSigned = 'Y'
         move wPicDigits to wItemLen
         move 'ZD' to wItemType
      when other
         move wPicDigits to wItemLen
         move 'ZU' to wItemType
   end-evaluate
   continue.
Size-Item-Ex. exit.

Size-Binary.
   evaluate wBinSize
      when '1-2-4-8'
         evaluate true
            when wPicDigits < 3   move 1 to wItemLen
            when wPicDigits < 5   move 2 to wItemLen
            when wPicDigits < 10  move 4 to wItemLen
            when other            move 8 to wItemLen
         end-evaluate
      when '2-4-8'
         evaluate true
            when wPicDigits < 5   move 2 to wItemLen
            when wPicDigits < 10  move 4 to wItemLen
            when other            move 8 to wItemLen
         end-evaluate
      when other
         evaluate true
            when wPicDigits < 3   move 1 to wItemLen
            when wPicDigits < 5   move 2 to wItemLen
            when wPicDigits < 7   move 3 to wItemLen
            when wPicDigits < 10  move 4 to wItemLen
            when wPicDigits < 12  move 5 to wItemLen
            when wPicDigits < 15  move 6 to wItemLen
            when wPicDigits < 17  move 7 to wItemLen
            when other            move 8 to wItemLen
         end-evaluate
   end-evaluate
   continue.
Size-Binary-Ex. exit.

*> ***********************************************************************************
*>     the prefix the record's field names share goes - in-seq-record
*>     is seq-record in the dictionary; GC79_STRIP names it outright,
*>     NONE keeps the names whole
*> ***********************************************************************************
Strip-Field-Names.
   move spaces to wGenStrip
   evaluate true
      when upper-case(wStripWanted) = 'NONE'
         go to Strip-Field-Names-Ex
      when wStripWanted not = spaces
         move lower-case(wStripWanted) to wGenStrip
      when wGenCount < 2
         go to Strip-Field-Names-Ex
      when other
         move 0 to wStripLen
         inspect gf-name(1) tallying wStripLen
                 for characters before initial '-'
         if wStripLen = 0 or wStripLen >= length(trim(gf-name(1)))
            go to Strip-Field-Names-Ex
         end-if
         move gf-name(1)(1:wStripLen + 1) to wGenStrip
   end-evaluate
   move length(trim(wGenStrip)) to wStripLen

*>     a prefix not on every name (or the whole of one) is no prefix
   perform varying wGenIdx from 1 by 1 until wGenIdx > wGenCount
      if gf-name(wGenIdx)(1:wStripLen) not = wGenStrip(1:wStripLen)
         or gf-name(wGenIdx)(wStripLen + 1:1) = space
         if wStripWanted = spaces
            move spaces to wGenStrip
            go to Strip-Field-Names-Ex
         end-if
      end-if
   end-perform
   perform varying wGenIdx from 1 by 1 until wGenIdx > wGenCount
      if gf-name(wGenIdx)(1:wStripLen) = wGenStrip(1:wStripLen)
         and gf-name(wGenIdx)(wStripLen + 1:1) not = space
         move gf-name(wGenIdx)(wStripLen + 1:) to wGenName
         move wGenName to gf-name(wGenIdx)
      end-if
   end-perform
   continue.
Strip-Field-Names-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC79DICGEN' to Mt-Program
   move 21 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 21
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
