*>                 substituting YYYYMMDD going back day by day
*>                 (musesqf01a.????????.log);
*>               - a run of three or four '?' is a numeric sequence
*>                 mask, probed 1..999/9999 (TABE0???.BCK), aged by
*>                 the file's own date;
*>               - a generation mask, <file id>.G???? (SORTOUT.G????,
*>                 SORTOUT.G????.MAN), is resolved through the GENCAT
*>                 catalog instead: each generation it lists for the
*>                 file id is aged by the date it was cut, the newest
*>                 generation is kept whatever its age, and a retired
*>                 generation file is dropped from the catalog under
*>                 its record lock so no step resolves it afterwards;
*>               - the literal word SPOOLIDX sweeps the GC87SPOOL
*>                 print-spool index: reports registered before the
*>                 cutoff are archived/purged and their index rows
*>             RETAIN.RPT lists per policy what was examined, kept,
*>             archived and purged, and is registered in the GC87SPOOL
*>             queue. RETURN-CODE 8 when any archive copy failed.
*>             The policies are read through the GC67TABLOOKUP
*>             service: a policy row carrying a validity window
*>             (GC81TABCODES) is applied only while today is in it.
*>             Its operator texts are GC65MSGTEXT messages 1-18
*>             (program GC89RETENTIO in the message table), so they
*>             show in the signed-on user's language.
*> Tectonics:  cobc -x GC89RETENTION.COB  (use GnuCOBOL 2.2 or greater)
*>             cobc -m GC67TABLOOKUP.COB
*> Usage:      GC89RETENTION
*> Parameters: GC89_POLICYFILE - TABE file holding the policies
*>                               (default TABE0001.DAT)
    FUNCTION ALL INTRINSIC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   select optional GenCat
          assign       to 'GENCAT'
          organization is indexed
          access mode  is dynamic
          record key   is gcr-key
          lock mode    is manual
          file status  is GenCat-fs.
   select SpoolIdx
          assign       to SPOOLIDXSPEC
          organization is line sequential

DATA DIVISION.
FILE SECTION.

fd  GenCat.
01  GenCat-record.
    05 gcr-key.
       10 gcr-fileid  pic x(20).
       10 gcr-gen     pic 9(04).
    05 gcr-date       pic 9(08).
    05 gcr-time       pic 9(06).
    05 gcr-runid      pic 9(08).

fd  SpoolIdx.
01  SpoolIdx-record.
*> carried through the sweep's rewrite untouched
   05                             pic x(01).
   05 si-dest                     pic x(12).
*> when and where the copy was published (GC87SPOOLHTML) - carried
*> the same way
   05                             pic x(01).
   05 si-pub-ts                   pic x(15).
   05                             pic x(01).
   05 si-pub-at                   pic x(64).

fd  Manifest.
01  Manifest-record               pic x(100).

WORKING-STORAGE SECTION.

01  TABEFSPEC       pic x(80) value 'TABE0001.DAT'.
01  GenCat-fs       pic x(02) value spaces.
01  SPOOLIDXSPEC    pic x(12) value 'SPOOLIDX.DAT'.
01  SpoolIdx-fs     pic x(02) value spaces.
01  wManSpec        pic x(60) value spaces.

01  env-value       pic x(64) value spaces.
01  wPolicyTab      pic x(03) value 'RET'.
01  wPolicyKcod     pic x(03) value spaces.
01  wPx             pic 9(02) value 0.
01  wScanDays       pic 9(04) value 370.
01  wArchDir        pic x(40) value spaces.
01  wArchDirMade    pic x(01) value 'N'.
01  wIdx            pic 9(03) value 0.

01  wCandName       pic x(40) value spaces.
*>     generation-mask sweep: the file id the mask belongs to, its
*>     newest catalogued generation, the entry being looked at
01  wGenFileId      pic x(20) value spaces.
01  wGenHigh        pic 9(04) value 0.
01  wGenKey         pic x(24) value spaces.
01  wGenSuffix      pic x(01) value 'N'.
01  wArchName       pic x(90) value spaces.
01  wCmd            pic x(200) value spaces.

*>     spool-index rewrite buffer, sized as GC87SPOOL keeps it
01  wSpoolCount     pic 9(03) value 0.
01  wSpoolTable.
    05 wSpoolRow    pic x(184) occurs 200 times.
01  wSiDate         pic 9(08) value 0.
01  wEofSeen        pic x(01) value 'N'.
01  wRowTouched     pic x(01) value 'N'.
01  wRetireOk       pic x(01) value 'N'.

COPY 'GC87SPOOLADD.CPY'.
COPY 'GC67TABLOOKUP.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-18 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC89RETENTION - retention and archival sweep'.
    05 filler pic x(58) value '  policy: '.
    05 filler pic x(58) value ' ktab '.
    05 filler pic x(58) value '  archive directory: '.
    05 filler pic x(58) value '  examined '.
    05 filler pic x(58) value ' archived '.
    05 filler pic x(58) value ' purged '.
    05 filler pic x(58) value ' failed '.
    05 filler pic x(58) value '*** GC67TABLOOKUP not available'.
    05 filler pic x(58) value '*** cannot open policy file '.
    05 filler pic x(58) value '*** policy '.
    05 filler pic x(58) value ' mask of '.
    05 filler pic x(58) value ' ? not supported - skipped'.
    05 filler pic x(58) value '*** cannot open GENCAT - status '.
    05 filler pic x(58) value ' retired but still on GENCAT'.
    05 filler pic x(58) value ' - status '.
    05 filler pic x(58) value '*** archive copy failed for '.
    05 filler pic x(58) value '*** cannot open '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 18 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   display wText(1)(1:44)
   move current-date(1:8) to wToday
   compute wTodayInt = integer-of-date(wToday)

      move spaces to wArchDir
      string 'RETARCH.' wToday delimited by size into wArchDir
   end-if
   display wText(2)(1:10) TABEFSPEC wText(3)(1:6) wPolicyTab
   display wText(4)(1:21) trim(wArchDir)

   open output SweepRpt
   move spaces to SweepRpt-record
   on exception continue
   end-call

   display wText(5)(1:11) wTotExamined wText(6)(1:10) wTotArchived
           wText(7)(1:8) wTotPurged wText(8)(1:8) wTotFailed
   if wTotFailed > 0
      move 8 to return-code
   else
*>     walk the RET code records of the policy table in kcod order
*> ***********************************************************************************
Sweep-Policies.
   move TABEFSPEC  to Tl-File
   move wPolicyTab to Tl-Ktab
   move 0          to Tl-AsOf
   move 'H'        to Tl-Lang
   move 'N'        to Tl-List-All
   move spaces     to Tl-From-Kcod
   move 'Y'        to Tl-More
   perform until Tl-More not = 'Y'
      move 'L' to Tl-Function
      call 'GC67TABLOOKUP' using LOOKUP-AREA
           on exception
              display wText(9)(1:31)
              move 'F' to Tl-Status
      end-call
      if Tl-File-Error
         display wText(10)(1:28) TABEFSPEC
         add 1 to wTotFailed
         go to Sweep-Policies-Ex
      end-if
*>    the ktab header row GC76TABHEADERS files is not listed; a
*>    policy row whose validity window does not cover today is not
*>    applied
      perform varying wPx from 1 by 1 until wPx > Tl-List-Count
         move Tl-List-Kcod(wPx) to wPolicyKcod
         move Tl-List-Data(wPx) to wPolicyData
         perform Sweep-One-Policy thru Sweep-One-Policy-Ex
      end-perform
      if Tl-List-Count > 0
         move Tl-List-Kcod(Tl-List-Count) to Tl-From-Kcod
      end-if
   end-perform
   continue.
Sweep-Policies-Ex. exit.

         perform Sweep-Spool thru Sweep-Spool-Ex
      when wMaskLen = 8
         perform Sweep-Date-Mask thru Sweep-Date-Mask-Ex
      when wMaskLen = 4 and wMaskPos > 3
       and pol-pattern(wMaskPos - 2:2) = '.G'
         perform Sweep-Generations thru Sweep-Generations-Ex
      when wMaskLen = 3 or wMaskLen = 4
         perform Sweep-Seq-Mask thru Sweep-Seq-Mask-Ex
      when wMaskLen = 0
         move pol-pattern to wCandName
         perform Examine-By-Filedate thru Examine-By-Filedate-Ex
      when other
         display wText(11)(1:11) wPolicyKcod wText(12)(1:9) wMaskLen
                 wText(13)(1:26)
         add 1 to wPolFailed
   end-evaluate
   move spaces to SweepRpt-record
   continue.
Sweep-Seq-Mask-Ex. exit.

*> ***********************************************************************************
*>     generation-mask pattern: the catalog says which generations
*>     of the file id exist and when each was cut - the newest is
*>     what every step resolves as "latest" and is never retired
*> ***********************************************************************************
Sweep-Generations.
   move spaces to wGenFileId
   move pol-pattern(1:wMaskPos - 3) to wGenFileId
   if pol-pattern(wMaskPos + 4:) = spaces
      move 'N' to wGenSuffix
   else
      move 'Y' to wGenSuffix
   end-if
   open i-o GenCat
   if GenCat-fs = '05'
      close GenCat
      go to Sweep-Generations-Ex
   end-if
   if GenCat-fs not = '00'
      display wText(14)(1:32) GenCat-fs
      add 1 to wPolFailed
      go to Sweep-Generations-Ex
   end-if
   move 0 to wGenHigh
   move wGenFileId to gcr-fileid
   move 0 to gcr-gen
   start GenCat key >= gcr-key
   perform until GenCat-fs not = '00'
      read GenCat next record
      if GenCat-fs = '00'
         if gcr-fileid not = wGenFileId
            move '10' to GenCat-fs
         else
            move gcr-gen to wGenHigh
         end-if
      end-if
   end-perform

   move wGenFileId to gcr-fileid
   move 0 to gcr-gen
   start GenCat key >= gcr-key
   perform until GenCat-fs not = '00'
      read GenCat next record
      if GenCat-fs = '00'
         if gcr-fileid not = wGenFileId
            move '10' to GenCat-fs
         else
            perform Examine-Generation thru Examine-Generation-Ex
         end-if
      end-if
   end-perform
   close GenCat
   continue.
Sweep-Generations-Ex. exit.

Examine-Generation.
   move gcr-key to wGenKey
   move pol-pattern to wCandName
   move gcr-gen to wSeqDisp4
   move wSeqDisp4 to wCandName(wMaskPos:4)
   call 'CBL_CHECK_FILE_EXIST' using wCandName wCheckDetails
   if return-code not = 0
      move 0 to return-code
      go to Examine-Generation-Ex
   end-if
   add 1 to wPolExamined
   if gcr-gen = wGenHigh
      add 1 to wPolKept
      go to Examine-Generation-Ex
   end-if
*>  an entry with no usable cut date is aged by its file instead
   if gcr-date is numeric and gcr-date > 19000000
      compute wAgeDays = wTodayInt - integer-of-date(gcr-date)
   else
      compute wFileDate = cfe-year * 10000
                        + cfe-month * 100 + cfe-day
      compute wAgeDays = wTodayInt - integer-of-date(wFileDate)
   end-if
   if wAgeDays not > pol-keep
      add 1 to wPolKept
      go to Examine-Generation-Ex
   end-if
   perform Retire-Candidate thru Retire-Candidate-Ex
   if wRetireOk = 'Y' and wGenSuffix = 'N'
      read GenCat with lock key is gcr-key
      if GenCat-fs = '00'
         delete GenCat record
      end-if
      if GenCat-fs not = '00'
         display '*** ' trim(wCandName) wText(15)(1:28)
                 wText(16)(1:10) GenCat-fs
      end-if
   end-if
*>  carry on after the entry just dealt with
   move wGenKey to gcr-key
   start GenCat key > gcr-key
   continue.
Examine-Generation-Ex. exit.

Examine-By-Filedate.
   call 'CBL_CHECK_FILE_EXIST' using wCandName wCheckDetails
   if return-code = 0
             delimited by size into wArchName
      call 'CBL_CHECK_FILE_EXIST' using wArchName wCheckDetails
      if return-code not = 0
         display wText(17)(1:28) trim(wCandName)
         add 1 to wPolFailed
         go to Retire-Candidate-Ex
      end-if
         open output Manifest
      end-if
      if Manifest-fs not = '00'
         display wText(18)(1:16) trim(wManSpec)
                 wText(16)(1:10) Manifest-fs
         move 'F' to wArchDirMade
         go to Make-Archive-Dir-Ex
      end-if
   move spaces to Manifest-record
   move wCandName    to Manifest-record(1:40)
   move cfe-size     to wEdCount
   move wPolicyKcod  to Manifest-record(42:3)
   move pol-desc     to Manifest-record(46:30)
   string 'KEEP ' pol-keep
          delimited by size into Manifest-record(77:9)
   end-if
   continue.
Sweep-Spool-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC89RETENTIO' to Mt-Program
   move 18 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 18
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
