       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC69DRREPL.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Disaster-recovery replication and failover rehearsal -
*>             GC92BACKUPALL protects everything on the same machine,
*>             and a lost server would take the backups with it.
*>             SHIP (the default, run after GC92BACKUPALL) sends the
*>             night's verified backups to the DR location
*>             (GC69_DRDIR):
*>               - every TABE0nnn.BCK, the schedule calendar's among
*>                 them (SCHSQF01A_TABLE, default TABE0001.DAT);
*>               - the dated SQLite copies GCDBBACKUP kept for each
*>                 database of GC92_DBLIST (default RUNHIST.DB);
*>               - the newest SORTOUT generation in GENCAT with its
*>                 provenance manifest SORTOUT.Gnnnn.MAN;
*>               - GENCAT, as the line sequential unload GENCAT.UNL
*>                 (the catalog itself is a keyed file), and
*>                 PTDSTORE.
*>             Only a night GC92BACKUPALL reported clean is shipped:
*>             PROTECT.RPT must be there and show no failures. Every
*>             file is checksummed before it leaves and again on
*>             arrival; the copies land under a staging name and
*>             take their real names only when the whole set has
*>             arrived intact, so a failed night leaves the previous
*>             DR set complete. The set's own DRSET.MAN, written
*>             last, records each file with size, checksum and date
*>             and the recovery point - the PROTECT.RPT run the set
*>             comes from.
*>             REHEARSE restores the shipped set into a sandbox
*>             directory (GC69_SANDBOX, default DRTEST.yyyymmdd):
*>             each DR copy is checked against DRSET.MAN at rest
*>             and again after the restore, then, inside the
*>             sandbox, the TABE files are rebuilt from their .BCK
*>             (GC86TABBACKUP REBUILD) and swept by GC82TABCHECK,
*>             each database is restored through GCDBBACKUP RESTORE
*>             (DBINTEGRITY before and after), and the SORTOUT
*>             generation's control-total trailer is re-derived from
*>             its records as GC92BACKUPALL does - with GENCAT,
*>             reloaded from GENCAT.UNL through gcvsqf01a, required
*>             to catalogue that very generation.
*>             DRREADY.RPT states the recovery point achieved, its
*>             age at the rehearsal, the time the restore took and
*>             the verdict; SHIP writes DRSHIP.RPT. Both go to the
*>             GC87SPOOL queue, and every run appends one line to
*>             DRREPL.LOG - the record of tested recoveries shown to
*>             the auditors each quarter.
*>             RETURN-CODE 0 shipped / DR ready, 8 anything failed
*>             (with a GC91ALERT event), 16 bad parameters.
*>             Its operator texts are GC65MSGTEXT messages 1-5, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC69DRREPL.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC69DRREPL
*> Parameters: GC69_MODE    - SHIP (default) or REHEARSE
*>             GC69_DRDIR   - the DR location (default DRSITE)
*>             GC69_SANDBOX - the rehearsal directory (default
*>                            DRTEST.yyyymmdd of the run date)
*>             GC92_DBLIST, SCHSQF01A_TABLE as their own programs
*>             read them; DBBACKUP_KEY passes through to GCDBBACKUP
*>             for encrypted databases.
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
   select optional ProtRpt
          assign       to 'PROTECT.RPT'
          organization is line sequential
          file status  is ProtRpt-fs.
   select optional GenCat
          assign       to 'GENCAT'
          organization is indexed
          access mode  is dynamic
          record key   is gcr-key
          file status  is GenCat-fs.
   select GenUnl
          assign       to 'GENCAT.UNL'
          organization is line sequential
          file status  is GenUnl-fs.
   select GenFile
          assign       to wGenSpec
          organization is sequential
          file status  is GenFile-fs.
   select optional DrMan
          assign       to wDrManSpec
          organization is line sequential
          file status  is DrMan-fs.
   select DrRpt
          assign       to wRptSpec
          organization is line sequential
          file status  is DrRpt-fs.
   select optional DrLog
          assign       to 'DRREPL.LOG'
          organization is line sequential
          file status  is DrLog-fs.

DATA DIVISION.
FILE SECTION.
fd  ProtRpt.
01  ProtRpt-record    pic x(100).

fd  GenCat.
01  GenCat-record.
    05 gcr-key.
       10 gcr-fileid  pic x(20).
       10 gcr-gen     pic 9(04).
    05 gcr-date       pic 9(08).
    05 gcr-time       pic 9(06).
    05 gcr-runid      pic 9(08).

*>  GENCAT.UNL - the catalog in its fixed-column line sequential
*>  layout, the one gcvsqf01a loads back
fd  GenUnl.
01  GenUnl-record.
    05 gur-fileid     pic x(20).
    05                pic x(01).
    05 gur-gen        pic 9(04).
    05                pic x(01).
    05 gur-date       pic 9(08).
    05                pic x(01).
    05 gur-time       pic 9(06).
    05                pic x(01).
    05 gur-runid      pic 9(08).

*>  the foutsqf01.cpy SORTOUT shape, as GC92BACKUPALL reads it
fd  GenFile
    record is varying in size from 41 to 241 characters
             depending on wGenRecLen.
01  outgen-record.
    05 og-seq         pic 9(05).
    05 og-ch          pic x(05).
    05 og-bi          pic 9(05).
    05 og-fi          pic s9(05).
    05 og-fl          pic s9(05).
    05 og-pd          pic s9(05).
    05 og-zd          pic s9(08).
    05 og-trl-len     pic 9(03).
    05 og-trailer     pic x(200).

*>  DRSET.MAN - a header row (the recovery point and when the set
*>  was shipped) then one row per file of the set
fd  DrMan.
01  DrMan-record.
    05 dm-type        pic x(01).
    05                pic x(01).
    05 dm-kind        pic x(04).
    05                pic x(01).
    05 dm-name        pic x(40).
    05                pic x(01).
    05 dm-size        pic 9(12).
    05                pic x(01).
    05 dm-sum         pic 9(09).
    05                pic x(01).
    05 dm-fdate       pic 9(08).
    05                pic x(01).
    05 dm-ftime       pic 9(06).
01  DrMan-header.
    05 dh-type        pic x(01).
    05                pic x(01).
    05 dh-asof-date   pic 9(08).
    05                pic x(01).
    05 dh-asof-time   pic 9(06).
    05                pic x(01).
    05 dh-ship-date   pic 9(08).
    05                pic x(01).
    05 dh-ship-time   pic 9(06).
    05                pic x(01).
    05 dh-count       pic 9(03).

fd  DrRpt.
01  DrRpt-record      pic x(100).

fd  DrLog.
01  DrLog-record      pic x(100).

WORKING-STORAGE SECTION.

01  ProtRpt-fs      pic x(02) value spaces.
01  GenCat-fs       pic x(02) value spaces.
01  GenUnl-fs       pic x(02) value spaces.
01  GenFile-fs      pic x(02) value spaces.
01  DrMan-fs        pic x(02) value spaces.
01  DrRpt-fs        pic x(02) value spaces.
01  DrLog-fs        pic x(02) value spaces.
01  wGenSpec        pic x(26) value spaces.
01  wGenRecLen      pic 9(03) value 0.
01  wDrManSpec      pic x(120) value spaces.
01  wRptSpec        pic x(12) value spaces.

01  env-value       pic x(128) value spaces.
01  wRunMode        pic x(08) value 'SHIP'.
01  wDrDir          pic x(80) value 'DRSITE'.
01  wSandbox        pic x(80) value spaces.
01  wHomeDir        pic x(256) value spaces.
01  wDbList         pic x(128) value 'RUNHIST.DB'.
01  wDbName         pic x(40) value spaces.
01  wListPtr        pic 9(03) value 1.
01  wCalFile        pic x(20) value 'TABE0001.DAT'.
01  wCalBck         pic x(12) value spaces.

01  wNowDate        pic 9(08) value 0.
01  wNowTime        pic 9(08) value 0.
01  wStartTime      pic 9(08) value 0.
01  wStepRc         pic s9(09) value 0.
01  wFailCount      pic 9(03) value 0.
01  wOutcome        pic x(40) value spaces.
01  wArtifact       pic x(40) value spaces.
01  wVerdict        pic x(20) value spaces.

*>     the recovery point: the GC92BACKUPALL run the set comes from
01  wAsOfDate       pic 9(08) value 0.
01  wAsOfTime       pic 9(06) value 0.
01  wShipDate       pic 9(08) value 0.
01  wShipTime       pic 9(06) value 0.
01  wProtFails      pic 9(03) value 0.
01  wProtSeen       pic x(01) value 'N'.
01  wAgeHours       pic s9(07) value 0.
01  wTookSecs       pic s9(07) value 0.
01  wSecsA          pic s9(11) value 0.
01  wSecsB          pic s9(11) value 0.
01  wHms.
    05 wHmsHH       pic 9(02).
    05 wHmsMI       pic 9(02).
    05 wHmsSS       pic 9(02).
    05              pic 9(02).
01  wHmsSecs        pic 9(05) value 0.

*>     the set: one row per file shipped or restored
01  wArtTab.
    05 wArtCount    pic 9(03) value 0.
    05 wArtRow      occurs 60 times.
       10 wa-kind   pic x(04).
       10 wa-name   pic x(40).
       10 wa-size   pic 9(12).
       10 wa-sum    pic 9(09).
       10 wa-fdate  pic 9(08).
       10 wa-ftime  pic 9(06).
       10 wa-ok     pic x(01).
01  wArtIdx         pic 9(03) value 0.
01  wOldTab.
    05 wOldCount    pic 9(03) value 0.
    05 wOldName     pic x(40) occurs 60 times.
01  wOldIdx         pic 9(03) value 0.
01  wOldKept        pic x(01) value 'N'.
01  wHasTabe        pic x(01) value 'N'.
01  wHasGen         pic x(01) value 'N'.
01  wHasUnl         pic x(01) value 'N'.

*>     newest SORTOUT generation from the catalog
01  wHighGen        pic 9(04) value 0.
01  wGenDisp        pic 9(04) value 0.
01  wTabeNbr        pic 9(03) value 0.
01  wTabeName       pic x(12) value spaces.

*>     re-derived control totals vs the trailer's own figures -
*>     the same truncating 11-digit arithmetic the writing side uses
01  wRecCount       pic 9(09) value 0.
01  th-bi           pic s9(11) comp-3 value 0.
01  th-fi           pic s9(11) comp-3 value 0.
01  th-pd           pic s9(11) comp-3 value 0.
01  th-zd           pic s9(11) comp-3 value 0.
01  wTrailerSeen    pic x(01) value 'N'.
01  wTrailerImage.
    05              pic x(03).
    05 trl-count    pic 9(09).
    05              pic x(04).
    05 trl-bi       pic s9(11) sign leading separate.
    05              pic x(04).
    05 trl-fi       pic s9(11) sign leading separate.
    05              pic x(04).
    05 trl-pd       pic s9(11) sign leading separate.
    05              pic x(04).
    05 trl-zd       pic s9(11) sign leading separate.

*>     whole-file checksum - the file read as a byte stream, the
*>     same rolling arithmetic on the sending and the receiving side
01  wSumName        pic x(120) value spaces.
01  wSumOk          pic x(01) value 'N'.
01  wSumSize        pic 9(12) value 0.
01  wSumValue       pic 9(09) value 0.
01  wSumFDate       pic 9(08) value 0.
01  wSumFTime       pic 9(06) value 0.
01  wFileHandle     pic x(04) value low-values.
01  wAccessMode     pic x(01) comp-x value 1.
01  wDenyMode       pic x(01) comp-x value 3.
01  wDevice         pic x(01) comp-x value 0.
01  wReadOffset     pic x(08) comp-x value 0.
01  wReadLen        pic x(04) comp-x value 0.
01  wReadFlags      pic x(01) comp-x value 0.
01  wReadBuf        pic x(4096) value spaces.
01  wByteIdx        pic 9(05) value 0.
01  wLeft           pic 9(12) value 0.

*>     CBL_CHECK_FILE_EXIST detail block - size then file date/time
01  wCheckDetails.
    05 cfe-size     pic x(08) comp-x.
    05 cfe-day      pic x(01) comp-x.
    05 cfe-month    pic x(01) comp-x.
    05 cfe-year     pic x(02) comp-x.
    05 cfe-hour     pic x(01) comp-x.
    05 cfe-minute   pic x(01) comp-x.
    05 cfe-second   pic x(01) comp-x.
    05              pic x(01).

01  wFromName       pic x(120) value spaces.
01  wToName         pic x(120) value spaces.
01  wProbeDate      pic 9(08) value 0.
01  wEntryPtr       usage program-pointer.

COPY 'GC87SPOOLADD.CPY'.
COPY 'GC91ALERT.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-5 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC69DRREPL - disaster-recovery replication and rehearsal'.
    05 filler pic x(58) value '*** GC69_MODE must be SHIP or REHEARSE'.
    05 filler pic x(58) value '  mode: '.
    05 filler pic x(58) value '  DR location: '.
    05 filler pic x(58) value '  failures: '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 5 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   display wText(1)(1:56)
   accept wNowDate from date yyyymmdd
   accept wNowTime from time
   move wNowTime to wStartTime

   display 'GC69_MODE' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move upper-case(env-value) to wRunMode
   end-if
   display 'GC69_DRDIR' upon environment-name
   move spaces to env-value
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wDrDir
   end-if
   move spaces to wSandbox
   string 'DRTEST.' wNowDate delimited by size into wSandbox
   display 'GC69_SANDBOX' upon environment-name
   move spaces to env-value
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wSandbox
   end-if
   display 'GC92_DBLIST' upon environment-name
   move spaces to env-value
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wDbList
   end-if
   display 'SCHSQF01A_TABLE' upon environment-name
   move spaces to env-value
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wCalFile
   end-if
   move wCalFile(1:8) to wCalBck(1:8)
   move '.BCK'        to wCalBck(9:4)

   move spaces to wDrManSpec
   string trim(wDrDir) '/DRSET.MAN' delimited by size into wDrManSpec

   evaluate wRunMode
      when 'SHIP'
         move 'DRSHIP.RPT'  to wRptSpec
      when 'REHEARSE'
         move 'DRREADY.RPT' to wRptSpec
      when other
         display wText(2)(1:38)
         move 16 to return-code
         goback
   end-evaluate
   display wText(3)(1:8) wRunMode wText(4)(1:15) trim(wDrDir)

   open output DrRpt
   move spaces to DrRpt-record
   if wRunMode = 'SHIP'
      string 'DR REPLICATION ' wNowDate ' ' wNowTime(1:6)
             ' - to ' trim(wDrDir)
             delimited by size into DrRpt-record
   else
      string 'DR READINESS REHEARSAL ' wNowDate ' ' wNowTime(1:6)
             ' - from ' trim(wDrDir) ' into ' trim(wSandbox)
             delimited by size into DrRpt-record
   end-if
   write DrRpt-record
   move spaces to DrRpt-record
   write DrRpt-record

   if wRunMode = 'SHIP'
      perform Ship-Set thru Ship-Set-Ex
   else
      perform Rehearse-Set thru Rehearse-Set-Ex
   end-if

   move spaces to DrRpt-record
   write DrRpt-record
   move spaces to DrRpt-record
   string 'FAILURES: ' wFailCount
          delimited by size into DrRpt-record
   write DrRpt-record
   move spaces to DrRpt-record
   string 'VERDICT : ' wVerdict
          delimited by size into DrRpt-record
   write DrRpt-record
   close DrRpt

   perform Write-Dr-Log thru Write-Dr-Log-Ex

   move wRptSpec     to Sp-File
   move 'BACKUP'     to Sp-Type
   move 'GC69DRREPL' to Sp-Origin
   call 'GC87SPOOLADD' using SPOOLADD-AREA
   on exception continue
   end-call

   display wText(5)(1:12) wFailCount '  ' wVerdict
   if wFailCount > 0
      move 'SEVERE'     to Al-Severity
      move 'GC69DRREPL' to Al-Program
      move spaces       to Al-Text
      string trim(wRunMode) ' ' trim(wVerdict) ' - ' wFailCount
             ' failures, see ' trim(wRptSpec)
             delimited by size into Al-Text
      call 'GC91ALERT' using ALERT-AREA
         on exception continue
      end-call
      move 8 to return-code
   else
      move 0 to return-code
   end-if
   GOBACK.

Report-Line.
   accept wNowTime from time
   move spaces to DrRpt-record
   string wArtifact ' ' wNowDate ' ' wNowTime(1:6) '  ' wOutcome
          delimited by size into DrRpt-record
   write DrRpt-record
   display '  ' wArtifact ' ' wOutcome
   continue.
Report-Line-Ex. exit.

Write-Dr-Log.
   open extend DrLog
   if DrLog-fs not = '00' and DrLog-fs not = '05'
      open output DrLog
   end-if
   if DrLog-fs not = '00' and DrLog-fs not = '05'
      go to Write-Dr-Log-Ex
   end-if
   accept wNowTime from time
   move spaces to DrLog-record
   string wNowDate ' ' wNowTime(1:6) ' ' wRunMode ' RP '
          wAsOfDate ' ' wAsOfTime ' FAILURES ' wFailCount ' '
          wVerdict
          delimited by size into DrLog-record
   write DrLog-record
   close DrLog
   continue.
Write-Dr-Log-Ex. exit.

*> ***********************************************************************************
*>     S H I P
*> ***********************************************************************************
Ship-Set.
   perform Read-Protect thru Read-Protect-Ex
   if wProtSeen = 'N' or wProtFails > 0
      move 'PROTECT.RPT' to wArtifact
      if wProtSeen = 'N'
         move 'NO BACKUP RUN TO SHIP' to wOutcome
      else
         move 'BACKUP RUN HAD FAILURES' to wOutcome
      end-if
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      move 'NOT SHIPPED' to wVerdict
      go to Ship-Set-Ex
   end-if
   accept wNowTime from time
   move wNowDate      to wShipDate
   move wNowTime(1:6) to wShipTime

   perform Build-Set thru Build-Set-Ex
   call 'CBL_CREATE_DIR' using wDrDir
   move 0 to return-code

   perform varying wArtIdx from 1 by 1 until wArtIdx > wArtCount
      perform Ship-Artifact thru Ship-Artifact-Ex
   end-perform

   if wFailCount > 0
*>     the previous set stays whole - nothing staged takes a real name
      perform varying wArtIdx from 1 by 1 until wArtIdx > wArtCount
         perform Build-Staged-Name thru Build-Staged-Name-Ex
         call 'CBL_DELETE_FILE' using wToName
      end-perform
      move 0 to return-code
      move 'previous DR set' to wArtifact
      move 'LEFT IN PLACE' to wOutcome
      perform Report-Line thru Report-Line-Ex
      move 'NOT SHIPPED' to wVerdict
      go to Ship-Set-Ex
   end-if

   perform Commit-Set thru Commit-Set-Ex
   if wFailCount = 0
      move 'SHIPPED' to wVerdict
   else
      move 'NOT SHIPPED' to wVerdict
   end-if
   continue.
Ship-Set-Ex. exit.

*>     the recovery point and the verdict of the backup run: the
*>     PROTECT.RPT heading and its closing FAILURES line
Read-Protect.
   move 'N' to wProtSeen
   move 0   to wProtFails
   open input ProtRpt
   if ProtRpt-fs not = '00'
      if ProtRpt-fs = '05'
         close ProtRpt
      end-if
      go to Read-Protect-Ex
   end-if
   perform until ProtRpt-fs not = '00'
      read ProtRpt
      if ProtRpt-fs = '00'
         if ProtRpt-record(1:24) = 'PROTECTION STATUS AS OF '
            and ProtRpt-record(25:8) is numeric
            and ProtRpt-record(34:6) is numeric
            move ProtRpt-record(25:8) to wAsOfDate
            move ProtRpt-record(34:6) to wAsOfTime
            move 'H' to wProtSeen
         end-if
         if ProtRpt-record(1:10) = 'FAILURES: '
            and ProtRpt-record(11:3) is numeric
            and wProtSeen = 'H'
            move ProtRpt-record(11:3) to wProtFails
            move 'Y' to wProtSeen
         end-if
      end-if
   end-perform
   close ProtRpt
*>  a report cut off before its FAILURES line proves nothing
   if wProtSeen not = 'Y'
      move 'N' to wProtSeen
   end-if
   continue.
Read-Protect-Ex. exit.

*>     the files of the set, in the order they are shipped
Build-Set.
   move 0 to wArtCount
   perform varying wTabeNbr from 1 by 1 until wTabeNbr > 20
      move spaces   to wTabeName
      move 'TABE0'  to wTabeName(1:5)
      move wTabeNbr to wTabeName(6:3)
      move '.BCK'   to wTabeName(9:4)
      call 'CBL_CHECK_FILE_EXIST' using wTabeName wCheckDetails
      if return-code = 0
         if wTabeName = wCalBck
            move 'CAL ' to wArtifact
         else
            move 'TABE' to wArtifact
         end-if
         move wTabeName to wFromName
         perform Add-Artifact thru Add-Artifact-Ex
      end-if
   end-perform
   move 0 to return-code
*>  the calendar has to be there - the scheduler cannot run without it
   move 'N' to wOldKept
   perform varying wArtIdx from 1 by 1 until wArtIdx > wArtCount
      if wa-kind(wArtIdx) = 'CAL '
         move 'Y' to wOldKept
      end-if
   end-perform
   if wOldKept = 'N'
      move 'CAL ' to wArtifact
      move wCalBck to wFromName
      perform Add-Artifact thru Add-Artifact-Ex
   end-if

*>  the dated SQLite copies of the backup night (a run that crossed
*>  midnight dated its copy the day after)
   move 1 to wListPtr
   perform until wListPtr > 128
      move spaces to wDbName
      unstring wDbList delimited by all ' '
          into wDbName
          with pointer wListPtr
      end-unstring
      if wDbName = spaces
         exit perform
      end-if
      move wAsOfDate to wProbeDate
      perform Build-Bak-Name thru Build-Bak-Name-Ex
      call 'CBL_CHECK_FILE_EXIST' using wFromName wCheckDetails
      if return-code not = 0
         compute wProbeDate =
                 date-of-integer(integer-of-date(wAsOfDate) + 1)
         perform Build-Bak-Name thru Build-Bak-Name-Ex
         call 'CBL_CHECK_FILE_EXIST' using wFromName wCheckDetails
         if return-code not = 0
            move wAsOfDate to wProbeDate
            perform Build-Bak-Name thru Build-Bak-Name-Ex
         end-if
      end-if
      move 'DB  ' to wArtifact
      perform Add-Artifact thru Add-Artifact-Ex
   end-perform
   move 0 to return-code

*>  the newest SORTOUT generation and its manifest
   perform Find-High-Gen thru Find-High-Gen-Ex
   if wHighGen > 0
      move wHighGen to wGenDisp
      move spaces to wFromName
      string 'SORTOUT.G' wGenDisp delimited by size into wFromName
      move 'GEN ' to wArtifact
      perform Add-Artifact thru Add-Artifact-Ex
      move spaces to wFromName
      string 'SORTOUT.G' wGenDisp '.MAN' delimited by size into wFromName
      move 'GMAN' to wArtifact
      perform Add-Artifact thru Add-Artifact-Ex
   else
      move 'SORTOUT generations' to wArtifact
      move 'NONE CATALOGUED' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
   end-if
   perform Unload-Catalog thru Unload-Catalog-Ex
   if GenUnl-fs = '00'
      move 'GENCAT.UNL' to wFromName
      move 'GCAT' to wArtifact
      perform Add-Artifact thru Add-Artifact-Ex
   else
      move 'GENCAT.UNL' to wArtifact
      move 'CATALOG UNLOAD FAILED' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
   end-if
   move 'PTDSTORE' to wFromName
   move 'PTD ' to wArtifact
   perform Add-Artifact thru Add-Artifact-Ex
   continue.
Build-Set-Ex. exit.

Build-Bak-Name.
   move spaces to wFromName
   string trim(wDbName) '.' wProbeDate '.BAK'
          delimited by size into wFromName
   continue.
Build-Bak-Name-Ex. exit.

Add-Artifact.
   if wArtCount < 60
      add 1 to wArtCount
      move wArtifact(1:4) to wa-kind(wArtCount)
      move wFromName      to wa-name(wArtCount)
      move 0              to wa-size(wArtCount) wa-sum(wArtCount)
      move 0              to wa-fdate(wArtCount) wa-ftime(wArtCount)
      move 'N'            to wa-ok(wArtCount)
   end-if
   continue.
Add-Artifact-Ex. exit.

Find-High-Gen.
   move 0 to wHighGen
   open input GenCat
   if GenCat-fs = '00'
      move 'SORTOUT' to gcr-fileid
      move 0 to gcr-gen
      start GenCat key >= gcr-key
      perform until GenCat-fs not = '00'
         read GenCat next record
         if GenCat-fs = '00'
            if gcr-fileid(1:7) not = 'SORTOUT'
               move '10' to GenCat-fs
            else
               if gcr-gen > wHighGen
                  move gcr-gen to wHighGen
               end-if
            end-if
         end-if
      end-perform
      close GenCat
   else
      if GenCat-fs = '05'
         close GenCat
      end-if
   end-if
   continue.
Find-High-Gen-Ex. exit.

*>     the keyed catalog, entry by entry, into GENCAT.UNL - a plain
*>     file that ships and checksums like any other; GenUnl-fs is
*>     left '00' when the unload is complete
Unload-Catalog.
   open output GenUnl
   if GenUnl-fs not = '00'
      go to Unload-Catalog-Ex
   end-if
   open input GenCat
   if GenCat-fs = '00'
      perform until GenCat-fs not = '00'
         read GenCat next record
         if GenCat-fs = '00'
            move spaces     to GenUnl-record
            move gcr-fileid to gur-fileid
            move gcr-gen    to gur-gen
            move gcr-date   to gur-date
            move gcr-time   to gur-time
            move gcr-runid  to gur-runid
            write GenUnl-record
            if GenUnl-fs not = '00'
               move '30' to GenCat-fs
            end-if
         end-if
      end-perform
      close GenCat
   else
      if GenCat-fs = '05'
         close GenCat
         move '10' to GenCat-fs
      end-if
   end-if
   close GenUnl
   if GenCat-fs not = '10'
      move '30' to GenUnl-fs
   end-if
   continue.
Unload-Catalog-Ex. exit.

*>     one file: checksum here, copy to its staging name at the DR
*>     location, checksum what arrived
Ship-Artifact.
   move wa-name(wArtIdx) to wArtifact
   move wa-name(wArtIdx) to wSumName
   perform File-Checksum thru File-Checksum-Ex
   if wSumOk = 'N'
      move 'MISSING - NOT SHIPPED' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Ship-Artifact-Ex
   end-if
   move wSumSize  to wa-size(wArtIdx)
   move wSumValue to wa-sum(wArtIdx)
   move wSumFDate to wa-fdate(wArtIdx)
   move wSumFTime to wa-ftime(wArtIdx)

   move wa-name(wArtIdx) to wFromName
   perform Build-Staged-Name thru Build-Staged-Name-Ex
   call 'CBL_DELETE_FILE' using wToName
   call 'CBL_COPY_FILE' using wFromName wToName
   if return-code not = 0
      move 0 to return-code
      move 'COPY FAILED' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Ship-Artifact-Ex
   end-if

   move wToName to wSumName
   perform File-Checksum thru File-Checksum-Ex
   if wSumOk = 'N' or wSumSize not = wa-size(wArtIdx)
      or wSumValue not = wa-sum(wArtIdx)
      move 'CHECKSUM MISMATCH ON ARRIVAL' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Ship-Artifact-Ex
   end-if
   move 'Y' to wa-ok(wArtIdx)
   move spaces to wOutcome
   string 'SHIPPED sum ' wa-sum(wArtIdx) ' ok'
          delimited by size into wOutcome
   perform Report-Line thru Report-Line-Ex
   continue.
Ship-Artifact-Ex. exit.

Build-Staged-Name.
   move spaces to wToName
   string trim(wDrDir) '/' trim(wa-name(wArtIdx)) '.DRN'
          delimited by size into wToName
   continue.
Build-Staged-Name-Ex. exit.

*>     the whole set arrived intact: staged copies take their real
*>     names, files of the previous set no longer part of this one
*>     go, and DRSET.MAN is written last
Commit-Set.
   move 0 to wOldCount
   open input DrMan
   if DrMan-fs = '00'
      perform until DrMan-fs not = '00'
         read DrMan
         if DrMan-fs = '00' and dm-type = 'F' and wOldCount < 60
            add 1 to wOldCount
            move dm-name to wOldName(wOldCount)
         end-if
      end-perform
      close DrMan
   else
      if DrMan-fs = '05'
         close DrMan
      end-if
   end-if

   perform varying wArtIdx from 1 by 1 until wArtIdx > wArtCount
      perform Build-Staged-Name thru Build-Staged-Name-Ex
      move wToName to wFromName
      move spaces to wToName
      string trim(wDrDir) '/' trim(wa-name(wArtIdx))
             delimited by size into wToName
      call 'CBL_RENAME_FILE' using wFromName wToName
      if return-code not = 0
         move 0 to return-code
         move wa-name(wArtIdx) to wArtifact
         move 'COULD NOT TAKE ITS NAME' to wOutcome
         add 1 to wFailCount
         perform Report-Line thru Report-Line-Ex
      end-if
   end-perform

   perform varying wOldIdx from 1 by 1 until wOldIdx > wOldCount
      move 'N' to wOldKept
      perform varying wArtIdx from 1 by 1 until wArtIdx > wArtCount
         if wa-name(wArtIdx) = wOldName(wOldIdx)
            move 'Y' to wOldKept
         end-if
      end-perform
      if wOldKept = 'N'
         move spaces to wToName
         string trim(wDrDir) '/' trim(wOldName(wOldIdx))
                delimited by size into wToName
         call 'CBL_DELETE_FILE' using wToName
         move 0 to return-code
      end-if
   end-perform

   open output DrMan
   if DrMan-fs not = '00' and DrMan-fs not = '05'
      move 'DRSET.MAN' to wArtifact
      move 'CANNOT BE WRITTEN' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Commit-Set-Ex
   end-if
   move spaces       to DrMan-record
   move 'H'          to dh-type
   move wAsOfDate    to dh-asof-date
   move wAsOfTime    to dh-asof-time
   move wShipDate    to dh-ship-date
   move wShipTime    to dh-ship-time
   move wArtCount    to dh-count
   write DrMan-header
   perform varying wArtIdx from 1 by 1 until wArtIdx > wArtCount
      move spaces            to DrMan-record
      move 'F'               to dm-type
      move wa-kind(wArtIdx)  to dm-kind
      move wa-name(wArtIdx)  to dm-name
      move wa-size(wArtIdx)  to dm-size
      move wa-sum(wArtIdx)   to dm-sum
      move wa-fdate(wArtIdx) to dm-fdate
      move wa-ftime(wArtIdx) to dm-ftime
      write DrMan-record
   end-perform
   close DrMan

   move spaces to DrRpt-record
   write DrRpt-record
   move spaces to DrRpt-record
   string 'RECOVERY POINT SHIPPED: ' wAsOfDate ' ' wAsOfTime
          ' (' wArtCount ' files)'
          delimited by size into DrRpt-record
   write DrRpt-record
   continue.
Commit-Set-Ex. exit.

*> ***********************************************************************************
*>     R E H E A R S E
*> ***********************************************************************************
Rehearse-Set.
   move 'DR NOT READY' to wVerdict
   perform Load-Dr-Set thru Load-Dr-Set-Ex
   if wArtCount = 0
      move 'DRSET.MAN' to wArtifact
      move 'NO SHIPPED SET AT THE DR LOCATION' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Rehearse-Set-Ex
   end-if

   call 'CBL_CREATE_DIR' using wSandbox
   move 0 to return-code
   perform varying wArtIdx from 1 by 1 until wArtIdx > wArtCount
      perform Restore-Artifact thru Restore-Artifact-Ex
   end-perform

*>  the checking programs are resolved while still at home - the
*>  sandbox holds data, not programs
   move spaces to wHomeDir
   call 'CBL_GET_CURRENT_DIR' using by value 0
                                    by value length of wHomeDir
                                    by reference wHomeDir
   set wEntryPtr to entry 'GC86TABBACKUP'
   set wEntryPtr to entry 'GC82TABCHECK'
   set wEntryPtr to entry 'GCDBBACKUP'
   set wEntryPtr to entry 'gcvsqf01a'
   call 'CBL_CHANGE_DIR' using wSandbox
   if return-code not = 0
      move 0 to return-code
      move wSandbox to wArtifact
      move 'SANDBOX NOT REACHABLE' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Rehearse-Set-Ex
   end-if

   move spaces to DrRpt-record
   write DrRpt-record
   if wHasTabe = 'Y'
      perform Check-Tables thru Check-Tables-Ex
   end-if
   perform varying wArtIdx from 1 by 1 until wArtIdx > wArtCount
      if wa-kind(wArtIdx) = 'DB  ' and wa-ok(wArtIdx) = 'Y'
         perform Check-Database thru Check-Database-Ex
      end-if
   end-perform
   if wHasGen = 'Y'
      perform Check-Generation thru Check-Generation-Ex
   end-if

   call 'CBL_CHANGE_DIR' using wHomeDir
   move 0 to return-code

*>  the restore has taken as long as it has taken by now
   accept wNowTime from time
   move wStartTime to wHms
   perform Hms-To-Secs thru Hms-To-Secs-Ex
   move wHmsSecs to wSecsA
   move wNowTime to wHms
   perform Hms-To-Secs thru Hms-To-Secs-Ex
   move wHmsSecs to wSecsB
   compute wTookSecs = wSecsB - wSecsA
   if wTookSecs < 0
      add 86400 to wTookSecs
   end-if
   move wAsOfTime to wHms(1:6)
   perform Hms-To-Secs thru Hms-To-Secs-Ex
   compute wSecsA = integer-of-date(wAsOfDate) * 86400 + wHmsSecs
   compute wSecsB = integer-of-date(wNowDate) * 86400 + wSecsB
   compute wAgeHours = (wSecsB - wSecsA) / 3600

   move spaces to DrRpt-record
   write DrRpt-record
   move spaces to DrRpt-record
   string 'RECOVERY POINT ACHIEVED : ' wAsOfDate ' ' wAsOfTime
          ' (backup run restored)'
          delimited by size into DrRpt-record
   write DrRpt-record
   move spaces to DrRpt-record
   string 'SET SHIPPED             : ' wShipDate ' ' wShipTime
          delimited by size into DrRpt-record
   write DrRpt-record
   move spaces to DrRpt-record
   string 'RECOVERY POINT AGE      : ' wAgeHours ' hours at rehearsal'
          delimited by size into DrRpt-record
   write DrRpt-record
   move spaces to DrRpt-record
   string 'RESTORE AND CHECKS TOOK : ' wTookSecs ' seconds'
          delimited by size into DrRpt-record
   write DrRpt-record
   if wFailCount = 0
      move 'DR READY' to wVerdict
   end-if
   continue.
Rehearse-Set-Ex. exit.

Hms-To-Secs.
   compute wHmsSecs = wHmsHH * 3600 + wHmsMI * 60 + wHmsSS
   continue.
Hms-To-Secs-Ex. exit.

Load-Dr-Set.
   move 0 to wArtCount
   open input DrMan
   if DrMan-fs not = '00'
      if DrMan-fs = '05'
         close DrMan
      end-if
      go to Load-Dr-Set-Ex
   end-if
   perform until DrMan-fs not = '00'
      read DrMan
      if DrMan-fs = '00'
         evaluate true
            when dh-type = 'H'
               move dh-asof-date to wAsOfDate
               move dh-asof-time to wAsOfTime
               move dh-ship-date to wShipDate
               move dh-ship-time to wShipTime
            when dm-type = 'F' and wArtCount < 60
               add 1 to wArtCount
               move dm-kind  to wa-kind(wArtCount)
               move dm-name  to wa-name(wArtCount)
               move dm-size  to wa-size(wArtCount)
               move dm-sum   to wa-sum(wArtCount)
               move dm-fdate to wa-fdate(wArtCount)
               move dm-ftime to wa-ftime(wArtCount)
               move 'N'      to wa-ok(wArtCount)
         end-evaluate
      end-if
   end-perform
   close DrMan
   continue.
Load-Dr-Set-Ex. exit.

*>     one file: the DR copy must still match DRSET.MAN, and so must
*>     what lands in the sandbox
Restore-Artifact.
   move wa-name(wArtIdx) to wArtifact
   move spaces to wFromName
   string trim(wDrDir) '/' trim(wa-name(wArtIdx))
          delimited by size into wFromName
*>  a copy left from an earlier rehearsal must not stand in for one
*>  that fails today
   move spaces to wToName
   string trim(wSandbox) '/' trim(wa-name(wArtIdx))
          delimited by size into wToName
   call 'CBL_DELETE_FILE' using wToName
   move 0 to return-code
   move wFromName to wSumName
   perform File-Checksum thru File-Checksum-Ex
   if wSumOk = 'N'
      move 'MISSING AT THE DR LOCATION' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Restore-Artifact-Ex
   end-if
   if wSumSize not = wa-size(wArtIdx) or wSumValue not = wa-sum(wArtIdx)
      move 'DR COPY DAMAGED (CHECKSUM)' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Restore-Artifact-Ex
   end-if

   call 'CBL_COPY_FILE' using wFromName wToName
   if return-code not = 0
      move 0 to return-code
      move 'RESTORE COPY FAILED' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Restore-Artifact-Ex
   end-if
   move wToName to wSumName
   perform File-Checksum thru File-Checksum-Ex
   if wSumOk = 'N' or wSumSize not = wa-size(wArtIdx)
      or wSumValue not = wa-sum(wArtIdx)
      move 'CHECKSUM MISMATCH AFTER RESTORE' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Restore-Artifact-Ex
   end-if
   move 'Y' to wa-ok(wArtIdx)
   evaluate wa-kind(wArtIdx)
      when 'TABE'
      when 'CAL '
         move 'Y' to wHasTabe
      when 'GEN '
         move 'Y' to wHasGen
   end-evaluate
   move 'RESTORED (checksum ok)' to wOutcome
   perform Report-Line thru Report-Line-Ex
   continue.
Restore-Artifact-Ex. exit.

*>     inside the sandbox: rebuild every table file from its .BCK,
*>     then sweep them with the integrity checker
Check-Tables.
   display 'GC86_MODE' upon environment-name
   display 'REBUILD'   upon environment-value
   display 'GC86_FILE' upon environment-name
   display 'ALL'       upon environment-value
   move 0 to return-code
   call 'GC86TABBACKUP'
      on exception
         move 12 to return-code
   end-call
   move return-code to wStepRc
   move 'TABE files (GC86TABBACKUP REBUILD)' to wArtifact
   if wStepRc = 0
      move 'OK' to wOutcome
   else
      move 'FAILED' to wOutcome
      add 1 to wFailCount
   end-if
   perform Report-Line thru Report-Line-Ex

   move 0 to return-code
   call 'GC82TABCHECK'
      on exception
         move 12 to return-code
   end-call
   move return-code to wStepRc
   move 'TABE files (GC82TABCHECK)' to wArtifact
   if wStepRc = 0
      move 'OK' to wOutcome
   else
      move 'FAILED - see TABECHECK.RPT' to wOutcome
      add 1 to wFailCount
   end-if
   perform Report-Line thru Report-Line-Ex
   move 0 to return-code
   continue.
Check-Tables-Ex. exit.

*>     GCDBBACKUP RESTORE runs DBINTEGRITY on the copy before it
*>     restores the database from it
Check-Database.
*>  the database name is the copy's name less '.yyyymmdd.BAK'
   compute wByteIdx = length(trim(wa-name(wArtIdx))) - 13
   move spaces to wDbName
   move wa-name(wArtIdx)(1:wByteIdx) to wDbName
   display 'DBBACKUP_DB'   upon environment-name
   display wDbName         upon environment-value
   display 'DBBACKUP_MODE' upon environment-name
   display 'RESTORE'       upon environment-value
   display 'DBBACKUP_NAME' upon environment-name
   display wa-name(wArtIdx) upon environment-value
   move 0 to return-code
   call 'GCDBBACKUP'
      on exception
         move 12 to return-code
   end-call
   move return-code to wStepRc
   move spaces to wArtifact
   string 'database ' trim(wDbName) ' (DBINTEGRITY)'
          delimited by size into wArtifact
   if wStepRc = 0
      move 'OK (restored and verified)' to wOutcome
   else
      move 'FAILED' to wOutcome
      add 1 to wFailCount
   end-if
   perform Report-Line thru Report-Line-Ex
   move 0 to return-code
   continue.
Check-Database-Ex. exit.

*>     the restored generation's control-total trailer re-derived
*>     from its records, as GC92BACKUPALL proves it nightly - and
*>     the restored GENCAT must catalogue that same generation
Check-Generation.
   perform Reload-Catalog thru Reload-Catalog-Ex
   move spaces to wGenSpec
   perform varying wArtIdx from 1 by 1 until wArtIdx > wArtCount
      if wa-kind(wArtIdx) = 'GEN ' and wa-ok(wArtIdx) = 'Y'
         move wa-name(wArtIdx) to wGenSpec
      end-if
   end-perform
   move spaces to wArtifact
   string trim(wGenSpec) ' control totals'
          delimited by size into wArtifact

   perform Find-High-Gen thru Find-High-Gen-Ex
   move wHighGen to wGenDisp
   if wGenSpec(1:9) not = 'SORTOUT.G' or wGenSpec(10:4) not = wGenDisp
      move 'GENCAT DOES NOT CATALOGUE IT' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Check-Generation-Ex
   end-if

   move 0 to wRecCount
   move 0 to th-bi th-fi th-pd th-zd
   move 'N' to wTrailerSeen
   open input GenFile
   if GenFile-fs not = '00'
      move 'CANNOT BE READ BACK' to wOutcome
      add 1 to wFailCount
      perform Report-Line thru Report-Line-Ex
      go to Check-Generation-Ex
   end-if
   perform until GenFile-fs not = '00'
      read GenFile
      if GenFile-fs = '00'
         if og-ch = '#TRL#'
            move 'Y' to wTrailerSeen
            move og-trailer(1:76) to wTrailerImage
         else
            add 1 to wRecCount
            add og-bi to th-bi
            add og-fi to th-fi
            add og-pd to th-pd
            add og-zd to th-zd
         end-if
      end-if
   end-perform
   close GenFile

   evaluate true
      when wTrailerSeen = 'N'
         move 'NO TRAILER TO VERIFY' to wOutcome
         add 1 to wFailCount
      when wRecCount not = trl-count
         move 'TRAILER COUNT MISMATCH' to wOutcome
         add 1 to wFailCount
      when th-bi not = trl-bi or th-fi not = trl-fi
        or th-pd not = trl-pd or th-zd not = trl-zd
         move 'TRAILER TOTALS MISMATCH' to wOutcome
         add 1 to wFailCount
      when other
         move 'OK (trailer balances)' to wOutcome
   end-evaluate
   perform Report-Line thru Report-Line-Ex
   continue.
Check-Generation-Ex. exit.

*>     inside the sandbox: the keyed GENCAT rebuilt from the shipped
*>     unload, as a recovery would have to rebuild it
Reload-Catalog.
   move 'N' to wHasUnl
   perform varying wArtIdx from 1 by 1 until wArtIdx > wArtCount
      if wa-kind(wArtIdx) = 'GCAT' and wa-ok(wArtIdx) = 'Y'
         move 'Y' to wHasUnl
      end-if
   end-perform
   if wHasUnl = 'N'
      go to Reload-Catalog-Ex
   end-if
   move 'GENCAT' to wToName
   call 'CBL_DELETE_FILE' using wToName
   display 'GCVSQF01A_FROM' upon environment-name
   display 'GENCAT.UNL'     upon environment-value
   move 0 to return-code
   call 'gcvsqf01a'
      on exception
         move 12 to return-code
   end-call
   move return-code to wStepRc
   move 0 to return-code
   move 'GENCAT (reloaded from GENCAT.UNL)' to wArtifact
   if wStepRc = 0
      move 'OK' to wOutcome
   else
      move 'RELOAD FAILED' to wOutcome
      add 1 to wFailCount
   end-if
   perform Report-Line thru Report-Line-Ex
   continue.
Reload-Catalog-Ex. exit.

*> ***********************************************************************************
*>     whole-file checksum of wSumName: size and date from the
*>     directory, then the bytes themselves in 4096-byte reads
*> ***********************************************************************************
File-Checksum.
   move 'N' to wSumOk
   move 0   to wSumSize wSumValue wSumFDate wSumFTime
   call 'CBL_CHECK_FILE_EXIST' using wSumName wCheckDetails
   if return-code not = 0
      move 0 to return-code
      go to File-Checksum-Ex
   end-if
   move cfe-size to wSumSize
   compute wSumFDate = cfe-year * 10000 + cfe-month * 100 + cfe-day
   compute wSumFTime = cfe-hour * 10000 + cfe-minute * 100 + cfe-second
   call 'CBL_OPEN_FILE' using wSumName wAccessMode wDenyMode
                              wDevice wFileHandle
   if return-code not = 0
      move 0 to return-code
      go to File-Checksum-Ex
   end-if
   move 0 to wReadOffset
   move wSumSize to wLeft
   perform until wLeft = 0
      if wLeft > 4096
         move 4096 to wReadLen
      else
         move wLeft to wReadLen
      end-if
      call 'CBL_READ_FILE' using wFileHandle wReadOffset wReadLen
                                 wReadFlags wReadBuf
      if return-code not = 0
         exit perform
      end-if
      perform varying wByteIdx from 1 by 1 until wByteIdx > wReadLen
         compute wSumValue =
                 mod(wSumValue * 31 + ord(wReadBuf(wByteIdx:1)),
                     999999937)
      end-perform
      add wReadLen to wReadOffset
      subtract wReadLen from wLeft
   end-perform
   if return-code = 0
      move 'Y' to wSumOk
   end-if
   move 0 to return-code
   call 'CBL_CLOSE_FILE' using wFileHandle
   move 0 to return-code
   continue.
File-Checksum-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC69DRREPL' to Mt-Program
   move 5 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 5
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
