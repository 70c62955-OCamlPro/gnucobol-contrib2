*>                  trailer (the wCtlTrailer record count and
*>                  bi/fi/pd/zd hash totals) from the records
*>                  actually on disk;
*>               4. lists, from the selsqf01a SEALREG register, the
*>                  key id that protects each sealed or enciphered
*>                  file - the latest seal per name - and fails any
*>                  whose key id is no longer in the key ring, since
*>                  that file could not be opened again after a key
*>                  rotation;
*>             then writes the single PROTECT.RPT "what is protected
*>             as of last night" report - one line per artifact with
*>             timestamp and outcome - registers it in the GC87SPOOL
*>             queue, and returns one RETURN-CODE the scheduler can
*>             gate the morning on (0 all protected, 8 anything
*>             failed or unverifiable).
*>             Its operator texts are GC65MSGTEXT messages 1-2
*>             (program GC92BACKUPAL in the message table), so they
*>             show in the signed-on user's language.
*> Tectonics:  cobc -x GC92BACKUPALL.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC92BACKUPALL
*> Parameters: GC92_DBLIST - space-separated SQLite databases to
*>                           protect (default RUNHIST.DB)
*>             SELSQF01A_KEYRING - the seal key ring (default
*>                           SEALKEYS.DAT)
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
*> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
*> Version:    1.0 2018.01.01
FILE-CONTROL.
   select optional GenCat
          assign       to 'GENCAT'
          organization is indexed
          access mode  is dynamic
          record key   is gcr-key
          file status  is GenCat-fs.
   select GenFile
          assign       to wGenSpec
          organization is sequential
          file status  is GenFile-fs.
   select optional SealReg
          assign       to 'SEALREG'
          organization is line sequential
          file status  is SealReg-fs.
   select optional KeyRing
          assign       to wKeyRingSpec
          organization is line sequential
          file status  is KeyRing-fs.
   select Protect
          assign       to 'PROTECT.RPT'
          organization is line sequential
FILE SECTION.
fd  GenCat.
01  GenCat-record.
    05 gcr-key.
       10 gcr-fileid  pic x(20).
       10 gcr-gen     pic 9(04).
    05 gcr-date       pic 9(08).
    05 gcr-time       pic 9(06).
    05 gcr-runid      pic 9(08).

*>  the foutsqf01.cpy SORTOUT shape, mirrored here so the newest
*>  generation can be read back and its trailer re-derived
    05 og-trl-len     pic 9(03).
    05 og-trailer     pic x(200).

*>  the selsqf01a seal register and key ring
fd  SealReg.
01  SealReg-record.
    05 sr-type        pic x(01).
    05                pic x(01).
    05 sr-date        pic 9(08).
    05                pic x(01).
    05 sr-time        pic 9(06).
    05                pic x(01).
    05 sr-keyid       pic x(08).
    05                pic x(01).
    05 sr-enc         pic x(01).
    05                pic x(01).
    05 sr-file        pic x(40).
    05                pic x(01).
    05 sr-sent        pic x(44).
    05                pic x(01).
    05 sr-runid       pic 9(08).
fd  KeyRing.
01  KeyRing-record.
    05 kr-keyid       pic x(08).
    05                pic x(01).
    05 kr-status      pic x(01).
    05                pic x(01).
    05 kr-date        pic 9(08).
    05                pic x(01).
    05 kr-key         pic x(64).

fd  Protect.
01  Protect-record    pic x(100).

01  GenCat-fs       pic x(02) value spaces.
01  GenFile-fs      pic x(02) value spaces.
01  Protect-fs      pic x(02) value spaces.
01  SealReg-fs      pic x(02) value spaces.
01  KeyRing-fs      pic x(02) value spaces.
01  wKeyRingSpec    pic x(80) value 'SEALKEYS.DAT'.
01  wGenSpec        pic x(26) value spaces.
01  wGenRecLen      pic 9(03) value 0.

    05              pic x(04).
    05 trl-zd       pic s9(11) sign leading separate.

*>     the latest seal per file sent, and the key ids the ring
*>     can still open
01  wSealTab.
    05 wSealCount   pic 9(03) value 0.
    05 wSealRow     occurs 500 times.
       10 wSealSent   pic x(44).
       10 wSealKeyId  pic x(08).
       10 wSealEnc    pic x(01).
       10 wSealDate   pic 9(08).
01  wSealIdx        pic 9(03) value 0.
01  wSealFound      pic 9(03) value 0.
01  wRingTab.
    05 wRingCount   pic 9(03) value 0.
    05 wRingId      pic x(08) occurs 200 times.
01  wRingIdx        pic 9(03) value 0.
01  wRingOk         pic x(01) value 'N'.

COPY 'GC87SPOOLADD.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-2 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC92BACKUPALL - unified nightly backup orchestrator'.
    05 filler pic x(58) value '  failures: '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 2 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   display wText(1)(1:51)
   accept wNowDate from date yyyymmdd
   accept wNowTime from time

   if env-value not = spaces
      move env-value to wDbList
   end-if
   display 'SELSQF01A_KEYRING' upon environment-name
   move spaces to env-value
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to wKeyRingSpec
   end-if

   open output Protect
   move spaces to Protect-record
   perform Protect-Tables thru Protect-Tables-Ex
   perform Protect-Databases thru Protect-Databases-Ex
   perform Protect-Generation thru Protect-Generation-Ex
   perform Protect-Key-Ids thru Protect-Key-Ids-Ex

   move spaces to Protect-record
   write Protect-record
   on exception continue
   end-call

   display wText(2)(1:12) wFailCount
   if wFailCount > 0
      move 8 to return-code
   else
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
   perform Report-Line thru Report-Line-Ex
   continue.
Protect-Generation-Ex. exit.

*> ***********************************************************************************
*>     which key protects which file - the latest seal of every name
*>     sent, and whether the key ring still holds its key id (active
*>     or retired); a key id gone from the ring is a file nobody can
*>     open again
*> ***********************************************************************************
Protect-Key-Ids.
   move 0 to wSealCount
   open input SealReg
   if SealReg-fs = '00'
      perform until SealReg-fs not = '00'
         read SealReg
         if SealReg-fs = '00' and sr-type = 'S'
            move 0 to wSealFound
            perform varying wSealIdx from 1 by 1
                      until wSealIdx > wSealCount
               if wSealSent(wSealIdx) = sr-sent
                  move wSealIdx to wSealFound
               end-if
            end-perform
            if wSealFound = 0 and wSealCount < 500
               add 1 to wSealCount
               move wSealCount to wSealFound
            end-if
            if wSealFound > 0
               move sr-sent  to wSealSent(wSealFound)
               move sr-keyid to wSealKeyId(wSealFound)
               move sr-enc   to wSealEnc(wSealFound)
               move sr-date  to wSealDate(wSealFound)
            end-if
         end-if
      end-perform
      close SealReg
   end-if
   if wSealCount = 0
      go to Protect-Key-Ids-Ex
   end-if

   move 0 to wRingCount
   open input KeyRing
   if KeyRing-fs = '00'
      perform until KeyRing-fs not = '00'
         read KeyRing
         if KeyRing-fs = '00' and wRingCount < 200
            and (kr-status = 'A' or kr-status = 'R')
            and kr-key not = spaces
            add 1 to wRingCount
            move kr-keyid to wRingId(wRingCount)
         end-if
      end-perform
      close KeyRing
   end-if

   perform varying wSealIdx from 1 by 1 until wSealIdx > wSealCount
      move wSealSent(wSealIdx) to wArtifact
      move 'N' to wRingOk
      perform varying wRingIdx from 1 by 1 until wRingIdx > wRingCount
         if wRingId(wRingIdx) = wSealKeyId(wSealIdx)
            move 'Y' to wRingOk
         end-if
      end-perform
      move spaces to wOutcome
      evaluate true
         when wRingOk = 'N'
            string 'KEY ' wSealKeyId(wSealIdx) ' NOT IN RING'
                   delimited by size into wOutcome
            add 1 to wFailCount
         when wSealEnc(wSealIdx) = 'Y'
            string 'key ' wSealKeyId(wSealIdx) ' enciphered'
                   delimited by size into wOutcome
         when other
            string 'key ' wSealKeyId(wSealIdx) ' sealed'
                   delimited by size into wOutcome
      end-evaluate
      perform Report-Line thru Report-Line-Ex
   end-perform
   continue.
Protect-Key-Ids-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC92BACKUPAL' to Mt-Program
   move 2 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 2
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
