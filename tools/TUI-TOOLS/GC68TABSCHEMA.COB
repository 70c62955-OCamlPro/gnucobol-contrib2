       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC68TABSCHEMA.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Per-table field schemas for Tabe-data - the 75 free
*>             bytes a structured table (the schedule calendar, the
*>             ALR alert routing flags, the RET retention policies,
*>             the HOL holidays, ...) packs its columns into. A
*>             table's schema is a set of code records of the schema
*>             table (ktab GC68_KTAB, default SCM) in the same
*>             TABE0nnn.DAT file, one per sub-field, keyed in the
*>             order the fields are to be entered:
*>                1-3   the ktab described
*>                5-16  field name (the input label)
*>               18-19  offset in Tabe-data, 01-75
*>               21-22  length, 01-75
*>               24     type: T text       N numeric
*>                            F flag       H time hhmm
*>                            D date yyyymmdd
*>                            C code - a kcod of the table in 27-29
*>               25     R = required (blank may not be left blank)
*>               27-29  the referenced ktab, for type C
*>               31-75  allowed values: a comma list (W,R) and/or
*>                      lo:hi ranges (0001:0600); blank = any value
*>                      of the type - for a flag, Y or N
*>             'L' loads a table's schema for the caller to present
*>             its fields as separate inputs; 'V' validates a data
*>             line against it, field by field, stopping at the first
*>             field in error. The schema last loaded is kept for the
*>             run unit, so validating record after record of one
*>             table reads the schema rows once. The schema describes
*>             the base layer ('H'); language-variant layers carry
*>             translated descriptions and are not validated.
*>             A code field (type C) is also the declaration of a
*>             reference between two tables: 'R' answers whether a
*>             code is still pointed at by any record of any table
*>             that declares a reference to its table, so a delete
*>             that would leave references dangling can be refused
*>             (GC68_FKMODE=B, the default) or only warned about
*>             (GC68_FKMODE=W).
*>             GC81TABCODES and GC93TABSET validate what they save,
*>             GC82TABCHECK reports the code records that break their
*>             table's schema.
*> Tectonics:  cobc -m GC68TABSCHEMA.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC68TABSCHEMA" USING SCHEMA-AREA
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
   select Tabe
          assign       to SCMFSPEC
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
01  SCMFSPEC      pic x(80) value spaces.
01  Tabe-fs       pic x(02) value spaces.
01  env-value     pic x(20) value spaces.
01  wScmKtab      pic x(03) value 'SCM'.
01  wEnvRead      pic x(01) value 'N'.
01  wRefMode      pic x(01) value 'B'.

*>     one schema row, as filed
01  wRow.
    05 wr-ktab        pic x(03).
    05                pic x(01).
    05 wr-name        pic x(12).
    05                pic x(01).
    05 wr-offset      pic x(02).
    05                pic x(01).
    05 wr-length      pic x(02).
    05                pic x(01).
    05 wr-type        pic x(01).
    05 wr-required    pic x(01).
    05                pic x(01).
    05 wr-ref-ktab    pic x(03).
    05                pic x(01).
    05 wr-allowed     pic x(45).
01  wRowOk        pic x(01) value 'Y'.
01  wRowMsg       pic x(60) value spaces.
01  wOffset       pic 9(02) value 0.
01  wLength       pic 9(02) value 0.

*>     the schema last loaded, kept for the run unit
01  wCacheFile    pic x(80) value spaces.
01  wCacheKtab    pic x(03) value spaces.
01  wCacheStatus  pic x(01) value space.
01  wCacheMsg     pic x(78) value spaces.
01  wCache.
    05 wCacheCount    pic 9(02) value 0.
    05 wCacheField    occurs 16 times.
       10 wc-name        pic x(12).
       10 wc-offset      pic 9(02).
       10 wc-length      pic 9(02).
       10 wc-type        pic x(01).
       10 wc-required    pic x(01).
       10 wc-ref-ktab    pic x(03).
       10 wc-allowed     pic x(45).
01  wFx           pic 9(02) value 0.

*>     the field being validated
01  wValue        pic x(75) value spaces.
01  wTrimmed      pic x(75) value spaces.
01  wTrimLen      pic 9(02) value 0.
01  wAllowed      pic x(45) value spaces.
01  wItem         pic x(45) value spaces.
01  wLo           pic x(20) value spaces.
01  wHi           pic x(20) value spaces.
01  wPtr          pic 9(02) value 0.
01  wColons       pic 9(02) value 0.
01  wMatch        pic x(01) value 'N'.
01  wHh           pic 9(02) value 0.
01  wMm           pic 9(02) value 0.
01  wDate         pic 9(08) value 0.
01  wReason       pic x(60) value spaces.

*>     the references declared to the table of a code being checked
01  wRefCode      pic x(03) value spaces.
01  wRefCount     pic 9(02) value 0.
01  wRefTable.
    05 wRefEntry      occurs 50 times.
       10 wf-ktab        pic x(03).
       10 wf-offset      pic 9(02).
       10 wf-length      pic 9(02).
01  wRx           pic 9(02) value 0.

LINKAGE SECTION.
COPY 'GC68TABSCHEMA.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION using SCHEMA-AREA.
Schema-Main.
   if wEnvRead = 'N'
      display 'GC68_KTAB' upon environment-name
      accept env-value from environment-value
      if env-value not = spaces
         move env-value(1:3) to wScmKtab
      end-if
      display 'GC68_FKMODE' upon environment-name
      accept env-value from environment-value
      if upper-case(env-value(1:1)) = 'W'
         move 'W' to wRefMode
      end-if
      move 'Y' to wEnvRead
   end-if
   move 0      to Sc-Bad-Field Sc-Ref-Count
   move spaces to Sc-Message
   move 'N'    to Sc-Ref-Missing
   move wRefMode to Sc-Ref-Mode
   evaluate upper-case(Sc-Function)
      when 'L'
         perform Load-Schema thru Load-Schema-Ex
         perform Return-Schema thru Return-Schema-Ex
      when 'V'
         if Sc-Ktab = wScmKtab
            perform Validate-Schema-Row thru Validate-Schema-Row-Ex
         else
            if Sc-File not = wCacheFile or Sc-Ktab not = wCacheKtab
               perform Load-Schema thru Load-Schema-Ex
            end-if
            perform Validate-Data thru Validate-Data-Ex
         end-if
      when 'R'
         perform Find-Referrers thru Find-Referrers-Ex
      when other
         move 'E' to Sc-Status
         move 'GC68TABSCHEMA: function must be L, V or R' to Sc-Message
   end-evaluate
   GOBACK.

*> ***********************************************************************************
*>     the schema rows of one ktab, in kcod order - a row that does
*>     not make sense is left out and the first one is reported
*> ***********************************************************************************
Load-Schema.
   move Sc-File to wCacheFile
   move Sc-Ktab to wCacheKtab
   move 0       to wCacheCount
   move 'N'     to wCacheStatus
   move spaces  to wCacheMsg
   move Sc-File to SCMFSPEC
   open input Tabe
   if Tabe-fs not = '00'
      go to Load-Schema-Ex
   end-if
   move 'H'       to Tabe-ktip
   move wScmKtab  to Tabe-ktab
   move low-value to Tabe-kcod
   start Tabe key >= Tabe-key
   end-start
   perform until Tabe-fs not = '00'
      read Tabe next
      if Tabe-fs = '00'
         if Tabe-ktip not = 'H' or Tabe-ktab not = wScmKtab
            move '10' to Tabe-fs
         else
            if Tabe-kcod not = spaces
               and Tabe-data(1:3) = wCacheKtab
               perform Load-Schema-Row thru Load-Schema-Row-Ex
            end-if
         end-if
      end-if
   end-perform
   close Tabe
   if wCacheStatus = 'N' and wCacheCount > 0
      move 'Y' to wCacheStatus
   end-if
   continue.
Load-Schema-Ex. exit.

Load-Schema-Row.
   move Tabe-data(1:75) to wRow
   perform Check-Schema-Row thru Check-Schema-Row-Ex
   if wRowOk = 'Y' and wCacheCount >= 16
      move 'N' to wRowOk
      move 'more than 16 fields - the rest ignored' to wRowMsg
   end-if
   if wRowOk = 'N'
      if wCacheStatus not = 'E'
         move 'E' to wCacheStatus
         string 'schema ' wScmKtab ' code ' Tabe-kcod ': '
                trim(wRowMsg)
                delimited by size into wCacheMsg
      end-if
      go to Load-Schema-Row-Ex
   end-if
   add 1 to wCacheCount
   move wr-name      to wc-name(wCacheCount)
   move wOffset      to wc-offset(wCacheCount)
   move wLength      to wc-length(wCacheCount)
   move upper-case(wr-type) to wc-type(wCacheCount)
   move upper-case(wr-required) to wc-required(wCacheCount)
   move wr-ref-ktab  to wc-ref-ktab(wCacheCount)
   move wr-allowed   to wc-allowed(wCacheCount)
   continue.
Load-Schema-Row-Ex. exit.

*> ***********************************************************************************
*>     one schema row - does it describe a field that fits
*> ***********************************************************************************
Check-Schema-Row.
   move 'Y'    to wRowOk
   move spaces to wRowMsg
   move 0      to wOffset wLength
   evaluate true
      when wr-ktab = spaces
         move 'no ktab in bytes 1-3' to wRowMsg
      when wr-name = spaces
         move 'no field name in bytes 5-16' to wRowMsg
      when wr-offset is not numeric
         move 'offset (18-19) must be 2 digits' to wRowMsg
      when wr-length is not numeric
         move 'length (21-22) must be 2 digits' to wRowMsg
      when upper-case(wr-type) not = 'T' and not = 'N'
           and not = 'F' and not = 'H' and not = 'D' and not = 'C'
         move 'type (24) must be T N F H D or C' to wRowMsg
      when wr-required not = space and upper-case(wr-required) not = 'R'
         move 'byte 25 must be R or blank' to wRowMsg
   end-evaluate
   if wRowMsg not = spaces
      move 'N' to wRowOk
      go to Check-Schema-Row-Ex
   end-if
   move wr-offset to wOffset
   move wr-length to wLength
   evaluate true
      when wOffset = 0 or wOffset > 75
         move 'offset must be 01-75' to wRowMsg
      when wLength = 0 or wOffset + wLength - 1 > 75
         move 'field runs past byte 75' to wRowMsg
      when upper-case(wr-type) = 'F' and wLength not = 1
         move 'a flag is 1 byte long' to wRowMsg
      when upper-case(wr-type) = 'H' and wLength not = 4
         move 'a time (hhmm) is 4 bytes long' to wRowMsg
      when upper-case(wr-type) = 'D' and wLength not = 8
         move 'a date (yyyymmdd) is 8 bytes long' to wRowMsg
      when upper-case(wr-type) = 'C' and wr-ref-ktab = spaces
         move 'a code field needs its table in 27-29' to wRowMsg
      when upper-case(wr-type) = 'C' and wLength > 3
         move 'a code field is at most 3 bytes (a kcod)' to wRowMsg
   end-evaluate
   if wRowMsg not = spaces
      move 'N' to wRowOk
   end-if
   continue.
Check-Schema-Row-Ex. exit.

Validate-Schema-Row.
   move Sc-Data to wRow
   perform Check-Schema-Row thru Check-Schema-Row-Ex
   if wRowOk = 'Y'
      move 'Y' to Sc-Status
   else
      move 'B' to Sc-Status
      move wRowMsg to Sc-Message
   end-if
   continue.
Validate-Schema-Row-Ex. exit.

Return-Schema.
   move wCacheStatus to Sc-Status
   move wCacheMsg    to Sc-Message
   move wCacheCount  to Sc-Count
   perform varying wFx from 1 by 1 until wFx > 16
      if wFx > wCacheCount
         move spaces to Sc-Name(wFx) Sc-Type(wFx) Sc-Required(wFx)
                        Sc-Ref-Ktab(wFx) Sc-Allowed(wFx)
         move 0      to Sc-Offset(wFx) Sc-Length(wFx)
      else
         move wc-name(wFx)     to Sc-Name(wFx)
         move wc-offset(wFx)   to Sc-Offset(wFx)
         move wc-length(wFx)   to Sc-Length(wFx)
         move wc-type(wFx)     to Sc-Type(wFx)
         move wc-required(wFx) to Sc-Required(wFx)
         move wc-ref-ktab(wFx) to Sc-Ref-Ktab(wFx)
         move wc-allowed(wFx)  to Sc-Allowed(wFx)
      end-if
   end-perform
   continue.
Return-Schema-Ex. exit.

*> ***********************************************************************************
*>     a data line against the loaded schema, field by field
*> ***********************************************************************************
Validate-Data.
   move wCacheCount to Sc-Count
   if wCacheCount = 0
      move wCacheStatus to Sc-Status
      move wCacheMsg    to Sc-Message
      go to Validate-Data-Ex
   end-if
   move 'Y' to Sc-Status
   perform Check-Field thru Check-Field-Ex
           varying wFx from 1 by 1
           until wFx > wCacheCount or Sc-Status = 'B'
   continue.
Validate-Data-Ex. exit.

Check-Field.
   move spaces to wValue wReason
   move Sc-Data(wc-offset(wFx):wc-length(wFx)) to wValue
   if wValue = spaces
      if wc-required(wFx) = 'R'
         move 'is required' to wReason
         perform Field-Invalid thru Field-Invalid-Ex
      end-if
      go to Check-Field-Ex
   end-if
   move trim(wValue) to wTrimmed
   compute wTrimLen = length(trim(wValue))
   move wc-allowed(wFx) to wAllowed
   evaluate wc-type(wFx)
      when 'N'
         if wTrimmed(1:wTrimLen) is not numeric
            move 'must be numeric' to wReason
         end-if
      when 'F'
         if wAllowed = spaces
            move 'Y,N' to wAllowed
         end-if
      when 'H'
         if wValue(1:4) is not numeric
            move 'must be a time hhmm' to wReason
         else
            move wValue(1:2) to wHh
            move wValue(3:2) to wMm
            if wHh > 23 or wMm > 59
               move 'must be a time hhmm' to wReason
            end-if
         end-if
      when 'D'
         if wValue(1:8) is not numeric
            move 'must be a date yyyymmdd' to wReason
         else
            move wValue(1:8) to wDate
            if test-date-yyyymmdd(wDate) not = 0
               move 'must be a date yyyymmdd' to wReason
            end-if
         end-if
      when 'C'
         perform Check-Code thru Check-Code-Ex
   end-evaluate
   if wReason = spaces and wAllowed not = spaces
      perform Check-Allowed thru Check-Allowed-Ex
   end-if
   if wReason not = spaces
      perform Field-Invalid thru Field-Invalid-Ex
   end-if
   continue.
Check-Field-Ex. exit.

*>     a code field must name a code record of its table
Check-Code.
   move Sc-File to SCMFSPEC
   open input Tabe
   if Tabe-fs not = '00'
      go to Check-Code-Ex
   end-if
   move 'H'              to Tabe-ktip
   move wc-ref-ktab(wFx) to Tabe-ktab
   move wTrimmed(1:3)    to Tabe-kcod
   read Tabe
      invalid key
         string 'code ' trim(wTrimmed) ' is not in table '
                wc-ref-ktab(wFx)
                delimited by size into wReason
         move 'Y' to Sc-Ref-Missing
   end-read
   close Tabe
   continue.
Check-Code-Ex. exit.

*>     the allowed values - single values and lo:hi ranges
Check-Allowed.
   move 'N' to wMatch
   move 1   to wPtr
   perform until wPtr > 45 or wMatch = 'Y'
      move spaces to wItem
      unstring wAllowed delimited by ','
          into wItem with pointer wPtr
      end-unstring
      if wItem not = spaces
         perform Match-Item thru Match-Item-Ex
      end-if
   end-perform
   if wMatch = 'N'
      string 'must be ' trim(wc-allowed(wFx))
             delimited by size into wReason
      if wc-allowed(wFx) = spaces
         move 'must be Y or N' to wReason
      end-if
   end-if
   continue.
Check-Allowed-Ex. exit.

Match-Item.
   move trim(wItem) to wItem
   if wItem = spaces
      go to Match-Item-Ex
   end-if
   move spaces to wLo wHi
   move 0 to wColons
   inspect wItem tallying wColons for all ':'
   if wColons = 0
      if wTrimmed = wItem
         move 'Y' to wMatch
      end-if
      go to Match-Item-Ex
   end-if
   unstring wItem delimited by ':' into wLo wHi
   end-unstring
   if wc-type(wFx) = 'N' or wc-type(wFx) = 'H' or wc-type(wFx) = 'D'
      if (wLo = spaces or numval(wTrimmed) >= numval(wLo))
         and (wHi = spaces or numval(wTrimmed) <= numval(wHi))
         move 'Y' to wMatch
      end-if
   else
      if (wLo = spaces or wTrimmed >= wLo)
         and (wHi = spaces or wTrimmed <= wHi)
         move 'Y' to wMatch
      end-if
   end-if
   continue.
Match-Item-Ex. exit.

Field-Invalid.
   move 'B' to Sc-Status
   move wFx to Sc-Bad-Field
   move spaces to Sc-Message
   string trim(wc-name(wFx)) ': ' trim(wReason)
          delimited by size into Sc-Message
   continue.
Field-Invalid-Ex. exit.

*> ***********************************************************************************
*>     who still points at a code - the code fields (type C) of the
*>     schema rows that name the code's table, then every base-layer
*>     code record of each declaring table. A record pointing at
*>     itself does not count
*> ***********************************************************************************
Find-Referrers.
   move 'Y'          to Sc-Status
   move Sc-Data(1:3) to wRefCode
   move 0            to wRefCount
   if wRefCode = spaces
      go to Find-Referrers-Ex
   end-if
   move Sc-File to SCMFSPEC
   open input Tabe
   if Tabe-fs not = '00'
      go to Find-Referrers-Ex
   end-if
   move 'H'       to Tabe-ktip
   move wScmKtab  to Tabe-ktab
   move low-value to Tabe-kcod
   start Tabe key >= Tabe-key
   end-start
   perform until Tabe-fs not = '00'
      read Tabe next
      if Tabe-fs = '00'
         if Tabe-ktip not = 'H' or Tabe-ktab not = wScmKtab
            move '10' to Tabe-fs
         else
            if Tabe-kcod not = spaces
               perform Note-Reference thru Note-Reference-Ex
            end-if
         end-if
      end-if
   end-perform
   perform Scan-Referrer thru Scan-Referrer-Ex
           varying wRx from 1 by 1 until wRx > wRefCount
   close Tabe
   if Sc-Ref-Count > 0
      move 'B' to Sc-Status
   end-if
   continue.
Find-Referrers-Ex. exit.

Note-Reference.
   move Tabe-data(1:75) to wRow
   if upper-case(wr-type) not = 'C' or wr-ref-ktab not = Sc-Ktab
      go to Note-Reference-Ex
   end-if
   perform Check-Schema-Row thru Check-Schema-Row-Ex
   if wRowOk = 'N' or wRefCount >= 50
      go to Note-Reference-Ex
   end-if
   add 1 to wRefCount
   move wr-ktab to wf-ktab(wRefCount)
   move wOffset to wf-offset(wRefCount)
   move wLength to wf-length(wRefCount)
   continue.
Note-Reference-Ex. exit.

Scan-Referrer.
   move 'H'            to Tabe-ktip
   move wf-ktab(wRx)   to Tabe-ktab
   move low-value      to Tabe-kcod
   start Tabe key >= Tabe-key
   end-start
   perform until Tabe-fs not = '00'
      read Tabe next
      if Tabe-fs = '00'
         if Tabe-ktip not = 'H' or Tabe-ktab not = wf-ktab(wRx)
            move '10' to Tabe-fs
         else
            if Tabe-kcod not = spaces
               and not (Tabe-ktab = Sc-Ktab and Tabe-kcod = wRefCode)
               perform Match-Referrer thru Match-Referrer-Ex
            end-if
         end-if
      end-if
   end-perform
   continue.
Scan-Referrer-Ex. exit.

Match-Referrer.
   move spaces to wValue
   move Tabe-data(wf-offset(wRx):wf-length(wRx)) to wValue
   if wValue = spaces
      go to Match-Referrer-Ex
   end-if
   move trim(wValue) to wTrimmed
   if wTrimmed(1:3) not = wRefCode
      go to Match-Referrer-Ex
   end-if
   add 1 to Sc-Ref-Count
   if Sc-Ref-Count = 1
      string 'code ' trim(wRefCode) ' of table ' Sc-Ktab
             ' is used by table ' Tabe-ktab ' code ' Tabe-kcod
             delimited by size into Sc-Message
   end-if
   continue.
Match-Referrer-Ex. exit.
