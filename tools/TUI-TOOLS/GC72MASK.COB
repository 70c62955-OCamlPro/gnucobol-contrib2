       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC72MASK.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Role-based field masking for the browsers. The masking
*>             policy is a code table in a TABE0nnn.DAT file
*>             (GC72_TABLE, default TABE0001.DAT; ktab GC72_KTAB,
*>             default MSK), maintained through the table tools like
*>             any other:
*>                1-16  layout - the record layout (finsqf01,
*>                      finsqf02, foutsqf01, foutsqf02, masterseq,
*>                      TABE, or a GC79 dictionary name) or the
*>                      database of a GC95DBQUERY column (AUDIT.DB,
*>                      RUNHIST.DB);
*>                      '*' = any layout
*>               18-47  field or column name, e.g. in-ch-field, usr,
*>                      trailer-data for a whole trailer segment or
*>                      T1-T9 for a declared trailer field (TRLFIELDS)
*>               49     lowest role that sees the field in clear:
*>                      I, U or P (GC85SIGNON roles); blank = U
*>             Names are compared without regard to case and without
*>             a leading in- or out-, so in-ch-field also covers the
*>             same field of an output layout.
*>             GC79RECBROWSE, GC88REJREPAIR, GC95DBQUERY and
*>             GC96MSTINQ CALL here for every field they put on the
*>             screen or into their CSV and print output; a field the
*>             role may not see has each non-blank character
*>             replaced by '*'.
*>             No sign-on - refused, or no TABEUSER.DAT on the system
*>             - is treated as the lowest role: a field in the policy
*>             is then always masked. A missing or empty policy
*>             table masks nothing.
*>             The policy and the trailer declarations are read once,
*>             at the first CALL of the run.
*> Tectonics:  cobc -m GC72MASK.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC72MASK" USING MASK-AREA
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
          assign       to MSKFSPEC
          access mode  is dynamic
          organization is indexed
          record key   is Tabe-key
          file status  is Tabe-fs.
*> the trailer-field declarations the sorts read
   select optional TrlFld
          assign       to 'TRLFIELDS'
          organization is line sequential
          file status  is TrlFld-fs.

DATA DIVISION.
FILE SECTION.
fd  Tabe.
01  Tabe-record.
   05 Tabe-key.
      07 Tabe-ktip                pic x(001).
      07 Tabe-ktab                pic x(003).
      07 Tabe-kcod                pic x(003).
   05 Tabe-data.
      07 Msk-layout               pic x(016).
      07                          pic x(001).
      07 Msk-field                pic x(030).
      07                          pic x(001).
      07 Msk-role                 pic x(001).
fd  TrlFld.
01  TrlFld-record.
   05 Tfr-num                     pic x(001).
   05                             pic x(001).
   05 Tfr-offset                  pic x(003).
   05                             pic x(001).
   05 Tfr-len                     pic x(002).
   05                             pic x(001).
   05 Tfr-type                    pic x(001).

WORKING-STORAGE SECTION.
01  MSKFSPEC      pic x(80) value 'TABE0001.DAT'.
01  Tabe-fs       pic x(02) value spaces.
01  TrlFld-fs     pic x(02) value spaces.
01  env-value     pic x(64) value spaces.
01  wMskKtab      pic x(03) value 'MSK'.
01  wLoaded       pic x(01) value 'N'.

*>     the policy, upper case, prefixes stripped
01  wPolTab.
    05 wPolCount  pic 9(03) value 0.
    05 wPol       occurs 200 times.
       07 wPolLayout pic x(16).
       07 wPolField  pic x(30).
       07 wPolRole   pic x(01).
01  wPx           pic 9(03) value 0.

*>     declared trailer fields T1-T9: offset and length, 0 = none
01  wTrlTab.
    05 wTrl       occurs 9 times.
       07 wTrlOff    pic 9(03).
       07 wTrlLen    pic 9(02).
01  wTn           pic 9(02) value 0.

01  wName         pic x(30) value spaces.
01  wLay          pic x(16) value spaces.
01  wFld          pic x(30) value spaces.
01  wHit          pic x(01) value 'N'.
01  wMinRole      pic x(01) value space.
01  wRank         pic 9(01) value 0.
01  wMinRank      pic 9(01) value 0.
01  wPos          pic 9(03) value 0.
01  wEnd          pic 9(03) value 0.

COPY 'GC85SIGNON.CPY'.

LINKAGE SECTION.
COPY 'GC72MASK.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION using MASK-AREA.
Check-Mask.
   move 'N' to Mk-Masked
   if wLoaded = 'N'
      perform Load-Policy thru Load-Policy-Ex
      perform Load-Trailer-Decl thru Load-Trailer-Decl-Ex
      move 'Y' to wLoaded
   end-if
   if wPolCount = 0 or Mk-Value = spaces
      goback
   end-if

   move upper-case(Mk-Layout) to wLay
   move Mk-Field to wName
   perform Normalize-Name thru Normalize-Name-Ex
   move wName to wFld

*>  the field itself in the policy - all of it goes
   perform Find-Policy thru Find-Policy-Ex
   if wHit = 'Y'
      perform Check-Role thru Check-Role-Ex
      if wRank < wMinRank
         move 1  to wPos
         move 80 to wEnd
         perform Mask-Bytes thru Mask-Bytes-Ex
      end-if
      goback
   end-if

*>  a trailer segment - only its declared fields in the policy
   if wFld not = 'TRAILER-DATA'
      goback
   end-if
   perform varying wTn from 1 by 1 until wTn > 9
      if wTrlLen(wTn) > 0 and wTrlOff(wTn) <= 80
         move spaces to wFld
         string 'T' wTn(2:1) delimited by size into wFld
         perform Find-Policy thru Find-Policy-Ex
         if wHit = 'Y'
            perform Check-Role thru Check-Role-Ex
            if wRank < wMinRank
               move wTrlOff(wTn) to wPos
               compute wEnd = wTrlOff(wTn) + wTrlLen(wTn) - 1
               if wEnd > 80
                  move 80 to wEnd
               end-if
               perform Mask-Bytes thru Mask-Bytes-Ex
            end-if
         end-if
      end-if
   end-perform
   goback.

*> ***********************************************************************************
*>     the first policy row for this layout (or any layout) and
*>     field, giving the lowest role that sees it in clear
*> ***********************************************************************************
Find-Policy.
   move 'N' to wHit
   perform varying wPx from 1 by 1 until wPx > wPolCount or wHit = 'Y'
      if wPolField(wPx) = wFld
         and (wPolLayout(wPx) = wLay or wPolLayout(wPx) = '*')
         move 'Y' to wHit
         move wPolRole(wPx) to wMinRole
      end-if
   end-perform
   continue.
Find-Policy-Ex. exit.

*> ***********************************************************************************
*>     rank the caller's role against the one the field needs -
*>     the sign-on is asked for once, when first needed
*> ***********************************************************************************
Check-Role.
   if Mk-Role = space
      move spaces to Sg-User Sg-Message
      move space  to Sg-Role Sg-Status
      call 'GC85SIGNON' using SIGNON-AREA
      on exception
         move 'N' to Sg-Status
      end-call
      if Sg-Status = 'Y'
         move Sg-User to Mk-User
         move Sg-Role to Mk-Role
      else
         move '-' to Mk-Role
      end-if
   end-if
   evaluate Mk-Role
      when 'P'   move 3 to wRank
      when 'U'   move 2 to wRank
      when 'I'   move 1 to wRank
      when other move 0 to wRank
   end-evaluate
   evaluate wMinRole
      when 'P'   move 3 to wMinRank
      when 'I'   move 1 to wMinRank
      when other move 2 to wMinRank
   end-evaluate
   continue.
Check-Role-Ex. exit.

Mask-Bytes.
   perform varying wPos from wPos by 1 until wPos > wEnd
      if Mk-Value(wPos:1) not = space
         move '*' to Mk-Value(wPos:1)
         move 'Y' to Mk-Masked
      end-if
   end-perform
   continue.
Mask-Bytes-Ex. exit.

*> ***********************************************************************************
*>     upper case, without a leading in- or out-
*> ***********************************************************************************
Normalize-Name.
   move upper-case(trim(wName)) to wName
   if wName(1:3) = 'IN-'
      move wName(4:27) to wName
   end-if
   if wName(1:4) = 'OUT-'
      move wName(5:26) to wName
   end-if
   continue.
Normalize-Name-Ex. exit.

*> ***********************************************************************************
*>     load the policy rows of the masking table
*> ***********************************************************************************
Load-Policy.
   move 0 to wPolCount
   display 'GC72_TABLE' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value to MSKFSPEC
   end-if
   display 'GC72_KTAB' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move env-value(1:3) to wMskKtab
   end-if
   open input Tabe
   if Tabe-fs not = '00'
      go to Load-Policy-Ex
   end-if
   move 'H'       to Tabe-ktip
   move wMskKtab  to Tabe-ktab
   move low-value to Tabe-kcod
   start Tabe key >= Tabe-key
   end-start
   perform until Tabe-fs not = '00' or wPolCount >= 200
      read Tabe next
      if Tabe-fs = '00'
         if Tabe-ktip not = 'H' or Tabe-ktab not = wMskKtab
            move '10' to Tabe-fs
         else
            if Tabe-kcod not = spaces and Msk-field not = spaces
               add 1 to wPolCount
               move Msk-field to wName
               perform Normalize-Name thru Normalize-Name-Ex
               move wName to wPolField(wPolCount)
               if Msk-layout = spaces
                  move '*' to wPolLayout(wPolCount)
               else
                  move upper-case(trim(Msk-layout))
                    to wPolLayout(wPolCount)
               end-if
               move upper-case(Msk-role) to wPolRole(wPolCount)
            end-if
         end-if
      end-if
   end-perform
   close Tabe
   continue.
Load-Policy-Ex. exit.

*> ***********************************************************************************
*>     the optional TRLFIELDS declarations; a bad line is skipped
*> ***********************************************************************************
Load-Trailer-Decl.
   perform varying wTn from 1 by 1 until wTn > 9
      move 0 to wTrlOff(wTn) wTrlLen(wTn)
   end-perform
   open input TrlFld
   if TrlFld-fs not = '00'
      go to Load-Trailer-Decl-Ex
   end-if
   perform until TrlFld-fs not = '00'
      read TrlFld
      if TrlFld-fs = '00'
         and Tfr-num numeric and Tfr-num not = '0'
         and Tfr-offset numeric and Tfr-offset not = '000'
         and Tfr-len numeric and Tfr-len not = '00'
         move Tfr-num    to wTn
         move Tfr-offset to wTrlOff(wTn)
         move Tfr-len    to wTrlLen(wTn)
      end-if
   end-perform
   close TrlFld
   continue.
Load-Trailer-Decl-Ex. exit.
END PROGRAM GC72MASK.
