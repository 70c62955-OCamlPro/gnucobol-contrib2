       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC67TABLOOKUP.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    The shared TABE lookup service - one place that turns
*>             a file, ktab, kcod, as-of date and language into the
*>             Tabe-data a program should use, instead of every
*>             program opening the TABE0nnn.DAT file and settling
*>             effective dating and language variants its own way.
*>             The rules, the same for every caller:
*>               - a record is in force at the as-of date when its
*>                 validity window (Tabe-data 76-83 from, 84-91 to,
*>                 YYYYMMDD, blank = open) covers the date;
*>               - the language layer asked for (ktip = the language
*>                 letter) wins when it has the code in force;
*>               - otherwise the base layer 'H', when in force;
*>               - otherwise a dated sibling - a record of the same
*>                 ktab/kcod in another layer that carries a validity
*>                 window covering the date (the rate keyed weeks
*>                 ahead that takes over on its effective day);
*>               - a code found but in force nowhere is 'X', not 'N'.
*>             Every answer is kept in a cache for the run unit (500
*>             entries, oldest overwritten first), so a batch job that
*>             looks a code up per record reads the file once per
*>             distinct code. 'L' lists the codes of a ktab in force
*>             at the date, resolved the same way, a page at a time
*>             for the pick-list screens.
*> Tectonics:  cobc -m GC67TABLOOKUP.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      CALL "GC67TABLOOKUP" USING LOOKUP-AREA
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
          assign       to LKPFSPEC
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
01  LKPFSPEC      pic x(80) value spaces.
01  Tabe-fs       pic x(02) value spaces.
01  env-value     pic x(20) value spaces.
01  wEnvRead      pic x(01) value 'N'.
01  wDefLang      pic x(01) value 'H'.
01  wToday        pic 9(08) value 0.
01  wAsOf         pic 9(08) value 0.
01  wLang         pic x(01) value 'H'.
01  wHits         pic 9(07) value 0.
01  wReads        pic 9(07) value 0.

*>     one resolution
01  wResKcod      pic x(03) value spaces.
01  wResStatus    pic x(01) value space.
01  wResLayer     pic x(01) value space.
01  wResData      pic x(93) value spaces.
01  wTip          pic x(01) value space.
01  wFound        pic x(01) value 'N'.
01  wInForce      pic x(01) value 'N'.
01  wDated        pic x(01) value 'N'.
01  wValFrom      pic x(08) value spaces.
01  wValTo        pic x(08) value spaces.
*>     the layers a dated sibling may sit in - every letter but H
01  wLayers       pic x(25) value 'ABCDEFGIJKLMNOPQRSTUVWXYZ'.
01  wLx           pic 9(02) value 0.
01  wListKey      pic x(07) value spaces.

*>     the answers given so far in this run unit
01  wCacheUsed    pic 9(03) value 0.
01  wCacheNext    pic 9(03) value 0.
01  wCx           pic 9(03) value 0.
01  wCacheHit     pic 9(03) value 0.
01  wCache.
    05 wCacheEntry    occurs 500 times.
       10 wc-file        pic x(80).
       10 wc-ktab        pic x(03).
       10 wc-kcod        pic x(03).
       10 wc-asof        pic 9(08).
       10 wc-lang        pic x(01).
       10 wc-status      pic x(01).
       10 wc-layer       pic x(01).
       10 wc-data        pic x(93).

LINKAGE SECTION.
COPY 'GC67TABLOOKUP.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION using LOOKUP-AREA.
Lookup-Main.
   if wEnvRead = 'N'
      accept wToday from date yyyymmdd
      move 'Y' to wEnvRead
   end-if
*>     asked every call - GC85SIGNON sets TABLANG from the signed-on
*>     user's preference, possibly after this run unit's first lookup
   move 'H' to wDefLang
   display 'TABLANG' upon environment-name
   accept env-value from environment-value
   if env-value(1:1) not = space
      move upper-case(env-value(1:1)) to wDefLang
   end-if
   move Tl-AsOf to wAsOf
   if wAsOf = 0
      move wToday to wAsOf
   end-if
   move upper-case(Tl-Lang) to wLang
   if wLang = space
      move wDefLang to wLang
   end-if
   evaluate upper-case(Tl-Function)
      when 'G'
         perform Get-Code thru Get-Code-Ex
      when 'L'
         perform List-Codes thru List-Codes-Ex
      when 'C'
         move 0 to wCacheUsed wCacheNext
         move 'Y' to Tl-Status
      when other
         move 'N' to Tl-Status
   end-evaluate
   move wHits  to Tl-Hits
   move wReads to Tl-Reads
   GOBACK.

*> ***********************************************************************************
*>     one code - from the cache when it was asked before
*> ***********************************************************************************
Get-Code.
   move Tl-Kcod to wResKcod
   perform Find-In-Cache thru Find-In-Cache-Ex
   if wCacheHit = 0
      move Tl-File to LKPFSPEC
      open input Tabe
      if Tabe-fs not = '00'
         move 'F'    to Tl-Status
         move space  to Tl-Layer
         move spaces to Tl-Data
         go to Get-Code-Ex
      end-if
      perform Resolve-Code thru Resolve-Code-Ex
      close Tabe
      perform Add-To-Cache thru Add-To-Cache-Ex
   end-if
   move wResStatus to Tl-Status
   move wResLayer  to Tl-Layer
   move wResData   to Tl-Data
   continue.
Get-Code-Ex. exit.

Find-In-Cache.
   move 0 to wCacheHit
   perform varying wCx from 1 by 1
           until wCx > wCacheUsed or wCacheHit > 0
      if wc-kcod(wCx) = wResKcod and wc-ktab(wCx) = Tl-Ktab
         and wc-asof(wCx) = wAsOf and wc-lang(wCx) = wLang
         and wc-file(wCx) = Tl-File
         move wCx to wCacheHit
      end-if
   end-perform
   if wCacheHit > 0
      add 1 to wHits
      move wc-status(wCacheHit) to wResStatus
      move wc-layer(wCacheHit)  to wResLayer
      move wc-data(wCacheHit)   to wResData
   end-if
   continue.
Find-In-Cache-Ex. exit.

Add-To-Cache.
   add 1 to wCacheNext
   if wCacheNext > 500
      move 1 to wCacheNext
   end-if
   if wCacheNext > wCacheUsed
      move wCacheNext to wCacheUsed
   end-if
   move Tl-File    to wc-file(wCacheNext)
   move Tl-Ktab    to wc-ktab(wCacheNext)
   move wResKcod   to wc-kcod(wCacheNext)
   move wAsOf      to wc-asof(wCacheNext)
   move wLang      to wc-lang(wCacheNext)
   move wResStatus to wc-status(wCacheNext)
   move wResLayer  to wc-layer(wCacheNext)
   move wResData   to wc-data(wCacheNext)
   continue.
Add-To-Cache-Ex. exit.

*> ***********************************************************************************
*>     the language layer, then the base, then a dated sibling
*> ***********************************************************************************
Resolve-Code.
   add 1 to wReads
   move 'N'    to wResStatus
   move space  to wResLayer
   move spaces to wResData
   if wLang not = 'H'
      move wLang to wTip
      perform Read-Layer thru Read-Layer-Ex
      if wFound = 'Y' and wInForce = 'Y'
         go to Resolve-Code-Ex
      end-if
   end-if
   move 'H' to wTip
   perform Read-Layer thru Read-Layer-Ex
   if wFound = 'Y' and wInForce = 'Y'
      go to Resolve-Code-Ex
   end-if
   if wFound = 'Y'
      move 'X'       to wResStatus
      move 'H'       to wResLayer
      move Tabe-data to wResData
   end-if
   perform varying wLx from 1 by 1
           until wLx > 25 or wResStatus = 'Y'
      move wLayers(wLx:1) to wTip
      if wTip not = wLang
         perform Read-Layer thru Read-Layer-Ex
         if wFound = 'Y' and wInForce = 'Y' and wDated = 'Y'
            continue
         else
            if wResStatus = 'N' and wFound = 'Y'
               move 'X' to wResStatus
            end-if
         end-if
      end-if
   end-perform
   continue.
Resolve-Code-Ex. exit.

*>     the code in layer wTip - found, and in force at the date; a
*>     record in force becomes the answer
Read-Layer.
   move 'N' to wFound wInForce wDated
   move wTip     to Tabe-ktip
   move Tl-Ktab  to Tabe-ktab
   move wResKcod to Tabe-kcod
   read Tabe
      invalid key
         go to Read-Layer-Ex
   end-read
   move 'Y' to wFound wInForce
   move Tabe-data(76:8) to wValFrom
   move Tabe-data(84:8) to wValTo
   if wValFrom not = spaces or wValTo not = spaces
      move 'Y' to wDated
   end-if
   if wValFrom not = spaces
      if test-numval(wValFrom) = 0
         if numval(wValFrom) > wAsOf
            move 'N' to wInForce
         end-if
      end-if
   end-if
   if wValTo not = spaces
      if test-numval(wValTo) = 0
         if numval(wValTo) < wAsOf
            move 'N' to wInForce
         end-if
      end-if
   end-if
   if wInForce = 'Y' and (wTip = wLang or wTip = 'H' or wDated = 'Y')
      move 'Y'       to wResStatus
      move wTip      to wResLayer
      move Tabe-data to wResData
   end-if
   continue.
Read-Layer-Ex. exit.

*> ***********************************************************************************
*>     a page of the ktab's codes - the base layer names the codes,
*>     each one resolved like a single lookup; the keyed reads of the
*>     resolution move the file position, so the walk is restarted
*>     after every code
*> ***********************************************************************************
List-Codes.
   move 0   to Tl-List-Count
   move 'N' to Tl-More
   move 'Y' to Tl-Status
   move Tl-File to LKPFSPEC
   open input Tabe
   if Tabe-fs not = '00'
      move 'F' to Tl-Status
      go to List-Codes-Ex
   end-if
   move 'H'          to Tabe-ktip
   move Tl-Ktab      to Tabe-ktab
   move Tl-From-Kcod to Tabe-kcod
   start Tabe key > Tabe-key
   end-start
   perform until Tabe-fs not = '00'
      read Tabe next
      if Tabe-fs = '00'
         if Tabe-ktip not = 'H' or Tabe-ktab not = Tl-Ktab
            move '10' to Tabe-fs
         else
            if Tl-List-Count >= 20
               move 'Y'  to Tl-More
               move '10' to Tabe-fs
            else
               perform List-One-Code thru List-One-Code-Ex
            end-if
         end-if
      end-if
   end-perform
   close Tabe
   continue.
List-Codes-Ex. exit.

List-One-Code.
   move Tabe-key  to wListKey
   move Tabe-kcod to wResKcod
   perform Find-In-Cache thru Find-In-Cache-Ex
   if wCacheHit = 0
      perform Resolve-Code thru Resolve-Code-Ex
      perform Add-To-Cache thru Add-To-Cache-Ex
   end-if
   if wResStatus = 'Y' or (wResStatus = 'X' and Tl-List-All = 'Y')
      add 1 to Tl-List-Count
      move wResKcod   to Tl-List-Kcod(Tl-List-Count)
      move wResStatus to Tl-List-Status(Tl-List-Count)
      move wResData   to Tl-List-Data(Tl-List-Count)
   end-if
   move wListKey to Tabe-key
   start Tabe key > Tabe-key
   end-start
   continue.
List-One-Code-Ex. exit.
