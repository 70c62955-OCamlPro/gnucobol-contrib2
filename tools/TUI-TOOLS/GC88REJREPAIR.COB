*>             rows) and EBCREJ (ebcsqf01a's undecodable raw EBCDIC
*>             records) record by record, decoded field by field the
*>             way GC79RECBROWSE decodes layouts, with the reject
*>             reason the converter stamped on the record - the
*>             standard reason code, looked up in the reason-code
*>             table (code records of TABE0001.DAT table RSN, or
*>             GC88_RSNFILE / GC88_RSNKTAB) for its meaning and
*>             whether it is repairable. An authorized user (update role from the
*>             GC85SIGNON sign-on; inquiry users browse only) corrects
*>             individual fields and the repaired record goes to the
*>             resubmission feed for the normal ingest path:
*>             Every repair is audited to REPAIRAUD.LOG - timestamp,
*>             signed-on user, source file, record number, before and
*>             after images.
*>             Fields named in the GC72MASK masking policy for the
*>             finsqf01 layout show masked to a role below the one
*>             allowed to see them (no sign-on counts as the lowest
*>             role); a record showing masked fields cannot be
*>             repaired, the repair screens showing the values whole.
*>             Every browse of a reject file is recorded in the
*>             GC71ACCLOG read-access log - OPEN when it is opened,
*>             CLOSE with the range and number of records shown.
*>             Its operator texts are GC65MSGTEXT messages 1-34
*>             (program GC88REJREPAI in the message table), so they
*>             show in the signed-on user's language.
*> Tectonics:  cobc -x GC88REJREPAIR.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC88REJREPAIR
*> Parameters: GC88_DELIM - CSV delimiter (default ,)
*>             GC88_RSNFILE - reason-code table file (TABE0001.DAT)
*>             GC88_RSNKTAB - reason-code table code (RSN)
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
*> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
*> Version:    1.0 2018.01.01
          assign       to 'REPAIRAUD.LOG'
          organization is line sequential
          file status  is RepairAud-fs.
   select Tabe
          assign       to RSNFSPEC
          access mode  is dynamic
          organization is indexed
          record key   is Tabe-key
          file status  is Tabe-fs.

DATA DIVISION.
FILE SECTION.
*>     every reject line leads with its three-character reason code
fd  CsvRej.
01  CsvRej-record.
    05 CsvRej-reason               pic x(03).
    05 filler                      pic x(01).
    05 CsvRej-row                  pic x(512).
fd  CsvResub.
01  CsvResub-record                pic x(512).
fd  EbcRej.
01  EbcRej-record.
    05 EbcRej-reason               pic x(03).
    05 EbcRej-raw                  pic x(241).
fd  Resubmit
    record is varying in size from 41 to 241 characters
             depending on rs-trailer-len.
                          depending on rs-trailer-len.
fd  RepairAud.
01  RepairAud-record               pic x(160).
fd  Tabe.
01  Tabe-record.
   05 Tabe-key.
      07 Tabe-ktip                pic x(001).
      07 Tabe-ktab                pic x(003).
      07 Tabe-kcod                pic x(003).
   05 Tabe-data.
      07 Tabe-rsn-desc            pic x(040).
      07 Tabe-rsn-step            pic x(010).
      07 Tabe-rsn-repair          pic x(001).
      07 filler                   pic x(042).

WORKING-STORAGE SECTION.

01  EbcRej-fs     pic x(02) value spaces.
01  Resubmit-fs   pic x(02) value spaces.
01  RepairAud-fs  pic x(02) value spaces.
01  Tabe-fs       pic x(02) value spaces.
01  RSNFSPEC      pic x(12) value 'TABE0001.DAT'.
01  wRsnKtab      pic x(03) value 'RSN'.
01  wRsnOpen      pic x(01) value 'N'.
01  wRsnCode      pic x(03) value spaces.

01  env-value     pic x(64) value spaces.
01  wDelim        pic x(01) value ','.
    05 wb-trl     pic x(01).
01  wNumWork      pic s9(09)v99 value 0.

*>     masking - the decoded record is kept whole while its masked
*>     copy is on the screen
01  wDecSave      pic x(81) value spaces.
01  wMaskShown    pic 9(02) value 0.

*>     read-access logging - the records shown this session
01  wAccFirst     pic 9(07) value 0.
01  wAccLast      pic 9(07) value 0.
01  wAccShown     pic 9(07) value 0.

*>     audit support
01  wAuditUser    pic x(12) value 'unknown'.
01  wAuditDate    pic 9(08) value 0.
COPY 'GC09BUTTONS.CPY'.
COPY 'GC98KEYCODE.CPY'.
COPY 'GC85SIGNON.CPY'.
COPY 'GC72MASK.CPY'.
COPY 'GC71ACCLOG.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-34 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' REJECT REPAIR - pick the reject file to work'.
    05 filler pic x(58) value ' inquiry role - repairs refused         '.
    05 filler pic x(58) value ' masked fields on display - repairs refused '.
    05 filler pic x(58) value 'records repaired this session: '.
    05 filler pic x(58) value 'sign-on refused - '.
    05 filler pic x(58) value ' (end of file reached)            '.
    05 filler pic x(58) value ' field        value                bad'.
    05 filler pic x(58) value ' Enter/PgDn=next  PgUp=prev  F5=repair+resubmit  ESC=back'.
    05 filler pic x(58) value ' column to fix (1-8, blank=whole row): '.
    05 filler pic x(58) value ' row: '.
    05 filler pic x(58) value ' no such column                          '.
    05 filler pic x(58) value ' new value: '.
    05 filler pic x(58) value ' repaired row written to CSVRESUB        '.
    05 filler pic x(58) value ' correct the decoded fields (numerics must be digits):'.
    05 filler pic x(58) value ' seq: '.
    05 filler pic x(58) value ' ch : '.
    05 filler pic x(58) value ' bi : '.
    05 filler pic x(58) value ' fi : '.
    05 filler pic x(58) value ' fl : '.
    05 filler pic x(58) value ' pd : '.
    05 filler pic x(58) value ' zd : '.
    05 filler pic x(58) value ' repair does not validate - not written   '.
    05 filler pic x(58) value ' repaired record written to RESUBMIT      '.
    05 filler pic x(58) value ' CSVREJ record '.
    05 filler pic x(58) value ' EBCREJ record '.
    05 filler pic x(58) value ' reason: '.
    05 filler pic x(58) value ' seq          '.
    05 filler pic x(58) value ' ch           '.
    05 filler pic x(58) value ' bi           '.
    05 filler pic x(58) value ' fi           '.
    05 filler pic x(58) value ' fl           '.
    05 filler pic x(58) value ' pd           '.
    05 filler pic x(58) value ' zd           '.
    05 filler pic x(58) value ' trailer      '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 34 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(80) value ' REJECT REPAIR - pick the reject file to work              '.
    05 filler pic x(80) value ' Enter/PgDn=next  PgUp=prev  F5=repair+resubmit  ESC=back                       '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(80) occurs 2 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
  set environment 'COB_SCREEN_ESC'        TO 'Y'
  display 'GC88_DELIM' upon environment-name
  if env-value not = spaces
     move env-value(1:1) to wDelim
  end-if
  display 'GC88_RSNFILE' upon environment-name
  accept env-value from environment-value
  if env-value not = spaces
     move env-value to RSNFSPEC
  end-if
  display 'GC88_RSNKTAB' upon environment-name
  accept env-value from environment-value
  if env-value not = spaces
     move env-value(1:3) to wRsnKtab
  end-if
  open input Tabe
  if Tabe-fs = '00'
     move 'Y' to wRsnOpen
  end-if
  perform Sign-On thru Sign-On-Ex.

Source-Menu.
  move '001001025080' to Box-rc
  set Box-bco to green  move 'N' to Box-3D
  CALL "GC01BOX" USING BY CONTENT BOX-AREA
  display wLong(1)(1:59)
         at 0101 :BCOL: green :FCOL: white highlight
  move low-value to Buttons-Area
  move 'Y' to Bu-Click
     go to End-Program
  end-if
  move Bu-Selected to wSource
  move 0 to wAccFirst wAccLast wAccShown
  move 'OPEN' to Ac-Event
  move 0      to Ac-Count
  move 'reject browse' to Ac-Detail
  perform Log-Access thru Log-Access-Ex
  move 1 to wTargetNbr
  perform Open-And-Seek thru Open-And-Seek-Ex.

  evaluate true
     when ws-KEY = K-ESCAPE
        perform Close-Browse thru Close-Browse-Ex
        perform Log-Close thru Log-Close-Ex
        go to Source-Menu
     when ws-KEY = K-PAGEDOWN or ws-KEY = K-ENTER
        if wEof = 'N'
        go to Browse-Loop
     when ws-KEY = K-F5
        if wReadOnly = 'Y'
           display wText(2)(1:40)
                  at 2202 :BCOL: red :FCOL: white
           accept omitted
        else
           if wMaskShown > 0
              display wText(3)(1:44)
                     at 2202 :BCOL: red :FCOL: white
              accept omitted
           else
              if wSource = 1
                 perform Repair-Csv thru Repair-Csv-Ex
              else
                 perform Repair-Ebc thru Repair-Ebc-Ex
              end-if
           end-if
        end-if
        go to Browse-Loop
  if wAuditLogOpen = 'Y'
     close RepairAud
  end-if
  if wRsnOpen = 'Y'
     close Tabe
  end-if
  display ' ' at 0101 with blank screen
  display wText(4)(1:31) wRepaired
  GOBACK.

*> ***********************************************************************************
   call "GC85SIGNON" using SIGNON-AREA
   evaluate Sg-Status
      when 'Y'
*>       the user's own language, now that it is known
         if Sg-Lang not = space
            move space to Mt-Status
            perform Load-Texts thru Load-Texts-Ex
         end-if
         move Sg-User to wAuditUser Mk-User
         move Sg-Role to Mk-Role
         if Sg-Role = 'I'
            move 'Y' to wReadOnly
         end-if
      when 'N'
         display wText(5)(1:18) Sg-Message
         move 16 to return-code
         goback
      when other
*>       no TABEUSER.DAT - no role to see masked fields with
         move '-' to Mk-Role
   end-evaluate
   move 'GC88REJREPAIR' to Mk-Tool
   move 'finsqf01'      to Mk-Layout.
Sign-On-Ex. exit.

Open-And-Seek.
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   if wSource = 1
      string wText(24)(1:15) wRecNbr delimited by size into wMsg
   else
      string wText(25)(1:15) wRecNbr delimited by size into wMsg
   end-if
   display wMsg at 0101 :BCOL: green :FCOL: white highlight
   if wEof = 'Y'
      display wText(6)(1:34) at 0302 :BCOL: red :FCOL: white
      go to Show-Record-Show-Keys
   end-if
   if wSource = 1
   else
      perform Decode-Ebc thru Decode-Ebc-Ex
   end-if
   display wText(7)(1:38)
          at 0201 :BCOL: blue :FCOL: yellow
   move 2 to wRow
   add 1 to wAccShown
   if wAccFirst = 0 or wRecNbr < wAccFirst
      move wRecNbr to wAccFirst
   end-if
   if wRecNbr > wAccLast
      move wRecNbr to wAccLast
   end-if
   move wDecoded to wDecSave
   perform Mask-Decoded thru Mask-Decoded-Ex
   perform Show-Decoded thru Show-Decoded-Ex
   move wDecSave to wDecoded
   add 2 to wRow
   move spaces to wMsg
   string wText(26)(1:9) wReason delimited by size into wMsg
   display wMsg at line wRow column 01 :BCOL: black :FCOL: red.
Show-Record-Show-Keys.
   display wLong(2)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   continue.
Show-Record-Ex. exit.
Show-Decoded.
   add 1 to wRow
   move spaces to wMsg
   string wText(27)(1:14) wd-seq '                ' wb-seq
          delimited by size into wMsg
   display wMsg at line wRow column 01 :BCOL: black :FCOL: white
   add 1 to wRow
   move spaces to wMsg
   string wText(28)(1:14) wd-ch  '                ' wb-ch
          delimited by size into wMsg
   display wMsg at line wRow column 01 :BCOL: black :FCOL: white
   add 1 to wRow
   move spaces to wMsg
   string wText(29)(1:14) wd-bi  '                ' wb-bi
          delimited by size into wMsg
   display wMsg at line wRow column 01 :BCOL: black :FCOL: white
   add 1 to wRow
   move spaces to wMsg
   string wText(30)(1:14) wd-fi  '               ' wb-fi
          delimited by size into wMsg
   display wMsg at line wRow column 01 :BCOL: black :FCOL: white
   add 1 to wRow
   move spaces to wMsg
   string wText(31)(1:14) wd-fl  '               ' wb-fl
          delimited by size into wMsg
   display wMsg at line wRow column 01 :BCOL: black :FCOL: white
   add 1 to wRow
   move spaces to wMsg
   string wText(32)(1:14) wd-pd  '               ' wb-pd
          delimited by size into wMsg
   display wMsg at line wRow column 01 :BCOL: black :FCOL: white
   add 1 to wRow
   move spaces to wMsg
   string wText(33)(1:14) wd-zd  '             ' wb-zd
          delimited by size into wMsg
   display wMsg at line wRow column 01 :BCOL: black :FCOL: white
   add 1 to wRow
   move spaces to wMsg
   string wText(34)(1:14) wd-trl(1:22) ' ' wb-trl
          delimited by size into wMsg
   display wMsg at line wRow column 01 :BCOL: black :FCOL: white
   continue.
Show-Decoded-Ex. exit.

*> ***********************************************************************************
*>     read-access log (GC71ACCLOG) - the caller sets the event,
*>     count and detail
*> ***********************************************************************************
Log-Access.
   move 'GC88REJREPAIR' to Ac-Tool
   if wSource = 1
      move 'CSVREJ' to Ac-Object
   else
      move 'EBCREJ' to Ac-Object
   end-if
   if wAuditUser = 'unknown'
      move spaces     to Ac-User
   else
      move wAuditUser to Ac-User
   end-if
   call 'GC71ACCLOG' using ACCLOG-AREA
   on exception continue
   end-call
   continue.
Log-Access-Ex. exit.

Log-Close.
   move 'CLOSE'   to Ac-Event
   move wAccShown to Ac-Count
   move spaces    to Ac-Detail
   if wAccShown = 0
      move 'no records shown' to Ac-Detail
   else
      string 'records ' wAccFirst '-' wAccLast
             delimited by size into Ac-Detail
   end-if
   perform Log-Access thru Log-Access-Ex
   continue.
Log-Close-Ex. exit.

*> ***********************************************************************************
*>     the masking policy (GC72MASK) over the decoded fields, in
*>     the field names of the finsqf01 SORTIN layout
*> ***********************************************************************************
Mask-Decoded.
   move 0 to wMaskShown
   move 'seq-record'   to Mk-Field  move wd-seq to Mk-Value
   perform Mask-Call thru Mask-Call-Ex
   move Mk-Value to wd-seq
   move 'ch-field'     to Mk-Field  move wd-ch  to Mk-Value
   perform Mask-Call thru Mask-Call-Ex
   move Mk-Value to wd-ch
   move 'bi-field'     to Mk-Field  move wd-bi  to Mk-Value
   perform Mask-Call thru Mask-Call-Ex
   move Mk-Value to wd-bi
   move 'fi-field'     to Mk-Field  move wd-fi  to Mk-Value
   perform Mask-Call thru Mask-Call-Ex
   move Mk-Value to wd-fi
   move 'fl-field'     to Mk-Field  move wd-fl  to Mk-Value
   perform Mask-Call thru Mask-Call-Ex
   move Mk-Value to wd-fl
   move 'pd-field'     to Mk-Field  move wd-pd  to Mk-Value
   perform Mask-Call thru Mask-Call-Ex
   move Mk-Value to wd-pd
   move 'zd-field'     to Mk-Field  move wd-zd  to Mk-Value
   perform Mask-Call thru Mask-Call-Ex
   move Mk-Value to wd-zd
   move 'trailer-data' to Mk-Field  move wd-trl to Mk-Value
   perform Mask-Call thru Mask-Call-Ex
   move Mk-Value to wd-trl
   continue.
Mask-Decoded-Ex. exit.

Mask-Call.
   call 'GC72MASK' using MASK-AREA
   on exception continue
   end-call
   if Mk-Is-Masked
      add 1 to wMaskShown
   end-if
   continue.
Mask-Call-Ex. exit.

Decode-Csv.
*>     split the rejected row on the delimiter into the default
*>     field-order columns csvsqf01a assumes without a CSVMAP, then
*>     re-run its numeric checks to flag the columns at fault - the
*>     reason itself is the code csvsqf01a stamped on the row
   move spaces to wDecoded wReason
   move 'N' to wb-seq wb-ch wb-bi wb-fi wb-fl wb-pd wb-zd wb-trl
   move 0 to wCsvColCount
   perform varying wColIdx from 1 by 1 until wColIdx > 20
      move spaces to wCsvCol(wColIdx)
   end-perform
   move CsvRej-reason to wRsnCode
   perform Show-Coded-Reason thru Show-Coded-Reason-Ex
   compute wLineLen = length(trim(CsvRej-row trailing))
   if wLineLen = 0
      go to Decode-Csv-Ex
   end-if
   move 1 to wUnstrPtr
   perform until wUnstrPtr > wLineLen or wCsvColCount >= 20
      add 1 to wCsvColCount
      unstring CsvRej-row delimited by wDelim
           into wCsvCol(wCsvColCount)
           with pointer wUnstrPtr
      end-unstring
   move wColBad to wb-pd
   move 7 to wColIdx perform Check-Csv-Column thru Check-Csv-Column-Ex
   move wColBad to wb-zd
   continue.
Decode-Csv-Ex. exit.


Decode-Ebc.
*>     the converter's own zoned decode, field by field - a field
*>     whose zones will not decode is shown as ?????? and marked bad;
*>     the reason is the code ebcsqf01a stamped on the record
   move spaces to wDecoded wReason
   move 'N' to wb-seq wb-ch wb-bi wb-fi wb-fl wb-pd wb-zd wb-trl
   move EbcRej-reason to wRsnCode
   perform Show-Coded-Reason thru Show-Coded-Reason-Ex
   move 1 to wEbcOff   move 5 to wEbcLen
   perform Decode-Zoned thru Decode-Zoned-Ex
   if wEbcBad = 'N'
   else
      move '?????' to wd-seq  move 'Y' to wb-seq
   end-if
   move EbcRej-raw(6:5) to wd-ch
   inspect wd-ch converting x'81828384858687888991929394959697'
                         to 'abcdefghijklmnop'
   inspect wd-ch converting x'9899a2a3a4a5a6a7a8a9'
      end-if
      perform varying wTrailerIdx from 1 by 1
                until wTrailerIdx > wTrlBytes
         move EbcRej-raw(41 + wTrailerIdx:1)
           to wd-trl(wTrailerIdx:1)
      end-perform
      inspect wd-trl converting x'40' to ' '
   end-if
   continue.
Decode-Ebc-Ex. exit.

Show-Coded-Reason.
*>     the code as stamped, with its meaning and repairability from
*>     the reason-code table when the table is there to ask
   move spaces to wReason
   if wRsnCode = spaces
      move '(no reason code on the record)' to wReason
      go to Show-Coded-Reason-Ex
   end-if
   if wRsnOpen = 'Y'
      move 'H'      to Tabe-ktip
      move wRsnKtab to Tabe-ktab
      move wRsnCode to Tabe-kcod
      read Tabe end-read
      if Tabe-fs = '00'
         string wRsnCode ' ' Tabe-rsn-desc ' repairable='
                Tabe-rsn-repair
                delimited by size into wReason
         go to Show-Coded-Reason-Ex
      end-if
   end-if
   string wRsnCode ' (not in the reason-code table)'
          delimited by size into wReason
   continue.
Show-Coded-Reason-Ex. exit.

Decode-Zoned.
   move 'N' to wEbcBad
   move +1 to wEbcSign
   perform varying wEbcIdx from 1 by 1 until wEbcIdx > wEbcLen
      compute wEbcByte =
              ord(EbcRej-raw(wEbcOff + wEbcIdx - 1:1)) - 1
      evaluate true
         when wEbcByte >= 240 and wEbcByte <= 249
            compute wEbcDigit = wEbcByte - 240
*>     fix one column (the common case) or retype the row whole, then
*>     the repaired row goes to CSVRESUB for a csvsqf01a rerun with
*>     CSVIN pointed at it
   move CsvRej-row(1:50) to wAuditBefore
   display wText(9)(1:39)
          at 2202 :BCOL: black :FCOL: white
   move spaces to wFixCol
   accept wFixCol at 2241 :BCOL: blue :FCOL: white
      go to Repair-Csv-Ex
   end-if
   if wFixCol = spaces
      display wText(10)(1:6) at 2302 :BCOL: black :FCOL: white
      accept CsvRej-row(1:72) at 2308 :BCOL: blue :FCOL: white
             with update
      if ws-KEY = K-ESCAPE
         go to Repair-Csv-Ex
   else
      compute wFixColN = numval(wFixCol)
      if wFixColN < 1 or wFixColN > wCsvColCount
         display wText(11)(1:41)
                at 2302 :BCOL: red :FCOL: white
         accept omitted
         go to Repair-Csv-Ex
      end-if
      display wText(12)(1:12) at 2302 :BCOL: black :FCOL: white
      move wCsvCol(wFixColN) to wNewVal
      accept wNewVal at 2314 :BCOL: blue :FCOL: white with update
      if ws-KEY = K-ESCAPE
      perform Rebuild-Csv-Row thru Rebuild-Csv-Row-Ex
   end-if
   perform Open-CsvResub thru Open-CsvResub-Ex
   move CsvRej-row to CsvResub-record
   write CsvResub-record
   add 1 to wRepaired
   move CsvRej-row(1:50) to wAuditAfter
   move 'CSVREJ' to wAudSource
   perform Write-Repair-Audit thru Write-Repair-Audit-Ex
   display wText(13)(1:41)
          at 2402 :BCOL: green :FCOL: white
   accept omitted
   continue.
Repair-Csv-Ex. exit.

Rebuild-Csv-Row.
   move spaces to CsvRej-row
   move 1 to wRowPtr
   perform varying wColIdx from 1 by 1
             until wColIdx > wCsvColCount
      if wColIdx > 1
         string wDelim delimited by size
                into CsvRej-row with pointer wRowPtr
      end-if
      compute wColLen = length(trim(wCsvCol(wColIdx) trailing))
      if wColLen > 0
         string wCsvCol(wColIdx)(1:wColLen) delimited by size
                into CsvRej-row with pointer wRowPtr
      end-if
   end-perform
   continue.
   move spaces to wAuditBefore
   string wd-seq ' ' wd-ch ' ' wd-bi ' ' wd-fi ' ' wd-fl ' '
          wd-pd ' ' wd-zd delimited by size into wAuditBefore
   display wText(14)(1:54)
          at 1502 :BCOL: black :FCOL: cyan
   display wText(15)(1:6) at 1602 :BCOL: black :FCOL: white
   accept wd-seq at 1608 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE go to Repair-Ebc-Ex end-if
   display wText(16)(1:6) at 1702 :BCOL: black :FCOL: white
   accept wd-ch  at 1708 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE go to Repair-Ebc-Ex end-if
   display wText(17)(1:6) at 1802 :BCOL: black :FCOL: white
   accept wd-bi  at 1808 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE go to Repair-Ebc-Ex end-if
   display wText(18)(1:6) at 1902 :BCOL: black :FCOL: white
   accept wd-fi  at 1908 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE go to Repair-Ebc-Ex end-if
   display wText(19)(1:6) at 2002 :BCOL: black :FCOL: white
   accept wd-fl  at 2008 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE go to Repair-Ebc-Ex end-if
   display wText(20)(1:6) at 2102 :BCOL: black :FCOL: white
   accept wd-pd  at 2108 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE go to Repair-Ebc-Ex end-if
   display wText(21)(1:6) at 2202 :BCOL: black :FCOL: white
   accept wd-zd  at 2208 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE go to Repair-Ebc-Ex end-if
*>     the same type validation the layouts imply, before anything
*>     is written - a repair that does not validate is refused
   perform Validate-Repaired thru Validate-Repaired-Ex
   if wColBad = 'Y'
      display wText(22)(1:42)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      go to Repair-Ebc-Ex
          wd-pd ' ' wd-zd delimited by size into wAuditAfter
   move 'EBCREJ' to wAudSource
   perform Write-Repair-Audit thru Write-Repair-Audit-Ex
   display wText(23)(1:42)
          at 2302 :BCOL: green :FCOL: white
   accept omitted
   continue.
   write RepairAud-record
   continue.
Write-Repair-Audit-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC88REJREPAI' to Mt-Program
   move 34 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 34
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(1)(1:45)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(8)(1:57)
          delimited by size into wLong(2)
   end-string
   continue.
Load-Texts-Ex. exit.
