       >>SOURCE FORMAT IS FREE
       REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR==
               ==:FCOL:== BY ==FOREGROUND-COLOR==.
IDENTIFICATION DIVISION.
program-id. GC96MSTINQ.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Key inquiry over the indexed keyed master - the answer
*>             to "what are tonight's figures for key X" without
*>             scrolling a whole SORTOUT generation in GC79RECBROWSE.
*>             mstsqf01a rebuilds the INDEXED master from each new
*>             generation the GENCAT catalog cuts; its LOW-VALUES
*>             header names the generation and the key list (SRTKEYS
*>             or the sorts' 6-key default) the composite keys were
*>             folded with. After a GC85SIGNON sign-on (any role -
*>             this is an inquiry), the screen asks for the key
*>             fields in key order; the leading fields typed make a
*>             full or partial key, folded slot for slot the way the
*>             loader folded them, and the first record at or after
*>             it is shown decoded field by field, the key fields
*>             marked with their position and direction. Enter/PgDn
*>             and PgUp browse to the next and previous key, F2 asks
*>             for a new key. The sequential generation remains the
*>             file of record - nothing here ever writes.
*>             Every inquiry is recorded in the GC71ACCLOG read-access
*>             log: OPEN with the generation, a VIEW row per key
*>             asked for, CLOSE with the number of records shown.
*>             Every field and the trailer segment go through the
*>             GC72MASK policy (layout foutsqf01) first, so a field
*>             the signed-on role may not see shows masked; with no
*>             usable sign-on the lowest role applies.
*>             Its operator texts are GC65MSGTEXT messages 1-23, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC96MSTINQ.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC96MSTINQ
*> Parameters: GC96_MASTER - indexed master file (default SORTMAST.DAT,
*>                           the mstsqf01a default)
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
*> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
*> Version:    1.0 2018.01.01
*> Changelog:  1.0 first release.
*> ************************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   CRT STATUS IS ws-KEY.
REPOSITORY.
    FUNCTION ALL INTRINSIC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   select MastFile assign to dynamic wMstName
          organization is indexed
          access mode  is dynamic
          record key   is mq-key
          file status  is MastFile-fs.

DATA DIVISION.
FILE SECTION.
*> the mstsqf01a record: composite key + sequence number, then the
*> foutsqf01 record with its trailer segment padded to 200 bytes
fd  MastFile.
01  MastFile-record.
    05 mq-key.
       10 mq-comp-key    pic x(54).
       10 mq-seq         pic 9(05).
    05 mq-seq-record     pic 9(05).
    05 mq-ch-field       pic x(05).
    05 mq-bi-field       pic 9(05).
    05 mq-fi-field       pic s9(05).
    05 mq-fl-field       pic s9(05).
    05 mq-pd-field       pic s9(05).
    05 mq-zd-field       pic s9(08).
    05 mq-trailer-len    pic 9(03).
    05 mq-trailer-data   pic x(200).
01  MastHdr-record.
    05 mh-key            pic x(59).
    05 mh-tag            pic x(08).
    05 mh-gen            pic 9(04).
    05 mh-date           pic 9(08).
    05 mh-time           pic 9(06).
    05 mh-count          pic 9(07).
    05 mh-key-count      pic 9(01).
    05 mh-key-entry occurs 6 times.
       10 mh-key-field     pic x(01).
       10 mh-key-direction pic x(01).
    05                   pic x(195).

WORKING-STORAGE SECTION.

01 black   constant as 0.
01 blue    constant as 1.
01 green   constant as 2.
01 cyan    constant as 3.
01 red     constant as 4.
01 yellow  constant as 6.
01 white   constant as 7.

78  K-ENTER       VALUE 0000.
78  K-ESC         VALUE 2005.
78  K-ESCAPE      VALUE 2005.
78  K-F1          VALUE 1001.
78  K-F2          VALUE 1002.
78  K-PAGEUP      VALUE 2001.
78  K-PAGEDOWN    VALUE 2002.

01  ws-KEY        PIC 9(04) VALUE 9999.

01  MastFile-fs   pic x(02) value spaces.
01  env-value     pic x(64) value spaces.
01  wMstName      pic x(64) value 'SORTMAST.DAT'.

*>     the key list the master was built with, from its header
01  wKeyList.
    05 wKeyCount     pic 9(01) value 0.
    05 wKeyEntry occurs 6 times.
       10 wKeyField     pic x(01).
       10 wKeyDir       pic x(01).
01  wHdrGen       pic 9(04) value 0.
01  wHdrDate      pic 9(08) value 0.
01  wHdrTime      pic 9(06) value 0.
01  wHdrCount     pic 9(07) value 0.

*>     the typed key, one entry per key field
01  wKeyInTable.
    05 wKeyIn        pic x(09) occurs 6 times.
01  wKeyUsed      pic 9(01) value 0.
01  wKeyBad       pic x(01) value 'N'.
01  wTypedKey     pic x(59) value low-values.
01  wLastKey      pic x(59) value low-values.
01  wHaveRecord   pic x(01) value 'N'.

*>     slot folding - the same arithmetic as the loader's build-key-slot
01  wKx           pic 9(01) value 0.
01  wSlotNum      pic 9(09) value 0.
01  wSlotBytes    pic x(09) value spaces.
01  wSlotPos      pic 9(02) value 0.
01  wByteIdx      pic 9(02) value 0.
01  wByteVal      pic 9(03) value 0.
01  wTypedNum     pic s9(09) value 0.

01  wRow          pic 9(02) value 0.
01  wMsg          pic x(78) value spaces.
01  wNotice       pic x(78) value spaces.
01  wFieldName    pic x(10) value spaces.
01  wFieldMark    pic x(12) value spaces.
01  wNumEd        pic -(8)9.
01  wTrlBytes     pic 9(03) value 0.
01  wTrlOff       pic 9(03) value 0.
01  wFieldCode    pic x(01) value space.

*>     the trailer segment as it may be shown, after the masking policy
*>     - padded to whole 60-byte display lines
01  wTrlShow      pic x(240) value spaces.
01  wTrlIdx       pic 9(03) value 0.

*>     read-access logging
01  wAccShown     pic 9(07) value 0.
01  wAccPtr       pic 9(03) value 0.

COPY 'GC85SIGNON.CPY'.
COPY 'GC13HELP.CPY'.
COPY 'GC71ACCLOG.CPY'.
COPY 'GC72MASK.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-23 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'sign-on refused - '.
    05 filler pic x(58) value 'indexed master '.
    05 filler pic x(58) value ' cannot be opened, status '.
    05 filler pic x(58) value ' - has mstsqf01a run?'.
    05 filler pic x(58) value ' has no header record - reload it with mstsqf01a'.
    05 filler pic x(58) value ' type the key, major field first - '.
    05 filler pic x(58) value 'leave the rest blank for a partial key'.
    05 filler pic x(58) value ' Enter=next field  ESC=leave  F1=help'.
    05 filler pic x(58) value ' field       value        key'.
    05 filler pic x(58) value ' Enter/PgDn=next key  PgUp=previous key  '.
    05 filler pic x(58) value 'F2=new key  F1=help  ESC=leave'.
    05 filler pic x(58) value ' GC96MSTINQ - keyed master inquiry   SORTOUT.G'.
    05 filler pic x(58) value '  built '.
    05 filler pic x(58) value '  records '.
    05 filler pic x(58) value ' key '.
    05 filler pic x(58) value ' (descending)'.
    05 filler pic x(58) value ' (ascending) '.
    05 filler pic x(58) value ' must be numeric'.
    05 filler pic x(58) value ' no record at or after that key'.
    05 filler pic x(58) value ' end of the master - no next key'.
    05 filler pic x(58) value ' start of the master - no previous key'.
    05 filler pic x(58) value ' trailer     '.
    05 filler pic x(58) value ' bytes'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 23 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(81) value ' type the key, major field first - leave the rest blank for a partial key'.
    05 filler pic x(81) value ' Enter=next field  ESC=leave  F1=help                                          '.
    05 filler pic x(81) value ' Enter/PgDn=next key  PgUp=previous key  F2=new key  F1=help  ESC=leave          '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(81) occurs 3 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
  set environment 'COB_SCREEN_ESC'        TO 'Y'
  display 'GC96_MASTER' upon environment-name
  accept env-value from environment-value
  if env-value not = spaces
     move env-value to wMstName
  end-if
  perform Sign-On thru Sign-On-Ex
  perform Open-Master thru Open-Master-Ex
  move 'OPEN' to Ac-Event
  move 0      to Ac-Count
  move spaces to Ac-Detail
  string 'key inquiry, SORTOUT.G' wHdrGen delimited by size
         into Ac-Detail
  perform Log-Access thru Log-Access-Ex.

Key-Entry.
  perform Ask-Key thru Ask-Key-Ex
  if ws-KEY = K-ESCAPE
     go to End-Program
  end-if
  perform Position-At-Key thru Position-At-Key-Ex
  perform Log-Key thru Log-Key-Ex
  if wHaveRecord = 'N'
     go to Key-Entry
  end-if.

Browse-Loop.
  perform Show-Record thru Show-Record-Ex
  accept omitted
  evaluate true
     when ws-KEY = K-ESCAPE
        go to End-Program
     when ws-KEY = K-F2
        go to Key-Entry
     when ws-KEY = K-F1
        move 'GC96MSTINQ' to Hp-Program
        move 'BROWSE' to Hp-Topic
        call 'GC13HELP' using HELP-AREA
           on exception continue
        end-call
     when ws-KEY = K-PAGEDOWN or ws-KEY = K-ENTER
        perform Read-Next-Key thru Read-Next-Key-Ex
     when ws-KEY = K-PAGEUP
        perform Read-Prev-Key thru Read-Prev-Key-Ex
     when other
        continue
  end-evaluate
  go to Browse-Loop.

End-Program.
  move 'CLOSE'   to Ac-Event
  move wAccShown to Ac-Count
  move spaces    to Ac-Detail
  string wAccShown ' records shown' delimited by size into Ac-Detail
  perform Log-Access thru Log-Access-Ex
  close MastFile
  display ' ' at 0101 with blank screen
  GOBACK.

*> ***********************************************************************************
*>                        R O U T I N E S
*> ***********************************************************************************

Sign-On.
*>     any role may look - refused only when GC85SIGNON says no
   call "GC85SIGNON" using SIGNON-AREA
   if Sg-Status = 'N'
      display wText(1)(1:18) Sg-Message
      move 16 to return-code
      goback
   end-if
*>     the masking policy is checked against this sign-on; without
*>     one ('A' - no TABEUSER.DAT) the lowest role applies
   move 'GC96MSTINQ' to Mk-Tool
   move 'foutsqf01'  to Mk-Layout
   if Sg-Status = 'Y'
      move Sg-User to Mk-User
      move Sg-Role to Mk-Role
*>    the user's own language, now that it is known
      if Sg-Lang not = space
         move space to Mt-Status
         perform Load-Texts thru Load-Texts-Ex
      end-if
   else
      move spaces  to Mk-User
      move '-'     to Mk-Role
   end-if
   continue.
Sign-On-Ex. exit.

Open-Master.
   open input MastFile
   if MastFile-fs not = '00'
      display wText(2)(1:15) trim(wMstName)
              wText(3)(1:26) MastFile-fs
              wText(4)(1:21)
      move 16 to return-code
      goback
   end-if
*>     the header says which generation and which key list
   move low-values to mq-key
   read MastFile
        invalid key move spaces to mh-tag
   end-read
   if mh-tag not = 'MSTHDR'
      display wText(2)(1:15) trim(wMstName)
              wText(5)(1:48)
      close MastFile
      move 16 to return-code
      goback
   end-if
   move mh-gen       to wHdrGen
   move mh-date      to wHdrDate
   move mh-time      to wHdrTime
   move mh-count     to wHdrCount
   move mh-key-count to wKeyCount
   perform varying wKx from 1 by 1 until wKx > wKeyCount
      move mh-key-field(wKx)     to wKeyField(wKx)
      move mh-key-direction(wKx) to wKeyDir(wKx)
   end-perform
   continue.
Open-Master-Ex. exit.

Draw-Title.
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string wText(12)(1:46) wHdrGen
          wText(13)(1:8) wHdrDate(1:4) '-' wHdrDate(5:2) '-' wHdrDate(7:2)
          ' ' wHdrTime(1:2) ':' wHdrTime(3:2)
          wText(14)(1:10) wHdrCount
          delimited by size into wMsg
   display wMsg at 0101 :BCOL: blue :FCOL: white highlight
   continue.
Draw-Title-Ex. exit.

Ask-Key.
*>     one entry field per key field, in key order - the leading
*>     fields typed make the key, the first blank one ends it
   perform Draw-Title thru Draw-Title-Ex
   display wLong(1)(1:73)
          at 0301 :BCOL: black :FCOL: cyan
   perform varying wKx from 1 by 1 until wKx > wKeyCount
      compute wRow = 4 + (wKx * 2)
      move wKeyField(wKx) to wFieldCode
      perform Name-Field thru Name-Field-Ex
      move spaces to wMsg
      if wKeyDir(wKx) = 'D'
         string wText(15)(1:5) wKx '  ' wFieldName wText(16)(1:13)
                delimited by size into wMsg
      else
         string wText(15)(1:5) wKx '  ' wFieldName wText(17)(1:13)
                delimited by size into wMsg
      end-if
      display wMsg(1:40) at line wRow column 02 :BCOL: black :FCOL: white
   end-perform
   display wNotice at 2301 :BCOL: black :FCOL: yellow
   display wLong(2)(1:79)
          at 2501 :BCOL: green :FCOL: white highlight
   move spaces to wNotice
   move 0 to wKeyUsed
   move 'N' to wKeyBad
   perform varying wKx from 1 by 1 until wKx > wKeyCount
      move spaces to wKeyIn(wKx)
   end-perform
   perform varying wKx from 1 by 1 until wKx > wKeyCount
      compute wRow = 4 + (wKx * 2)
      accept wKeyIn(wKx) at line wRow column 44 :BCOL: blue :FCOL: white
      if ws-KEY = K-ESCAPE
         go to Ask-Key-Ex
      end-if
      if ws-KEY = K-F1
         move 'GC96MSTINQ' to Hp-Program
         move 'KEY' to Hp-Topic
         call 'GC13HELP' using HELP-AREA
            on exception continue
         end-call
         go to Ask-Key
      end-if
      if wKeyIn(wKx) = spaces
         move 6 to wKx
      else
         add 1 to wKeyUsed
      end-if
   end-perform
   perform Fold-Typed-Key thru Fold-Typed-Key-Ex
   if wKeyBad = 'Y'
      go to Ask-Key
   end-if
   continue.
Ask-Key-Ex. exit.

Fold-Typed-Key.
*>     typed values folded slot for slot the way mstsqf01a folded the
*>     stored keys; the untyped tail stays LOW-VALUES, so START finds
*>     the first record at or after the partial key
   move low-values to wTypedKey
   perform varying wKx from 1 by 1 until wKx > wKeyUsed
      compute wSlotPos = ((wKx - 1) * 9) + 1
      if wKeyField(wKx) = 'C'
         move wKeyIn(wKx) to wSlotBytes
      else
         if test-numval(wKeyIn(wKx)) not = 0
            move 'Y' to wKeyBad
            move spaces to wNotice
            string wText(15)(1:5) wKx wText(18)(1:16) delimited by size
                   into wNotice
            go to Fold-Typed-Key-Ex
         end-if
         compute wTypedNum = numval(wKeyIn(wKx))
         evaluate wKeyField(wKx)
            when 'B'
               compute wSlotNum = wTypedNum
               move wSlotNum(5:5) to wSlotBytes
            when 'Z'
               compute wSlotNum = wTypedNum + 100000000
               move wSlotNum to wSlotBytes
            when other
               compute wSlotNum = wTypedNum + 100000
               move wSlotNum to wSlotBytes
         end-evaluate
      end-if
      if wKeyDir(wKx) = 'D'
         perform Complement-Slot thru Complement-Slot-Ex
      end-if
      move wSlotBytes to wTypedKey(wSlotPos:9)
   end-perform
   continue.
Fold-Typed-Key-Ex. exit.

Complement-Slot.
   perform varying wByteIdx from 1 by 1 until wByteIdx > 9
      compute wByteVal = 255 - (ord(wSlotBytes(wByteIdx:1)) - 1)
      move char(wByteVal + 1) to wSlotBytes(wByteIdx:1)
   end-perform
   continue.
Complement-Slot-Ex. exit.

Position-At-Key.
   move 'N' to wHaveRecord
   move wTypedKey to mq-key
   start MastFile key is not less than mq-key
         invalid key
            move wText(19)(1:31) to wNotice
            go to Position-At-Key-Ex
   end-start
   perform Read-Next-Key thru Read-Next-Key-Ex
   if wHaveRecord = 'N'
      move wText(19)(1:31) to wNotice
   end-if
   continue.
Position-At-Key-Ex. exit.

Read-Next-Key.
   read MastFile next record
        at end
           move wText(20)(1:32) to wNotice
           perform Reposition thru Reposition-Ex
           go to Read-Next-Key-Ex
   end-read
   if mq-key = low-values
      go to Read-Next-Key
   end-if
   move mq-key to wLastKey
   move 'Y' to wHaveRecord
   continue.
Read-Next-Key-Ex. exit.

Read-Prev-Key.
   read MastFile previous record
        at end
           move wText(21)(1:38) to wNotice
           perform Reposition thru Reposition-Ex
           go to Read-Prev-Key-Ex
   end-read
   if mq-key = low-values
      move wText(21)(1:38) to wNotice
      perform Reposition thru Reposition-Ex
      go to Read-Prev-Key-Ex
   end-if
   move mq-key to wLastKey
   continue.
Read-Prev-Key-Ex. exit.

Reposition.
*>     past either end the file position is lost - go back to the
*>     record still on display
   if wHaveRecord = 'Y'
      move wLastKey to mq-key
      start MastFile key is = mq-key
            invalid key continue
      end-start
      read MastFile next record
           at end continue
      end-read
   end-if
   continue.
Reposition-Ex. exit.

Show-Record.
   add 1 to wAccShown
   perform Draw-Title thru Draw-Title-Ex
   display wText(9)(1:29) at 0301 :BCOL: black :FCOL: cyan
   move 3 to wRow
   move 'S' to wFieldCode
   move mq-seq-record to wNumEd
   perform Show-Field thru Show-Field-Ex
   move 'C' to wFieldCode
   move 0 to wNumEd
   perform Show-Field thru Show-Field-Ex
   move 'B' to wFieldCode
   move mq-bi-field to wNumEd
   perform Show-Field thru Show-Field-Ex
   move 'F' to wFieldCode
   move mq-fi-field to wNumEd
   perform Show-Field thru Show-Field-Ex
   move 'L' to wFieldCode
   move mq-fl-field to wNumEd
   perform Show-Field thru Show-Field-Ex
   move 'P' to wFieldCode
   move mq-pd-field to wNumEd
   perform Show-Field thru Show-Field-Ex
   move 'Z' to wFieldCode
   move mq-zd-field to wNumEd
   perform Show-Field thru Show-Field-Ex
*>     the trailer segment, 60 bytes a line
   add 2 to wRow
   if mq-trailer-len > 41
      compute wTrlBytes = mq-trailer-len - 41
   else
      move 0 to wTrlBytes
   end-if
   move spaces to wMsg
   string wText(22)(1:13) wTrlBytes wText(23)(1:6) delimited by size into wMsg
   display wMsg(1:40) at line wRow column 01 :BCOL: black :FCOL: white
   perform Mask-Trailer thru Mask-Trailer-Ex
   move 1 to wTrlOff
   perform until wTrlOff > wTrlBytes or wRow > 20
      add 1 to wRow
      display wTrlShow(wTrlOff:60) at line wRow column 14
             :BCOL: black :FCOL: white
      add 60 to wTrlOff
   end-perform
   display wNotice at 2301 :BCOL: black :FCOL: yellow
   move spaces to wNotice
   display wLong(3)(1:81)
          at 2501 :BCOL: green :FCOL: white highlight
   continue.
Show-Record-Ex. exit.

Show-Field.
*>     one decoded field, with its key position when it is a key field
   add 1 to wRow
   perform Name-Field thru Name-Field-Ex
   move spaces to wFieldMark
   perform varying wKx from 1 by 1 until wKx > wKeyCount
      if wKeyField(wKx) = wFieldCode
         if wKeyDir(wKx) = 'D'
            string '* key ' wKx ' desc' delimited by size into wFieldMark
         else
            string '* key ' wKx ' asc ' delimited by size into wFieldMark
         end-if
      end-if
   end-perform
*>     the value as the masking policy lets this role see it
   move wFieldName to Mk-Field
   if wFieldCode = 'C'
      move mq-ch-field to Mk-Value
   else
      move wNumEd to Mk-Value
   end-if
   call 'GC72MASK' using MASK-AREA
   on exception continue
   end-call
   move spaces to wMsg
   if wFieldCode = 'C'
      string ' ' wFieldName '  ' Mk-Value(1:5) '        ' wFieldMark
             delimited by size into wMsg
   else
      string ' ' wFieldName '  ' Mk-Value(1:9) '    ' wFieldMark
             delimited by size into wMsg
   end-if
   if wFieldMark = spaces
      display wMsg(1:50) at line wRow column 01 :BCOL: black :FCOL: white
   else
      display wMsg(1:50) at line wRow column 01 :BCOL: black :FCOL: yellow
   end-if
   continue.
Show-Field-Ex. exit.

*> ***********************************************************************************
*>     the trailer segment through the masking policy: GC72MASK sees
*>     its first 80 bytes, where the declared trailer fields lie; when
*>     the policy hides the segment whole, the bytes past 80 go too
*> ***********************************************************************************
Mask-Trailer.
   move mq-trailer-data to wTrlShow
   move 'trailer-data'  to Mk-Field
   move wTrlShow(1:80)  to Mk-Value
   call 'GC72MASK' using MASK-AREA
   on exception
      go to Mask-Trailer-Ex
   end-call
   move Mk-Value to wTrlShow(1:80)
   if wTrlBytes <= 80
      go to Mask-Trailer-Ex
   end-if
   move all 'X' to Mk-Value
   call 'GC72MASK' using MASK-AREA
   end-call
   if Mk-Value not = all '*'
      go to Mask-Trailer-Ex
   end-if
   perform varying wTrlIdx from 81 by 1 until wTrlIdx > 200
      if wTrlShow(wTrlIdx:1) not = space
         move '*' to wTrlShow(wTrlIdx:1)
      end-if
   end-perform
   continue.
Mask-Trailer-Ex. exit.

*> ***********************************************************************************
*>     read-access log (GC71ACCLOG) - one VIEW row per key asked
*>     for, with the key fields as typed
*> ***********************************************************************************
Log-Key.
   move 'VIEW' to Ac-Event
   move 0      to Ac-Count
   move spaces to Ac-Detail
   move 1      to wAccPtr
   string 'key' delimited by size into Ac-Detail with pointer wAccPtr
   perform varying wKx from 1 by 1 until wKx > wKeyUsed
      string ' ' trim(wKeyIn(wKx)) delimited by size
             into Ac-Detail with pointer wAccPtr
   end-perform
   if wHaveRecord = 'N'
      string ' - not found' delimited by size
             into Ac-Detail with pointer wAccPtr
   end-if
   perform Log-Access thru Log-Access-Ex
   continue.
Log-Key-Ex. exit.

Log-Access.
   move 'GC96MSTINQ' to Ac-Tool
   move wMstName     to Ac-Object
   move spaces       to Ac-User
   if Sg-Status = 'Y'
      move Sg-User to Ac-User
   end-if
   call 'GC71ACCLOG' using ACCLOG-AREA
   on exception continue
   end-call
   continue.
Log-Access-Ex. exit.

Name-Field.
   evaluate wFieldCode
      when 'S' move 'seq-record' to wFieldName
      when 'C' move 'ch-field'   to wFieldName
      when 'B' move 'bi-field'   to wFieldName
      when 'F' move 'fi-field'   to wFieldName
      when 'L' move 'fl-field'   to wFieldName
      when 'P' move 'pd-field'   to wFieldName
      when 'Z' move 'zd-field'   to wFieldName
      when other move '?'        to wFieldName
   end-evaluate
   continue.
Name-Field-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC96MSTINQ' to Mt-Program
   move 23 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 23
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(6)(1:35) wText(7)(1:38)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(8)(1:37)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(10)(1:41) wText(11)(1:30)
          delimited by size into wLong(3)
   end-string
   continue.
Load-Texts-Ex. exit.
