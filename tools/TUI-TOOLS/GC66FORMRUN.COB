       >>SOURCE FORMAT IS FREE
       REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR==
               ==:FCOL:== BY ==FOREGROUND-COLOR==.
IDENTIFICATION DIVISION.
program-id. GC66FORMRUN.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Form-definition-driven maintenance screen - a simple
*>             control file gets a form definition instead of a new
*>             hand-built program. The definition is kept as ordinary
*>             code records in a TABE0nnn.DAT table (ktab FRM unless
*>             GC66_KTAB says otherwise), maintained through
*>             GC81TABCODES and read through the GC67TABLOOKUP
*>             service, so a row with a validity window only counts
*>             while today is in it. Each row's data starts with the
*>             form id (1:8) and the row kind (10:1):
*>               T  the target (one per form):
*>                    12-41 target file name (line sequential)
*>                    43-45 record length (1-256)
*>                    47    role needed to change it - I/U/P as in
*>                          GC85SIGNON (blank = U)
*>                    49-56 change-freeze scope for GC74FREEZE
*>                          (blank = no freeze check)
*>                    58-75 form title
*>               F  one field, keyed in kcod order:
*>                    12-27 label
*>                    29-30 screen row (3-21), 32-33 label column;
*>                          the input starts 17 columns further on
*>                    35-36 length (1-40)
*>                    38    type, the GC11INPUTBOX kinds: A
*>                          alphanumeric, N numeric, D date YYYYMMDD
*>                    39    K = part of the record key (required and
*>                          unique together), R = required
*>                    41-43 offset of the field in the record
*>                    45-47 pick-list table: the value must be a code
*>                          of that ktab in force today (same file as
*>                          the definition)
*>                    49-56 help topic - the help text is filed for
*>                          GC13HELP under the form id as the program
*>                    58-64 / 66-72 numeric low / high limit
*>             The whole target file is loaded, listed for amend or
*>             delete through GC10PICKLIST and rewritten after every
*>             confirmed change. While a field is keyed: F1 help, F2
*>             the pick list of the field's table, or the GC56
*>             calendar for a date field, UP the previous field.
*>             A user whose GC85SIGNON role is below the form's role
*>             may only view the records; a file of more than 100
*>             records is shown read-only as well.
*>             The form rows are read in the user's language, so a
*>             translated F or T row (the same kcod in the language's
*>             layer) gives translated labels and title; the runner's
*>             own texts are GC65MSGTEXT messages 1-36 of GC66FORMRUN.
*> Tectonics:  cobc -x GC66FORMRUN.COB  (use GnuCOBOL 2.2 or greater)
*>             cobc -m GC67TABLOOKUP.COB
*> Usage:      GC66FORMRUN
*> Parameters: GC66_FORM     - the form id (blank = pick from the list
*>                             of forms)
*>             GC66_FORMFILE - TABE file holding the definitions
*>                             (default TABE0001.DAT)
*>             GC66_KTAB     - ktab of the definition rows (default FRM)
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
   select TgtFile
          assign       to TARGETSPEC
          organization is line sequential
          file status  is TgtFile-fs.

DATA DIVISION.
FILE SECTION.
fd  TgtFile.
01  TgtFile-record                pic x(256).

WORKING-STORAGE SECTION.

01 black   constant as 0.
01 blue    constant as 1.
01 green   constant as 2.
01 cyan    constant as 3.
01 red     constant as 4.
01 white   constant as 7.

78  K-ENTER       VALUE 0000.
78  K-ESC         VALUE 2005.
78  K-ESCAPE      VALUE 2005.
78  K-F1          VALUE 1001.
78  K-F2          VALUE 1002.
78  K-UP          VALUE 2003.

01  ws-KEY        PIC 9(04) VALUE 9999.

01  TARGETSPEC    pic x(80) value spaces.
01  TgtFile-fs    pic x(02) value spaces.

01  env-value     pic x(80) value spaces.
01  wFormFile     pic x(80) value 'TABE0001.DAT'.
01  wFormKtab     pic x(03) value 'FRM'.
01  wFormId       pic x(08) value spaces.

*>     the form - its T row and its F rows
01  wFormTitle    pic x(18) value spaces.
01  wFormRecLen   pic 9(03) value 0.
01  wFormRole     pic x(01) value 'U'.
01  wFormScope    pic x(08) value spaces.
01  wFormErr      pic x(78) value spaces.
01  wFormTarget   pic x(01) value 'N'.
01  wFldCount     pic 9(02) value 0.
01  wFldTab.
    05 wFldEntry occurs 20 times.
       10 wFdLabel   pic x(16).
       10 wFdRow     pic 9(02).
       10 wFdCol     pic 9(02).
       10 wFdLen     pic 9(02).
       10 wFdType    pic x(01).
       10 wFdUse     pic x(01).
       10 wFdOff     pic 9(03).
       10 wFdPick    pic x(03).
       10 wFdHelp    pic x(08).
       10 wFdLo      pic x(07).
       10 wFdHi      pic x(07).

*>     one definition row as GC81TABCODES keys it into Tabe-data
01  wDefRow       pic x(93) value spaces.
01  wDefRowR redefines wDefRow.
    05 dr-form       pic x(08).
    05 filler        pic x(01).
    05 dr-kind       pic x(01).
    05 filler        pic x(01).
    05 dr-detail     pic x(64).
    05 filler        pic x(18).
01  wDefT redefines wDefRow.
    05 filler        pic x(11).
    05 dt-target     pic x(30).
    05 filler        pic x(01).
    05 dt-reclen     pic x(03).
    05 filler        pic x(01).
    05 dt-role       pic x(01).
    05 filler        pic x(01).
    05 dt-scope      pic x(08).
    05 filler        pic x(01).
    05 dt-title      pic x(18).
    05 filler        pic x(18).
01  wDefF redefines wDefRow.
    05 filler        pic x(11).
    05 df-label      pic x(16).
    05 filler        pic x(01).
    05 df-row        pic x(02).
    05 filler        pic x(01).
    05 df-col        pic x(02).
    05 filler        pic x(01).
    05 df-len        pic x(02).
    05 filler        pic x(01).
    05 df-type       pic x(01).
    05 df-use        pic x(01).
    05 filler        pic x(01).
    05 df-off        pic x(03).
    05 filler        pic x(01).
    05 df-pick       pic x(03).
    05 filler        pic x(01).
    05 df-help       pic x(08).
    05 filler        pic x(01).
    05 df-lo         pic x(07).
    05 filler        pic x(01).
    05 df-hi         pic x(07).
    05 filler        pic x(21).
01  wDefKcod      pic x(03) value spaces.

*>     the target file, held whole while it is maintained
01  wRecCount     pic 9(03) value 0.
01  wRecTab.
    05 wRec       pic x(256) occurs 100 times.
01  wTooMany      pic x(01) value 'N'.
01  wReadOnly     pic x(01) value 'N'.
01  wEdit         pic x(256) value spaces.
01  wEditHold     pic x(256) value spaces.
01  wEditIx       pic 9(03) value 0.
01  wMode         pic x(01) value space.
    88 wMode-Amend          value 'A'.
    88 wMode-New            value 'N'.
    88 wMode-View           value 'V'.
    88 wMode-Delete         value 'D'.
01  wEscape       pic x(01) value 'N'.
01  wFldOk        pic x(01) value 'Y'.

01  wUserRole     pic x(01) value 'P'.
01  wUserRank     pic 9(01) value 0.
01  wFormRank     pic 9(01) value 0.

01  wIdx          pic 9(03) value 0.
01  wIdx2         pic 9(03) value 0.
01  wFld          pic 9(02) value 0.
01  wFx           pic s9(02) value 0.
01  wRow          pic 9(02) value 0.
01  wCol          pic 9(02) value 0.
01  wEnd          pic 9(03) value 0.
01  wPtr          pic 9(03) value 0.
01  wLen          pic 9(02) value 0.
01  wFldValue     pic x(40) value spaces.
01  wKeyA         pic x(256) value spaces.
01  wKeyB         pic x(256) value spaces.
01  wNum          pic s9(15)v99 value 0.
01  wDate         pic 9(08) value 0.
01  wDateInt      pic s9(08) value 0.
01  wMsg          pic x(78) value spaces.
01  wBar          pic x(80) value spaces.
01  wEdCount      pic zz9.
01  wErrArg       pic x(07) value spaces.
01  wBu           pic 9(02) value 0.

*>     the runner's own texts - GC65MSGTEXT messages 1-36 replace
*>     them in the user's language
01  wTexts.
    05 filler pic x(58) value 'Enter=Select  ESC=Exit'.
    05 filler pic x(58) value 'records'.
    05 filler pic x(58) value 'more than 100 records - the file is shown read-only'.
    05 filler pic x(58) value 'your role may only view this file'.
    05 filler pic x(58) value 'VIEW a record'.
    05 filler pic x(58) value 'AMEND a record'.
    05 filler pic x(58) value 'NEW record'.
    05 filler pic x(58) value 'DELETE a record'.
    05 filler pic x(58) value 'no forms are defined in'.
    05 filler pic x(58) value 'forms'.
    05 filler pic x(58) value 'cannot write'.
    05 filler pic x(58) value 'the file has no records'.
    05 filler pic x(58) value 'F1=Help  any other key=back'.
    05 filler pic x(58) value 'ENTER=next UP=previous F1=Help F2=List/calendar ESC=cancel'.
    05 filler pic x(58) value 'no help is filed for this field'.
    05 filler pic x(58) value 'Enter=Save  ESC=abandon'.
    05 filler pic x(58) value 'NEW'.
    05 filler pic x(58) value 'AMEND'.
    05 filler pic x(58) value 'DELETE'.
    05 filler pic x(58) value 'VIEW'.
    05 filler pic x(58) value 'no list for this field'.
    05 filler pic x(58) value 'the table has no codes in force'.
    05 filler pic x(58) value 'codes of table'.
    05 filler pic x(58) value 'a record with this key already exists'.
    05 filler pic x(58) value 'a value is required'.
    05 filler pic x(58) value 'numeric digits only'.
    05 filler pic x(58) value 'below'.
    05 filler pic x(58) value 'above'.
    05 filler pic x(58) value 'date must be YYYYMMDD'.
    05 filler pic x(58) value 'not a real calendar date'.
    05 filler pic x(58) value 'code not in force today'.
    05 filler pic x(58) value 'not a code of table'.
    05 filler pic x(58) value 'Delete this record ?'.
    05 filler pic x(58) value 'press a key'.
    05 filler pic x(58) value 'FORM'.
    05 filler pic x(58) value 'file'.
01  wTextsR redefines wTexts.
    05 wText      pic x(58) occurs 36 times.
01  wTx           pic 9(03) value 0.

COPY 'GC01BOX.CPY'.
COPY 'GC03YESNO.CPY'.
COPY 'GC09BUTTONS.CPY'.
COPY 'GC10PICKLIST.CPY'.
COPY 'GC13HELP.CPY'.
COPY 'GC56DATEPICKER.CPY'.
COPY 'GC98KEYCODE.CPY'.
COPY 'GC74FREEZE.CPY'.
COPY 'GC85SIGNON.CPY'.
COPY 'GC67TABLOOKUP.CPY'.
COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
  set environment 'COB_SCREEN_ESC'        TO 'Y'
  display 'GC66_FORMFILE' upon environment-name
  accept env-value from environment-value
  if env-value not = spaces
     move env-value to wFormFile
  end-if
  display 'GC66_KTAB' upon environment-name
  accept env-value from environment-value
  if env-value not = spaces
     move upper-case(env-value(1:3)) to wFormKtab
  end-if
  display 'GC66_FORM' upon environment-name
  accept env-value from environment-value
  move upper-case(env-value(1:8)) to wFormId
  perform Sign-On thru Sign-On-Ex
  perform Load-Texts thru Load-Texts-Ex
  if wFormId = spaces
     perform Choose-Form thru Choose-Form-Ex
     if wFormId = spaces
        go to End-Program
     end-if
  end-if
  perform Load-Form thru Load-Form-Ex
  if wFormErr not = spaces
     display ' ' at 0101 with blank screen
     display wFormErr at 1002 :BCOL: red :FCOL: white
     move spaces to wMsg
     move wText(34) to wMsg(2:)
     display wMsg(1:42) at 1202
     accept omitted
     move 8 to return-code
     go to End-Program
  end-if
  perform Check-Role thru Check-Role-Ex
  perform Load-Target thru Load-Target-Ex.

Main-Menu.
  display ' ' at 0101 with blank screen
  move '001001025080' to Box-rc
  set Box-bco to green  move 'N' to Box-3D
  CALL "GC01BOX" USING BY CONTENT BOX-AREA
  move spaces to wMsg
  string ' ' wText(35) delimited by '  '
         ' ' wFormId ' - ' wFormTitle delimited by size into wMsg
  display wMsg at 0101 :BCOL: green :FCOL: white highlight
  move spaces to wBar
  move wText(1) to wBar(2:)
  display wBar at 2501 :BCOL: green :FCOL: white highlight
  move wRecCount to wEdCount
  move spaces to wMsg
  string ' ' wText(36) delimited by '  '
         ' ' TARGETSPEC delimited by space
         ' - ' wEdCount ' ' wText(2) delimited by '  ' into wMsg
  display wMsg at 0402 :BCOL: black :FCOL: cyan
  if wTooMany = 'Y'
     move spaces to wMsg
     move wText(3) to wMsg(2:)
     display wMsg(1:60) at 0502 :BCOL: red :FCOL: white
  else
     if wReadOnly = 'Y'
        move spaces to wMsg
        move wText(4) to wMsg(2:)
        display wMsg(1:60) at 0502 :BCOL: red :FCOL: white
     end-if
  end-if

  move low-value to Buttons-Area
  move 'Y' to Bu-Click
  move '008' to Bu-Ele(1)(1:3) move '030' to Bu-Ele(1)(4:3)
  move '001' to Bu-Ele(1)(7:3)
  if wReadOnly = 'Y'
     move 1 to wBu  move 5 to wTx
     perform Set-Button thru Set-Button-Ex
  else
     move 1 to wBu  move 6 to wTx
     perform Set-Button thru Set-Button-Ex
     move '010' to Bu-Ele(2)(1:3) move '030' to Bu-Ele(2)(4:3)
     move '001' to Bu-Ele(2)(7:3)
     move 2 to wBu  move 7 to wTx
     perform Set-Button thru Set-Button-Ex
     move '012' to Bu-Ele(3)(1:3) move '030' to Bu-Ele(3)(4:3)
     move '001' to Bu-Ele(3)(7:3)
     move 3 to wBu  move 8 to wTx
     perform Set-Button thru Set-Button-Ex
  end-if
  CALL "GC09BUTTONS" using Buttons-Area
  if Bu-Key = K-ESCAPE
     go to End-Program
  end-if
  evaluate Bu-Selected
     when 1
        if wReadOnly = 'Y'
           move 'V' to wMode
        else
           move 'A' to wMode
        end-if
        perform Choose-Record thru Choose-Record-Ex
        if wEditIx > 0
           perform Edit-Record thru Edit-Record-Ex
        end-if
     when 2
        move 'N' to wMode
        move 0   to wEditIx
        perform Edit-Record thru Edit-Record-Ex
     when 3
        move 'D' to wMode
        perform Choose-Record thru Choose-Record-Ex
        if wEditIx > 0
           perform Delete-Record thru Delete-Record-Ex
        end-if
  end-evaluate
  go to Main-Menu.

End-Program.
  display ' ' at 0101 with blank screen
  GOBACK.

*> ***********************************************************************************
*>     per-user sign-on, as in GC81TABCODES - without TABEUSER.DAT
*>     every form may be changed, as the tools themselves allow
*> ***********************************************************************************
Sign-On.
   call "GC85SIGNON" using SIGNON-AREA
   evaluate Sg-Status
      when 'Y'
         move Sg-Role to wUserRole
      when 'N'
         display 'sign-on refused - ' Sg-Message
         move 16 to return-code
         goback
      when other
         move 'P' to wUserRole
   end-evaluate
   continue.
Sign-On-Ex. exit.

Check-Role.
   evaluate wUserRole
      when 'P' move 3 to wUserRank
      when 'U' move 2 to wUserRank
      when other move 1 to wUserRank
   end-evaluate
   evaluate wFormRole
      when 'P' move 3 to wFormRank
      when 'I' move 1 to wFormRank
      when other move 2 to wFormRank
   end-evaluate
   if wUserRank < wFormRank or wTooMany = 'Y'
      move 'Y' to wReadOnly
   end-if
   continue.
Check-Role-Ex. exit.

*> ***********************************************************************************
*>     no form named - the T rows of the definition table are the
*>     forms there are, offered in a pick list
*> ***********************************************************************************
Choose-Form.
   move 0 to Pk-Count
   move wFormFile  to Tl-File
   move wFormKtab  to Tl-Ktab
   move 0          to Tl-AsOf
   move 'H'        to Tl-Lang
   move 'N'        to Tl-List-All
   move spaces     to Tl-From-Kcod
   move 'Y'        to Tl-More
   perform until Tl-More not = 'Y' or Pk-Count >= 100
      move 'L' to Tl-Function
      call 'GC67TABLOOKUP' using LOOKUP-AREA
         on exception
            move 'F' to Tl-Status
      end-call
      if Tl-File-Error
         move 'N' to Tl-More
      end-if
      perform varying wIdx from 1 by 1
              until wIdx > Tl-List-Count or Pk-Count >= 100
         move Tl-List-Data(wIdx) to wDefRow
         if dr-kind = 'T' and dr-form not = spaces
            add 1 to Pk-Count
            move spaces to Pk-Item(Pk-Count)
            string dr-form ' ' dt-title delimited by size
                   into Pk-Item(Pk-Count)
         end-if
      end-perform
      if Tl-List-Count > 0
         move Tl-List-Kcod(Tl-List-Count) to Tl-From-Kcod
      end-if
   end-perform
   if Pk-Count = 0
      display ' ' at 0101 with blank screen
      move spaces to wMsg
      string ' ' wText(9) delimited by '  '
             ' ' wFormFile delimited by space into wMsg
      display wMsg at 1002 :BCOL: red :FCOL: white
      accept omitted
      go to Choose-Form-Ex
   end-if
   display ' ' at 0101 with blank screen
   move 5  to Pk-r1
   move 20 to Pk-c1
   move 12 to Pk-Rows
   move 40 to Pk-Width
   move 'Y' to Pk-tit
   move spaces to Pk-titDes
   string ' ' wText(10) delimited by '  ' ' ' x'00'
          delimited by size into Pk-titDes
   move 1 to Pk-Selected
   call 'GC10PICKLIST' using PICKLIST-AREA
   if Pk-Key = K-ENTER
      move Pk-Item(Pk-Selected)(1:8) to wFormId
   end-if
   continue.
Choose-Form-Ex. exit.

*> ***********************************************************************************
*>     the form's T row and F rows, checked as they are loaded - a
*>     definition that cannot be run is refused with the row at fault
*> ***********************************************************************************
Load-Form.
   move 0      to wFldCount
   move spaces to wFormErr
   move 'N'    to wFormTarget
   move wFormFile  to Tl-File
   move wFormKtab  to Tl-Ktab
   move 0          to Tl-AsOf
   move space      to Tl-Lang
   move 'N'        to Tl-List-All
   move spaces     to Tl-From-Kcod
   move 'Y'        to Tl-More
   perform until Tl-More not = 'Y' or wFormErr not = spaces
      move 'L' to Tl-Function
      call 'GC67TABLOOKUP' using LOOKUP-AREA
         on exception
            move 'F' to Tl-Status
      end-call
      if Tl-File-Error
         move spaces to wFormErr
         string 'cannot read the form definitions in ' wFormFile
                delimited by size into wFormErr
         go to Load-Form-Ex
      end-if
      perform varying wIdx from 1 by 1
              until wIdx > Tl-List-Count or wFormErr not = spaces
         move Tl-List-Data(wIdx) to wDefRow
         move Tl-List-Kcod(wIdx) to wDefKcod
         if dr-form = wFormId
            perform Load-Form-Row thru Load-Form-Row-Ex
         end-if
      end-perform
      if Tl-List-Count > 0
         move Tl-List-Kcod(Tl-List-Count) to Tl-From-Kcod
      end-if
   end-perform
   if wFormErr not = spaces
      go to Load-Form-Ex
   end-if
   if wFormTarget = 'N'
      string 'form ' wFormId ' has no target (T) row in force'
             delimited by size into wFormErr
      go to Load-Form-Ex
   end-if
   if wFldCount = 0
      string 'form ' wFormId ' has no field (F) rows in force'
             delimited by size into wFormErr
      go to Load-Form-Ex
   end-if
   perform Check-Form-Fields thru Check-Form-Fields-Ex
           varying wFld from 1 by 1 until wFld > wFldCount
   continue.
Load-Form-Ex. exit.

Load-Form-Row.
   evaluate dr-kind
      when 'T'
         if dt-target = spaces
            or dt-reclen is not numeric
            or dt-reclen = '000' or dt-reclen > '256'
            string 'form row ' wDefKcod
                   ': target file and record length 1-256 required'
                   delimited by size into wFormErr
            go to Load-Form-Row-Ex
         end-if
         move 'Y'       to wFormTarget
         move dt-target to TARGETSPEC
         move dt-reclen to wFormRecLen
         move dt-scope  to wFormScope
         move dt-title  to wFormTitle
         if dt-role = 'I' or 'U' or 'P'
            move dt-role to wFormRole
         end-if
      when 'F'
         perform Load-Form-Field thru Load-Form-Field-Ex
      when other
         string 'form row ' wDefKcod ': row kind must be T or F'
                delimited by size into wFormErr
   end-evaluate
   continue.
Load-Form-Row-Ex. exit.

Load-Form-Field.
   if wFldCount >= 20
      string 'form row ' wDefKcod ': more than 20 fields'
             delimited by size into wFormErr
      go to Load-Form-Field-Ex
   end-if
   if df-row is not numeric or df-col is not numeric
      or df-len is not numeric or df-off is not numeric
      string 'form row ' wDefKcod
             ': row, column, length and offset must be numeric'
             delimited by size into wFormErr
      go to Load-Form-Field-Ex
   end-if
   if df-row < '03' or df-row > '21' or df-col = '00'
      or df-len = '00' or df-len > '40' or df-off = '000'
      string 'form row ' wDefKcod
             ': row 3-21, column 1+, length 1-40, offset 1+'
             delimited by size into wFormErr
      go to Load-Form-Field-Ex
   end-if
   if df-type not = 'A' and not = 'N' and not = 'D'
      string 'form row ' wDefKcod ': type must be A, N or D'
             delimited by size into wFormErr
      go to Load-Form-Field-Ex
   end-if
   if df-type = 'D' and df-len not = '08'
      string 'form row ' wDefKcod ': a date field is 8 long'
             delimited by size into wFormErr
      go to Load-Form-Field-Ex
   end-if
   add 1 to wFldCount
   move df-label to wFdLabel(wFldCount)
   move df-row   to wFdRow(wFldCount)
   move df-col   to wFdCol(wFldCount)
   move df-len   to wFdLen(wFldCount)
   move df-type  to wFdType(wFldCount)
   move df-use   to wFdUse(wFldCount)
   move df-off   to wFdOff(wFldCount)
   move df-pick  to wFdPick(wFldCount)
   move df-help  to wFdHelp(wFldCount)
   move df-lo    to wFdLo(wFldCount)
   move df-hi    to wFdHi(wFldCount)
*>     the input must fit on the screen line and inside the record
   compute wEnd = wFdCol(wFldCount) + 16 + wFdLen(wFldCount)
   if wEnd > 80
      string 'form row ' wDefKcod ': the input runs off the screen'
             delimited by size into wFormErr
      go to Load-Form-Field-Ex
   end-if
   continue.
Load-Form-Field-Ex. exit.

*>     the T row may come after the fields in kcod order - the
*>     fields are held against the record length once all are in
Check-Form-Fields.
   compute wEnd = wFdOff(wFld) + wFdLen(wFld) - 1
   if wEnd > wFormRecLen and wFormErr = spaces
      string 'form ' wFormId ' field ' wFdLabel(wFld) delimited by '  '
             ' ends past the record length' delimited by size
             into wFormErr
   end-if
   continue.
Check-Form-Fields-Ex. exit.

*> ***********************************************************************************
*>     the target file, whole - a missing file is an empty one
*> ***********************************************************************************
Load-Target.
   move 0   to wRecCount
   move 'N' to wTooMany
   open input TgtFile
   if TgtFile-fs not = '00'
      go to Load-Target-Ex
   end-if
   perform until TgtFile-fs not = '00'
      read TgtFile
      if TgtFile-fs = '00'
         if wRecCount >= 100
            move 'Y'  to wTooMany wReadOnly
            move '10' to TgtFile-fs
         else
            add 1 to wRecCount
            move TgtFile-record to wRec(wRecCount)
         end-if
      end-if
   end-perform
   close TgtFile
   continue.
Load-Target-Ex. exit.

Save-Target.
   open output TgtFile
   if TgtFile-fs not = '00'
      move spaces to wMsg
      string ' ' wText(11) delimited by '  '
             ' ' TARGETSPEC delimited by space
             ' - status ' TgtFile-fs delimited by size into wMsg
      display wMsg at 2302 :BCOL: red :FCOL: white
      accept omitted
*>    the change is lost - the file is shown as it still is
      perform Load-Target thru Load-Target-Ex
      go to Save-Target-Ex
   end-if
   perform varying wIdx from 1 by 1 until wIdx > wRecCount
      move wRec(wIdx)(1:wFormRecLen) to TgtFile-record
      write TgtFile-record
   end-perform
   close TgtFile
   continue.
Save-Target-Ex. exit.

*> ***********************************************************************************
*>     the records in a pick list - each shown by its key fields, or
*>     by its first fields when the form has no key
*> ***********************************************************************************
Choose-Record.
   move 0 to wEditIx
   if wRecCount = 0
      move spaces to wMsg
      move wText(12) to wMsg(2:)
      display wMsg(1:60) at 2302 :BCOL: red :FCOL: white
      accept omitted
      go to Choose-Record-Ex
   end-if
   move wRecCount to Pk-Count
   perform varying wIdx from 1 by 1 until wIdx > wRecCount
      move spaces to Pk-Item(wIdx)
      move 1 to wPtr
      perform varying wFld from 1 by 1 until wFld > wFldCount
         if wFdUse(wFld) = 'K' and wPtr < 40
            string wRec(wIdx)(wFdOff(wFld):wFdLen(wFld)) ' '
                   delimited by size
                   into Pk-Item(wIdx) with pointer wPtr
         end-if
      end-perform
      perform varying wFld from 1 by 1 until wFld > wFldCount
         if wFdUse(wFld) not = 'K' and wPtr < 40
            string wRec(wIdx)(wFdOff(wFld):wFdLen(wFld)) ' '
                   delimited by size
                   into Pk-Item(wIdx) with pointer wPtr
         end-if
      end-perform
   end-perform
   move 5  to Pk-r1
   move 20 to Pk-c1
   move 12 to Pk-Rows
   move 42 to Pk-Width
   move 'Y' to Pk-tit
   move spaces to Pk-titDes
   string ' ' wText(2) delimited by '  ' ' ' x'00'
          delimited by size into Pk-titDes
   move 1 to Pk-Selected
   call 'GC10PICKLIST' using PICKLIST-AREA
   if Pk-Key = K-ENTER
      move Pk-Selected to wEditIx
   end-if
   continue.
Choose-Record-Ex. exit.

*> ***********************************************************************************
*>     one record keyed as the form lays it out - ENTER moves on, UP
*>     goes back, F1 help, F2 pick list or calendar, ESC drops the
*>     edit; when the last field is left every field is validated
*>     and the cursor put back on the first one in error
*> ***********************************************************************************
Edit-Record.
   move 'N' to wEscape
   if wMode-New
      move spaces to wEdit
   else
      move wRec(wEditIx) to wEdit
   end-if
   perform Show-Form thru Show-Form-Ex
   if wMode-View
      move spaces to wBar
      move wText(13) to wBar(2:)
      display wBar at 2501 :BCOL: green :FCOL: white highlight
      accept omitted
      if ws-KEY = K-F1
         move wFormId to Hp-Program
         move spaces  to Hp-Topic
         call 'GC13HELP' using HELP-AREA
      end-if
      go to Edit-Record-Ex
   end-if
   move spaces to wBar
   move wText(14) to wBar(2:)
   display wBar at 2501 :BCOL: green :FCOL: white highlight
   move 1 to wFld.
Edit-Record-Field.
   compute wCol = wFdCol(wFld) + 17
   move wFdRow(wFld) to wRow
   move spaces to wFldValue
   move wEdit(wFdOff(wFld):wFdLen(wFld)) to wFldValue
   accept wFldValue(1:wFdLen(wFld)) at line wRow column wCol
          :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE
      move 'Y' to wEscape
      go to Edit-Record-Ex
   end-if
   move wFldValue(1:wFdLen(wFld)) to wEdit(wFdOff(wFld):wFdLen(wFld))
   evaluate ws-KEY
      when K-F1
         move wFormId      to Hp-Program
         move wFdHelp(wFld) to Hp-Topic
         call 'GC13HELP' using HELP-AREA
         if Hp-Ok = 'N'
            move spaces to wMsg
            move wText(15) to wMsg(2:)
            display wMsg(1:60) at 2302 :BCOL: red :FCOL: white
         end-if
         go to Edit-Record-Field
      when K-F2
         perform Field-Popup thru Field-Popup-Ex
         go to Edit-Record-Field
      when K-UP
         if wFld > 1
            subtract 1 from wFld
         end-if
         go to Edit-Record-Field
   end-evaluate
   display ' ' at 2302 erase eol
   if wFld < wFldCount
      add 1 to wFld
      go to Edit-Record-Field
   end-if
   perform Validate-Form thru Validate-Form-Ex
   if wFldOk not = 'Y'
      display wMsg at 2302 :BCOL: red :FCOL: white
      go to Edit-Record-Field
   end-if
   move spaces to wBar
   move wText(16) to wBar(2:)
   display wBar at 2501 :BCOL: green :FCOL: white highlight
   accept omitted
   if ws-KEY not = K-ENTER
      go to Edit-Record-Ex
   end-if
   perform Check-Freeze thru Check-Freeze-Ex
   if Fz-Frozen
      go to Edit-Record-Ex
   end-if
   if wMode-New
      add 1 to wRecCount
      move wRecCount to wEditIx
   end-if
   move wEdit to wRec(wEditIx)
   perform Save-Target thru Save-Target-Ex
   continue.
Edit-Record-Ex. exit.

Show-Form.
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   evaluate true
      when wMode-New    move 17 to wTx
      when wMode-Amend  move 18 to wTx
      when wMode-Delete move 19 to wTx
      when other        move 20 to wTx
   end-evaluate
   string ' ' wText(wTx) delimited by '  '
          ' - ' wText(35) delimited by '  '
          ' ' wFormId ' - ' wFormTitle delimited by size
          into wMsg
   display wMsg at 0101 :BCOL: green :FCOL: white highlight
   perform Show-Form-Field thru Show-Form-Field-Ex
           varying wFld from 1 by 1 until wFld > wFldCount
   continue.
Show-Form-Ex. exit.

Show-Form-Field.
   move wFdRow(wFld) to wRow
   move wFdCol(wFld) to wCol
   display wFdLabel(wFld) at line wRow column wCol :BCOL: black :FCOL: white
   if wFdUse(wFld) = 'K' or wFdUse(wFld) = 'R'
      compute wCol = wFdCol(wFld) + 16
      display '*' at line wRow column wCol :BCOL: black :FCOL: cyan
   end-if
   compute wCol = wFdCol(wFld) + 17
   display wEdit(wFdOff(wFld):wFdLen(wFld))
           at line wRow column wCol :BCOL: blue :FCOL: white
   continue.
Show-Form-Field-Ex. exit.

*> ***********************************************************************************
*>     F2 on a field - the calendar for a date, the codes of the
*>     field's table otherwise
*> ***********************************************************************************
Field-Popup.
   if wFdType(wFld) = 'D'
      move wEdit(wFdOff(wFld):8) to Dtp-DateSel
      move 4  to Dtp-r1
      move 45 to Dtp-c1
      call 'GC56DATEPICKER' using DATEPICKER-AREA
      if Dtp-Key = K-ENTER
         move Dtp-DateSel to wEdit(wFdOff(wFld):8)
      end-if
      go to Field-Popup-Ex
   end-if
   if wFdPick(wFld) = spaces
      move spaces to wMsg
      move wText(21) to wMsg(2:)
      display wMsg(1:60) at 2302 :BCOL: red :FCOL: white
      go to Field-Popup-Ex
   end-if
   move 0 to Pk-Count
   move wFormFile     to Tl-File
   move wFdPick(wFld) to Tl-Ktab
   move 0             to Tl-AsOf
   move space         to Tl-Lang
   move 'N'           to Tl-List-All
   move spaces        to Tl-From-Kcod
   move 'Y'           to Tl-More
   perform until Tl-More not = 'Y' or Pk-Count >= 100
      move 'L' to Tl-Function
      call 'GC67TABLOOKUP' using LOOKUP-AREA
         on exception
            move 'F' to Tl-Status
      end-call
      if Tl-File-Error
         move 'N' to Tl-More
      end-if
      perform varying wIdx from 1 by 1
              until wIdx > Tl-List-Count or Pk-Count >= 100
         add 1 to Pk-Count
         move spaces to Pk-Item(Pk-Count)
         string Tl-List-Kcod(wIdx) ' ' Tl-List-Data(wIdx)(1:36)
                delimited by size into Pk-Item(Pk-Count)
      end-perform
      if Tl-List-Count > 0
         move Tl-List-Kcod(Tl-List-Count) to Tl-From-Kcod
      end-if
   end-perform
   if Pk-Count = 0
      move spaces to wMsg
      move wText(22) to wMsg(2:)
      display wMsg(1:60) at 2302 :BCOL: red :FCOL: white
      go to Field-Popup-Ex
   end-if
   move 5  to Pk-r1
   move 38 to Pk-c1
   move 12 to Pk-Rows
   move 42 to Pk-Width
   move 'Y' to Pk-tit
   move spaces to Pk-titDes
   string ' ' wText(23) delimited by '  '
          ' ' wFdPick(wFld) ' ' x'00'
          delimited by size into Pk-titDes
   move 1 to Pk-Selected
   call 'GC10PICKLIST' using PICKLIST-AREA
   if Pk-Key = K-ENTER
      move spaces to wFldValue
      move Pk-Item(Pk-Selected)(1:3) to wFldValue
      move wFldValue(1:wFdLen(wFld)) to wEdit(wFdOff(wFld):wFdLen(wFld))
   end-if
   continue.
Field-Popup-Ex. exit.

*> ***********************************************************************************
*>     every field by its type, as GC11INPUTBOX checks a single one,
*>     then the key against the other records; wFld is left on the
*>     field in error and wMsg says why
*> ***********************************************************************************
Validate-Form.
   move 'Y' to wFldOk
   move spaces to wMsg
   perform varying wFld from 1 by 1
           until wFld > wFldCount or wFldOk not = 'Y'
      perform Validate-Field thru Validate-Field-Ex
   end-perform
   if wFldOk not = 'Y'
      subtract 1 from wFld
      go to Validate-Form-Ex
   end-if
   perform Build-Key thru Build-Key-Ex
   if wKeyA = spaces
      go to Validate-Form-Ex
   end-if
*>     the other records are keyed through wEdit too - the record
*>     being keyed is held aside meanwhile
   move wKeyA to wKeyB
   move wEdit to wEditHold
   perform varying wIdx2 from 1 by 1
           until wIdx2 > wRecCount or wFldOk not = 'Y'
      if wIdx2 not = wEditIx
         move wRec(wIdx2) to wEdit
         perform Build-Key thru Build-Key-Ex
         if wKeyA = wKeyB
            move 'N' to wFldOk
            move wText(24) to wMsg(2:)
         end-if
      end-if
   end-perform
   move wEditHold to wEdit
   if wFldOk not = 'Y'
      move 1 to wFld
      perform varying wFx from wFldCount by -1 until wFx < 1
         if wFdUse(wFx) = 'K'
            move wFx to wFld
         end-if
      end-perform
   end-if
   continue.
Validate-Form-Ex. exit.

Build-Key.
   move spaces to wKeyA
   move 1 to wPtr
   perform varying wFx from 1 by 1 until wFx > wFldCount
      if wFdUse(wFx) = 'K'
         string wEdit(wFdOff(wFx):wFdLen(wFx)) delimited by size
                into wKeyA with pointer wPtr
      end-if
   end-perform
   continue.
Build-Key-Ex. exit.

Validate-Field.
   move spaces to wErrArg
   move wFdLen(wFld) to wLen
   move spaces to wFldValue
   move wEdit(wFdOff(wFld):wLen) to wFldValue
   if wFldValue = spaces
      if wFdUse(wFld) = 'K' or wFdUse(wFld) = 'R'
         move 'N' to wFldOk
         move 25 to wTx
         perform Field-Error thru Field-Error-Ex
      end-if
      go to Validate-Field-Ex
   end-if
   evaluate wFdType(wFld)
      when 'N'
         if test-numval(wFldValue(1:wLen)) not = 0
            move 'N' to wFldOk
            move 26 to wTx
            perform Field-Error thru Field-Error-Ex
            go to Validate-Field-Ex
         end-if
         compute wNum = numval(wFldValue(1:wLen))
         if wFdLo(wFld) not = spaces
            if wNum < numval(wFdLo(wFld))
               move 'N' to wFldOk
               move 27 to wTx
               move wFdLo(wFld) to wErrArg
               perform Field-Error thru Field-Error-Ex
               go to Validate-Field-Ex
            end-if
         end-if
         if wFdHi(wFld) not = spaces
            if wNum > numval(wFdHi(wFld))
               move 'N' to wFldOk
               move 28 to wTx
               move wFdHi(wFld) to wErrArg
               perform Field-Error thru Field-Error-Ex
               go to Validate-Field-Ex
            end-if
         end-if
      when 'D'
         if wFldValue(1:8) is not numeric
            move 'N' to wFldOk
            move 29 to wTx
            perform Field-Error thru Field-Error-Ex
            go to Validate-Field-Ex
         end-if
         move wFldValue(1:8) to wDate
         compute wDateInt = integer-of-date(wDate)
         if wDateInt = 0
            move 'N' to wFldOk
            move 30 to wTx
            perform Field-Error thru Field-Error-Ex
            go to Validate-Field-Ex
         end-if
   end-evaluate
   if wFdPick(wFld) not = spaces
      move 'G'           to Tl-Function
      move wFormFile     to Tl-File
      move wFdPick(wFld) to Tl-Ktab
      move wFldValue(1:3) to Tl-Kcod
      move 0             to Tl-AsOf
      move space         to Tl-Lang
      call 'GC67TABLOOKUP' using LOOKUP-AREA
         on exception
            move 'Y' to Tl-Status
      end-call
      evaluate true
         when Tl-Not-In-Force
            move 'N' to wFldOk
            move 31 to wTx
            perform Field-Error thru Field-Error-Ex
         when Tl-Not-Found
            move 'N' to wFldOk
            move 32 to wTx
            move wFdPick(wFld) to wErrArg
            perform Field-Error thru Field-Error-Ex
      end-evaluate
   end-if
   continue.
Validate-Field-Ex. exit.

Field-Error.
   move spaces to wMsg
   string ' ' wFdLabel(wFld) delimited by '  '
          ': ' wText(wTx) delimited by '  '
          ' ' wErrArg delimited by size into wMsg
   continue.
Field-Error-Ex. exit.

*> ***********************************************************************************
*>     delete - the record is shown and confirmed first
*> ***********************************************************************************
Delete-Record.
   move wRec(wEditIx) to wEdit
   perform Show-Form thru Show-Form-Ex
   move 20 to Yn-r1
   move wText(33) to Yn-mess
   call 'GC03YESNO' using YESNO-AREA
   if Yn-Yesno not = 'Y'
      go to Delete-Record-Ex
   end-if
   perform Check-Freeze thru Check-Freeze-Ex
   if Fz-Frozen
      go to Delete-Record-Ex
   end-if
   perform varying wIdx from wEditIx by 1 until wIdx >= wRecCount
      move wRec(wIdx + 1) to wRec(wIdx)
   end-perform
   subtract 1 from wRecCount
   perform Save-Target thru Save-Target-Ex
   continue.
Delete-Record-Ex. exit.

*> ***********************************************************************************
*>     the runner's texts in the session's language, and a button
*>     made of one of them
*> ***********************************************************************************
Load-Texts.
   move 'GC66FORMRUN' to Mt-Program
   move 36 to Mt-Count
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 36
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.

Set-Button.
   move wText(wTx) to Bu-Item(wBu)
   compute wLen = length(trim(wText(wTx) trailing)) + 1
   if wLen > 26
      move 26 to wLen
   end-if
   move low-value to Bu-Item(wBu)(wLen:1)
   continue.
Set-Button-Ex. exit.

*> ***********************************************************************************
*> change-freeze windows (GC74FREEZE) - the form's scope, when it
*> names one; inside a window the save is refused with its reason
*> ***********************************************************************************
Check-Freeze.
   move 'O' to Fz-Status
   if wFormScope = spaces
      go to Check-Freeze-Ex
   end-if
   move 'GC66FORMRUN' to Fz-Tool
   move wFormScope    to Fz-Scope
   move Sg-User       to Fz-User
   move wUserRole     to Fz-Role
   call 'GC74FREEZE' using FREEZE-AREA
      on exception move 'O' to Fz-Status
   end-call
   if not Fz-Open
      display Fz-Message at 2302 :BCOL: red :FCOL: white
      accept omitted
   end-if
   continue.
Check-Freeze-Ex. exit.
