*>             individual codes, with duplicate-key protection and the
*>             same password and TABEAUD1.LOG audit-trail treatment
*>             the header screen has.
*>             Change-freeze windows (GC74FREEZE) are checked before
*>             every direct save and every approval applied: inside a
*>             window covering the table file the save is refused
*>             with the window's reason, unless a promote-role user
*>             takes the logged emergency override (GC74_OVERRIDE).
*>             The code list starts the GC58SAVERCLOCK screen saver
*>             after GC81_IDLESECS (default 300, 0 = never) seconds
*>             without a key; in locked mode (GC58_LOCK=Y, as the
*>             GC99MENU shell sets it) the screen only comes back
*>             after the signed-on user re-enters the password.
*>             Tables are picked by their ktab as keyed (numeric or
*>             named, e.g. ALR, RET, HOL). A table with a field
*>             schema (GC68TABSCHEMA) has its base-layer data keyed
*>             as a form - one labelled input per sub-field, UP goes
*>             back a field - and nothing is saved until every field
*>             passes the schema; rows of the schema table itself are
*>             checked as schema rows. Deleting a code that a code
*>             field of another table still points at is refused -
*>             or, with GC68_FKMODE=W, only warned about - both when
*>             keyed and when an approved delete is applied.
*>             Its operator texts are GC65MSGTEXT messages 1-47, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC81TABCODES.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC81TABCODES
*> Parameters:
78  K-ESCAPE      VALUE 2005.
78  K-PAGEUP      VALUE 2001.
78  K-PAGEDOWN    VALUE 2002.
78  K-UP          VALUE 2003.
*>  K-F5/K-F6/K-F7 come from GC98KEYCODE.CPY

01  ws-KEY        PIC 9(04) VALUE 9999.
*>     - base-layer ('H') descriptions show as the fallback for codes
*>     with no variant filed yet
01  wLangTip       pic x(01) value 'H'.
*>     the field schema of the table in hand, if it has one
01  wSchemaOn      pic x(01) value 'N'.
01  wSaveRecord    pic x(100) value spaces.
01  wFld           pic 9(02) value 0.
01  wFldCol        pic 9(02) value 0.
01  wFldHintCol    pic 9(02) value 0.
01  wFldHintLen    pic 9(02) value 0.
01  wFldValue      pic x(75) value spaces.
01  wFldHint       pic x(60) value spaces.
01  wMsgPtr        pic 9(03) value 0.

*>     idle screen saver on the code list (GC81_IDLESECS, 0 = off)
01  wIdleSecs      pic 9(04) value 300.

COPY 'GC76TABCOPY.CPY'.
COPY 'GC01BOX.CPY'.
COPY 'GC85SIGNON.CPY'.
COPY 'GC94AUDHASH.CPY'.
COPY 'GC13HELP.CPY'.
COPY 'GC74FREEZE.CPY'.
COPY 'GC58SAVERCLOCK.CPY'.
COPY 'GC68TABSCHEMA.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-47 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value '  Open File Error...: '.
    05 filler pic x(58) value ' CODE RECORD MAINTENANCE - file:'.
    05 filler pic x(58) value ' table (ktab): '.
    05 filler pic x(58) value ' cod  data'.
    05 filler pic x(58) value ' (no code records under this table)'.
    05 filler pic x(58) value ' F5=Insert F6=Modify F7=Delete '.
    05 filler pic x(58) value 'F8=Approvals PgDn/PgUp ESC=back'.
    05 filler pic x(58) value ' insert - code: '.
    05 filler pic x(58) value ' data: '.
    05 filler pic x(58) value ' write failed - status '.
    05 filler pic x(58) value ' modify - code: '.
    05 filler pic x(58) value ' rewrite failed - status '.
    05 filler pic x(58) value ' field        type  value'.
    05 filler pic x(58) value ' ENTER=next field  UP=previous field  ESC=cancel'.
    05 filler pic x(58) value ' valid from (YYYYMMDD, blank=open): '.
    05 filler pic x(58) value ' valid to   (YYYYMMDD, blank=open): '.
    05 filler pic x(58) value ' from-date is not a date                    '.
    05 filler pic x(58) value ' to-date is not a date                      '.
    05 filler pic x(58) value ' window ends before it starts               '.
    05 filler pic x(58) value ' delete - code: '.
    05 filler pic x(58) value ' still referenced - delete refused '.
    05 filler pic x(58) value ' delete failed - status '.
    05 filler pic x(58) value '  Password required ......: '.
    05 filler pic x(58) value 'sign-on refused - '.
    05 filler pic x(58) value ' A=file for approval  E=emergency direct apply: '.
    05 filler pic x(58) value ' cannot write TABEPEND.DAT - status '.
    05 filler pic x(58) value ' PENDING CHANGES AWAITING APPROVAL'.
    05 filler pic x(58) value ' nn maker        ts              act key      data'.
    05 filler pic x(58) value ' nothing pending for this table file            '.
    05 filler pic x(58) value ' number to review, blank=back: '.
    05 filler pic x(58) value ' you filed this change - a second user must check it '.
    05 filler pic x(58) value ' A=apply R=reject: '.
    05 filler pic x(58) value ' CODE RECORD MAINTENANCE'.
    05 filler pic x(58) value ' Enter=Select CursorKeys PgUp/Dn '.
    05 filler pic x(58) value 'Tab/Backtab Spacebar ESC=Exit'.
    05 filler pic x(58) value '   SELECT A TABLE FILE '.
    05 filler pic x(58) value '  No table files found.......: '.
    05 filler pic x(58) value ' CODE RECORDS - '.
    05 filler pic x(58) value ' table '.
    05 filler pic x(58) value ' lang '.
    05 filler pic x(58) value ' - schema of '.
    05 filler pic x(58) value ' fields'.
    05 filler pic x(58) value ' and others'.
    05 filler pic x(58) value ' CODE RECORD - '.
    05 filler pic x(58) value ' code '.
    05 filler pic x(58) value 'code of table '.
    05 filler pic x(58) value ' deleting: '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 47 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(80) value ' F5=Insert F6=Modify F7=Delete F8=Approvals PgDn/PgUp ESC=back                  '.
    05 filler pic x(80) value ' ENTER=next field  UP=previous field  ESC=cancel                                '.
    05 filler pic x(80) value ' PENDING CHANGES AWAITING APPROVAL                                              '.
    05 filler pic x(80) value ' CODE RECORD MAINTENANCE                                                        '.
    05 filler pic x(80) value ' Enter=Select CursorKeys PgUp/Dn Tab/Backtab Spacebar ESC=Exit                  '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(80) occurs 5 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
  set environment 'COB_SCREEN_ESC'        TO 'Y'

  if wk-env-value(1:1) not = space
     move wk-env-value(1:1) to wLangTip
  end-if
  move 'GC81_IDLESECS' to wk-env-name
  display wk-env-name upon environment-name
  accept  wk-env-value from environment-value
  if wk-env-value not = spaces
     compute wIdleSecs = numval(wk-env-value)
  end-if
  perform Sign-On thru Sign-On-Ex
  perform Open-AuditLog thru Open-AuditLog-Ex.

  move wTabeFileName to TABEFSPEC
  open i-o Tabe
  if Tabe-fs not = '00'
     display wText(1)(1:22) at 0205 :BCOL: red :FCOL: white
     display Tabe-fs                  at 0226 :BCOL: red :FCOL: white
     accept omitted
     go to File-Selection

Table-Selection.
  display ' ' at 0101 with blank screen
  display wText(2)(1:32) at 0101 :BCOL: green :FCOL: white highlight
  display wTabeFileName at 0133 :BCOL: green :FCOL: white highlight
  display wText(3)(1:15) at 0502 :BCOL: black :FCOL: white
  move spaces to wTabNbr
  accept wTabNbr at 0517 :BCOL: blue :FCOL: white
  if ws-KEY = K-ESCAPE
     close Tabe
     go to File-Selection
  end-if
  if wTabNbr = spaces
     go to Table-Selection
  end-if
  move upper-case(wTabNbr) to wTabNbr
  perform Load-Schema thru Load-Schema-Ex
  move low-value to wPageFirst.

Code-List-Screen.
  perform Show-Code-Page thru Show-Code-Page-Ex
  if wIdleSecs = 0
     accept omitted
  else
*>   the saver waits for the key itself and hands it back; once it
*>   has been shown the page is repainted
     move wIdleSecs  to SSIdleSecs
     move Sg-User    to SSLockUser
     call 'GC58SAVERCLOCK' using Saver-Area
        on exception
           move 0 to wIdleSecs
           go to Code-List-Screen
     end-call
     if SSActivated = 'Y'
        go to Code-List-Screen
     end-if
     move SSKeyCRT to ws-KEY
  end-if
  evaluate true
     when ws-KEY = K-ESCAPE
        go to Table-Selection
Show-Code-Page.
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string wText(38)(1:16) wTabeFileName wText(39)(1:7) wTabNbr
          wText(40)(1:6) wLangTip delimited by size into wMsg
   if wSchemaOn = 'Y'
      move Sc-Count to wIdx
      move 46 to wMsgPtr
      string wText(41)(1:13) wIdx wText(42)(1:7)
             delimited by size into wMsg with pointer wMsgPtr
   end-if
   display wMsg at 0101 :BCOL: green :FCOL: white highlight
   display wText(4)(1:10) at 0201 :BCOL: blue :FCOL: white
   move 0 to wListCount
   move wLangTip   to Tabe-ktip
   move wTabNbr    to Tabe-ktab
      end-perform
   end-if
   if wListCount = 0
      display wText(5)(1:35) at 0402
              :BCOL: black :FCOL: cyan
   end-if
   display wLong(1)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   continue.
Show-Code-Page-Ex. exit.
      perform DisplayMessage thru DisplayMessageEx
      go to Insert-Code-Ex
   end-if
   display wText(8)(1:16) at 2002 :BCOL: black :FCOL: white
   move spaces to wEditCod wEditData
   accept wEditCod at 2018 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE or wEditCod = spaces
         perform DisplayMessage thru DisplayMessageEx
         go to Insert-Code-Ex
   end-read
   if wSchemaOn = 'Y'
      perform Schema-Form thru Schema-Form-Ex
      if wValEscape = 'Y'
         go to Insert-Code-Ex
      end-if
      go to Insert-Code-Validity
   end-if.
Insert-Code-Data.
   display wText(9)(1:7) at 2102 :BCOL: black :FCOL: white
   accept wEditData at 2109 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE
      go to Insert-Code-Ex
   end-if
   perform Validate-Edit thru Validate-Edit-Ex
   if Sc-Invalid
      display Sc-Message at 2202 :BCOL: red :FCOL: white
      go to Insert-Code-Data
   end-if.
Insert-Code-Validity.
   move spaces to wEditFrom wEditTo
   perform Accept-Validity thru Accept-Validity-Ex
   if wValEscape = 'Y'
      perform File-Pending thru File-Pending-Ex
      go to Insert-Code-Ex
   end-if
   perform Check-Freeze thru Check-Freeze-Ex
   if Fz-Frozen
      go to Insert-Code-Ex
   end-if
   move wLangTip  to Tabe-ktip
   move wTabNbr   to Tabe-ktab
   move wEditCod  to Tabe-kcod
      move wEditData to wAuditNew
      perform Write-AuditRow thru Write-AuditRow-Ex
   else
      display wText(10)(1:23) at 2202 :BCOL: red :FCOL: white
      display Tabe-fs at 2226 :BCOL: red :FCOL: white
      accept omitted
   end-if
      perform DisplayMessage thru DisplayMessageEx
      go to Modify-Code-Ex
   end-if
   display wText(11)(1:16) at 2002 :BCOL: black :FCOL: white
   move spaces to wEditCod
   accept wEditCod at 2018 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE or wEditCod = spaces
         go to Modify-Code-Ex
   end-read
   move Tabe-data(1:75) to wEditData
   if wSchemaOn = 'Y'
      perform Schema-Form thru Schema-Form-Ex
      if wValEscape = 'Y'
         go to Modify-Code-Ex
      end-if
      go to Modify-Code-Validity
   end-if.
Modify-Code-Data.
   display wText(9)(1:7) at 2102 :BCOL: black :FCOL: white
   accept wEditData at 2109 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE
      go to Modify-Code-Ex
   end-if
   perform Validate-Edit thru Validate-Edit-Ex
   if Sc-Invalid
      display Sc-Message at 2202 :BCOL: red :FCOL: white
      go to Modify-Code-Data
   end-if.
Modify-Code-Validity.
   move Tabe-data(76:8) to wEditFrom
   move Tabe-data(84:8) to wEditTo
   perform Accept-Validity thru Accept-Validity-Ex
      perform File-Pending thru File-Pending-Ex
      go to Modify-Code-Ex
   end-if
   perform Check-Freeze thru Check-Freeze-Ex
   if Fz-Frozen
      go to Modify-Code-Ex
   end-if
   move Tabe-data(1:75) to wAuditOld
   move wEditData       to Tabe-data(1:75)
   move wEditFrom       to Tabe-data(76:8)
      move wEditData to wAuditNew
      perform Write-AuditRow thru Write-AuditRow-Ex
   else
      display wText(12)(1:25) at 2202 :BCOL: red :FCOL: white
      display Tabe-fs at 2228 :BCOL: red :FCOL: white
      accept omitted
   end-if
   continue.
Modify-Code-Ex. exit.

*> ***********************************************************************************
*>     the field schema (GC68TABSCHEMA) of the table just picked -
*>     the module reads the table file on its own, so this program's
*>     handle is closed around the call and the record in hand kept.
*>     Only the base layer is described by a schema
*> ***********************************************************************************
Load-Schema.
   move 'N' to wSchemaOn
   if wLangTip not = 'H'
      go to Load-Schema-Ex
   end-if
   move 'L' to Sc-Function
   perform Call-Schema thru Call-Schema-Ex
   if Sc-Count > 0
      move 'Y' to wSchemaOn
   end-if
   if Sc-Schema-Error
      move Sc-Message to wMsg
      display wMsg at 0702 :BCOL: red :FCOL: white
      accept omitted
   end-if
   continue.
Load-Schema-Ex. exit.

Validate-Edit.
   move 'N' to Sc-Status
   if wLangTip not = 'H'
      go to Validate-Edit-Ex
   end-if
   move 'V'       to Sc-Function
   move wEditData to Sc-Data
   perform Call-Schema thru Call-Schema-Ex
   continue.
Validate-Edit-Ex. exit.

*>     is the code about to be deleted still pointed at by a code
*>     field of another table - only the base layer holds codes that
*>     can be referenced, a language variant is only a description
Check-Referrers.
   move 'Y' to Sc-Status
   if Tabe-ktip not = 'H'
      go to Check-Referrers-Ex
   end-if
   move 'R'      to Sc-Function
   move spaces   to Sc-Data
   move wEditCod to Sc-Data(1:3)
   perform Call-Schema thru Call-Schema-Ex
   if Sc-Invalid and Sc-Ref-Count > 1
      move spaces to wMsg
      string trim(Sc-Message) wText(43)(1:11) delimited by size into wMsg
      move wMsg to Sc-Message
   end-if
   continue.
Check-Referrers-Ex. exit.

Call-Schema.
   move wTabeFileName to Sc-File
   move wTabNbr       to Sc-Ktab
   move Tabe-record   to wSaveRecord
   close Tabe
   call 'GC68TABSCHEMA' using SCHEMA-AREA
      on exception
         move 'N' to Sc-Status
         move 0   to Sc-Count
   end-call
   open i-o Tabe
   move wSaveRecord   to Tabe-record
   continue.
Call-Schema-Ex. exit.

*> ***********************************************************************************
*>     the data of a schema table keyed as a form - one input per
*>     field at its own row, ENTER moves on, UP goes back, ESC drops
*>     the edit; when the last field is left the whole line is
*>     validated and the cursor put back on the first field in error
*> ***********************************************************************************
Schema-Form.
   move 'N' to wValEscape
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string wText(44)(1:15) wTabeFileName wText(39)(1:7) wTabNbr
          wText(45)(1:6) wEditCod delimited by size into wMsg
   display wMsg at 0101 :BCOL: green :FCOL: white highlight
   display wText(13)(1:25) at 0201 :BCOL: blue :FCOL: white
   perform Show-Schema-Field thru Show-Schema-Field-Ex
           varying wFld from 1 by 1 until wFld > Sc-Count
   display wLong(2)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   move 1 to wFld.
Schema-Form-Field.
   perform Set-Field-Columns thru Set-Field-Columns-Ex
   compute wRow = 2 + wFld
   move spaces to wFldValue
   move wEditData(Sc-Offset(wFld):Sc-Length(wFld)) to wFldValue
   accept wFldValue(1:Sc-Length(wFld)) at line wRow column wFldCol
          :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE
      move 'Y' to wValEscape
      go to Schema-Form-Ex
   end-if
   move wFldValue(1:Sc-Length(wFld))
     to wEditData(Sc-Offset(wFld):Sc-Length(wFld))
   if ws-KEY = K-UP
      if wFld > 1
         subtract 1 from wFld
      end-if
      go to Schema-Form-Field
   end-if
   if wFld < Sc-Count
      add 1 to wFld
      go to Schema-Form-Field
   end-if
   perform Validate-Edit thru Validate-Edit-Ex
   if Sc-Invalid
      move Sc-Message to wMsg
      display wMsg at 2002 :BCOL: red :FCOL: white
      move 1 to wFld
      if Sc-Bad-Field > 0
         move Sc-Bad-Field to wFld
      end-if
      go to Schema-Form-Field
   end-if
   display ' ' at 2002 erase eol
   continue.
Schema-Form-Ex. exit.

Show-Schema-Field.
   perform Set-Field-Columns thru Set-Field-Columns-Ex
   compute wRow = 2 + wFld
   display Sc-Name(wFld) at line wRow column 02 :BCOL: black :FCOL: white
   move spaces to wMsg
   evaluate Sc-Type(wFld)
      when 'N' move 'num'  to wMsg
      when 'F' move 'Y/N'  to wMsg
      when 'H' move 'hhmm' to wMsg
      when 'D' move 'date' to wMsg
      when 'C' move 'code' to wMsg
      when other move 'text' to wMsg
   end-evaluate
   if Sc-Required(wFld) = 'R'
      move '*' to wMsg(5:1)
   end-if
   display wMsg(1:5) at line wRow column 15 :BCOL: black :FCOL: cyan
   display wEditData(Sc-Offset(wFld):Sc-Length(wFld))
           at line wRow column wFldCol :BCOL: blue :FCOL: white
   if wFldHintLen > 0
      display wFldHint(1:wFldHintLen) at line wRow column wFldHintCol
              :BCOL: black :FCOL: cyan
   end-if
   continue.
Show-Schema-Field-Ex. exit.

*>     the input starts at column 21, or further left for a field
*>     too long to fit there; what the field may hold is shown after
*>     it when there is room
Set-Field-Columns.
   move 21 to wFldCol
   if Sc-Length(wFld) > 59
      compute wFldCol = 80 - Sc-Length(wFld)
   end-if
   move spaces to wFldHint
   if Sc-Type(wFld) = 'C'
      string wText(46)(1:14) Sc-Ref-Ktab(wFld)
             delimited by size into wFldHint
   else
      move Sc-Allowed(wFld) to wFldHint
   end-if
   compute wFldHintCol = wFldCol + Sc-Length(wFld) + 2
   move 0 to wFldHintLen
   if wFldHint not = spaces and wFldHintCol < 78
      compute wFldHintLen = 80 - wFldHintCol
      if wFldHintLen > length(trim(wFldHint))
         compute wFldHintLen = length(trim(wFldHint))
      end-if
   end-if
   continue.
Set-Field-Columns-Ex. exit.

*> ***********************************************************************************
*>     the optional validity window - blank keeps a code timeless,
*>     a from/to (YYYYMMDD) lets a rate change be keyed weeks ahead
Accept-Validity.
   move 'N' to wValEscape.
Accept-Validity-Retry.
   display wText(15)(1:36) at 2202
          :BCOL: black :FCOL: white
   accept wEditFrom at 2238 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE
      move 'Y' to wValEscape
      go to Accept-Validity-Ex
   end-if
   display wText(16)(1:36) at 2302
          :BCOL: black :FCOL: white
   accept wEditTo at 2338 :BCOL: blue :FCOL: white with update
   if ws-KEY = K-ESCAPE
   if wEditFrom not = spaces
      if test-numval(wEditFrom) not = 0
         or numval(wEditFrom) < 19000101
         display wText(17)(1:44)
                at 2402 :BCOL: red :FCOL: white
         go to Accept-Validity-Retry
      end-if
   if wEditTo not = spaces
      if test-numval(wEditTo) not = 0
         or numval(wEditTo) < 19000101
         display wText(18)(1:44)
                at 2402 :BCOL: red :FCOL: white
         go to Accept-Validity-Retry
      end-if
   end-if
   if wEditFrom not = spaces and wEditTo not = spaces
      and wEditTo < wEditFrom
      display wText(19)(1:44)
             at 2402 :BCOL: red :FCOL: white
      go to Accept-Validity-Retry
   end-if
      perform DisplayMessage thru DisplayMessageEx
      go to Delete-Code-Ex
   end-if
   display wText(20)(1:16) at 2002 :BCOL: black :FCOL: white
   move spaces to wEditCod
   accept wEditCod at 2018 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE or wEditCod = spaces
         perform DisplayMessage thru DisplayMessageEx
         go to Delete-Code-Ex
   end-read
   perform Check-Referrers thru Check-Referrers-Ex
   if Sc-Invalid
      move Sc-Message to wMsg
      display wMsg at 2202 :BCOL: red :FCOL: white
      if Sc-Ref-Block
         display wText(21)(1:35) at 2302
                 :BCOL: red :FCOL: white
         accept omitted
         go to Delete-Code-Ex
      end-if
   end-if
   move spaces to wMsg
   string wText(47)(1:11) Tabe-kcod ' ' Tabe-data(1:55)
          delimited by size into wMsg
   display wMsg at 2102 :BCOL: black :FCOL: red
   perform Confirm-And-Password thru Confirm-And-Password-Ex
      perform File-Pending thru File-Pending-Ex
      go to Delete-Code-Ex
   end-if
   perform Check-Freeze thru Check-Freeze-Ex
   if Fz-Frozen
      go to Delete-Code-Ex
   end-if
   move Tabe-data(1:75) to wAuditOld
   delete Tabe
   if Tabe-fs = '00'
      move '** DELETED **' to wAuditNew
      perform Write-AuditRow thru Write-AuditRow-Ex
   else
      display wText(22)(1:24) at 2202 :BCOL: red :FCOL: white
      display Tabe-fs at 2227 :BCOL: red :FCOL: white
      accept omitted
   end-if
Verify-Password.
   move space to wPasswordOk
   move space to wk-Password-Entry
   DISPLAY wText(23)(1:28) AT 002005 :BCOL: red :FCOL: white
   ACCEPT  wk-Password-Entry AT 002034 :BCOL: red :FCOL: white
           WITH SECURE
   if wk-Password-Entry = Password1
     call "GC85SIGNON" using SIGNON-AREA
     evaluate Sg-Status
        when 'Y'
*>         the user's own language, now that it is known
           if Sg-Lang not = space
              move space to Mt-Status
              perform Load-Texts thru Load-Texts-Ex
           end-if
           move Sg-User to wAuditUser
           move spaces  to Password1
           move Sg-Role to wUserRole
              move 'Y' to wReadOnly
           end-if
        when 'N'
           display wText(24)(1:18) Sg-Message
           move 16 to return-code
           goback
        when other
   continue.
Scan-Last-Hash-Ex. exit.

*> ***********************************************************************************
*>     change-freeze windows (GC74FREEZE) - inside a window the save
*>     is refused with the window's reason. An emergency override
*>     is appended to TABEAUD1.LOG by GC74FREEZE itself, so the
*>     trail is closed around the call and, when a row was written,
*>     the chain hash is looked up again
*> ***********************************************************************************
Check-Freeze.
   move 'GC81TABCODES' to Fz-Tool
   move wTabeFileName  to Fz-Scope
   move wAuditUser     to Fz-User
   move wUserRole      to Fz-Role
   if wAuditLogOpen = 'Y'
      close TabeAudit
      move 'N' to wAuditLogOpen
   end-if
   call 'GC74FREEZE' using FREEZE-AREA
      on exception move 'O' to Fz-Status
   end-call
   if Fz-Logged = 'Y'
      move 'N' to wChainInit
   end-if
   perform Open-AuditLog thru Open-AuditLog-Ex
   if not Fz-Open
      display Fz-Message at 2202 :BCOL: red :FCOL: white
      accept omitted
   end-if
   continue.
Check-Freeze-Ex. exit.

*> ***********************************************************************************
*>     which way does this change go - with maker-checker active an
*>     update user's edit is always filed for approval; the promote
      go to Decide-Route-Ex
   end-if
   if wUserRole = 'P'
      display wText(25)(1:48)
             at 2402 :BCOL: black :FCOL: white
      move space to wPendVerdict
      accept wPendVerdict at 2450 :BCOL: blue :FCOL: white
      open output TabePend
   end-if
   if TabePend-fs not = '00'
      display wText(26)(1:36)
             at 2402 :BCOL: red :FCOL: white
      display TabePend-fs at 2438 :BCOL: red :FCOL: white
      accept omitted
      close TabePend
   end-if
   display ' ' at 0101 with blank screen
   display wLong(3)(1:80)
          at 0101 :BCOL: red :FCOL: white highlight
   display wText(28)(1:50)
          at 0201 :BCOL: blue :FCOL: white
   move 0 to wPendShown
   perform varying wPendIdx from 1 by 1
      end-if
   end-perform
   if wPendShown = 0
      display wText(29)(1:48)
             at 0402 :BCOL: black :FCOL: green
   end-if
   display wText(30)(1:31) at 2102
          :BCOL: black :FCOL: white
   move spaces to wPendPickX
   accept wPendPickX at 2133 :BCOL: blue :FCOL: white
   end-if
   move wPendRow(wPendIx(wPendPick)) to TabePend-record
   if pd-maker = wAuditUser
      display wText(31)(1:53)
             at 2202 :BCOL: red :FCOL: white
      accept omitted
      go to Review-Pending-Draw
   end-if
   display wText(32)(1:19) at 2202 :BCOL: black :FCOL: white
   move space to wPendVerdict
   accept wPendVerdict at 2221 :BCOL: blue :FCOL: white
   move upper-case(wPendVerdict) to wPendVerdict
      go to Review-Pending-Draw
   end-if
   if wPendVerdict = 'A'
      perform Check-Freeze thru Check-Freeze-Ex
      if Fz-Frozen
         go to Review-Pending-Draw
      end-if
      perform Apply-Pending thru Apply-Pending-Ex
   else
      move 'R' to pd-status
               end-if
         end-read
      when 'D'
*>       a reference may have been keyed since the delete was filed
         perform Check-Referrers thru Check-Referrers-Ex
         if Sc-Invalid and Sc-Ref-Block
            move 'R' to pd-status
            go to Apply-Pending-Restore
         end-if
         read Tabe
            invalid key
               move 'R' to pd-status
                  move 'R' to pd-status
               end-if
         end-read
   end-evaluate.
Apply-Pending-Restore.
*> the checker is this session's signed-on user again
   move Sg-User  to wAuditUser
   move wSaveTip to wLangTip
   move '002001024080' to Box-rc
   set Box-bco to green Move 'N' to Box-3D
   CALL "GC01BOX" USING BY CONTENT BOX-AREA
   display wLong(4)(1:80)
          at 0101 :BCOL: green Foreground-Color white highlight
   display wLong(5)(1:80)
          at 2501 with background-color green foreground-color white highlight
   move '004017023065' to Box-rc
   set Box-bco to white
   CALL "GC01BOX" USING BY CONTENT BOX-AREA
   move 'E' to box-3d
   move 'Y' to Bu-Click bu-Shadow
   display wText(36)(1:23) at 005031 :BCOL: white foreground-Color red
   perform Scan-TableFiles thru Scan-TableFiles-Ex
   if wFileCount = 0
      DISPLAY wText(37)(1:31) AT 002005 :BCOL: red :FCOL: white
      accept omitted
   else
      move low-value to Buttons-Area
   move 4       to Bu-Hot(wBtnIdx)
   continue.
Build-TableFileButton-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC81TABCODES' to Mt-Program
   move 47 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 47
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(6)(1:31) wText(7)(1:31)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(14)(1:48)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(27)(1:34)
          delimited by size into wLong(3)
   end-string
   move spaces to wLong(4)
   string wText(33)(1:24)
          delimited by size into wLong(4)
   end-string
   move spaces to wLong(5)
   string wText(34)(1:33) wText(35)(1:29)
          delimited by size into wLong(5)
   end-string
   continue.
Load-Texts-Ex. exit.
