*>             trailer record rewritten in the same action - a file
*>             whose trailer cannot be re-derived (trailer segment
*>             too short for the image) is refused untouched.
*>             Fields named in the GC72MASK masking policy for the
*>             layout on display - whole fields, or the declared
*>             trailer fields inside trailer-data - show masked,
*>             value and hex, to a role below the one allowed to see
*>             them; the sign-on is asked for the first time such a
*>             field comes up and serves the patch path as well. A
*>             record showing masked fields cannot be patched, and
*>             an F6 condition naming a masked field is refused.
*>             Every browse session is recorded in the GC71ACCLOG
*>             read-access log - OPEN when the file is opened, CLOSE
*>             with the range and number of records shown when the
*>             operator leaves it.
*>             Its operator texts are GC65MSGTEXT messages 1-37
*>             (program GC79RECBROWS in the message table), so they
*>             show in the signed-on user's language.
*> Tectonics:  cobc -x -fbinary-size=1--8 -fnotrunc
*>                  -fbinary-byteorder=big-endian GC79RECBROWSE.COB
*>             (use GnuCOBOL 2.2 or greater; the binary sizing and
          file status  is PatchAud-fs.
*> the central record-layout dictionary - one LAYOUTS.DIC entry per
*> described layout, so a new feed shape becomes a dictionary entry
*> plus zero recompiles (GC79DICGEN writes the entry from the
*> copybook and checks it stays in step with it)
   select DicFile
          assign       to DICSPEC
          organization is line sequential
01  wHexSrc       pic x(24) value spaces.
01  wHexLen       pic 9(02) value 0.

*>     masking - the value as decoded, and how many fields of the
*>     record on display went out masked
01  wMaskOrig     pic x(22) value spaces.
01  wMaskShown    pic 9(02) value 0.

*>     read-access logging - the records shown this session
01  wAccFirst     pic 9(07) value 0.
01  wAccLast      pic 9(07) value 0.
01  wAccShown     pic 9(07) value 0.

*>     the loaded dictionary entry: framing rule plus up to 40
*>     described fields. Types: CH text, ZD signed zoned (overpunch
*>     aware), ZU unsigned zoned, PD signed packed, BI big-endian
01  wFilterMatch  pic x(01) value 'N'.
01  wFilterCount  pic 9(07) value 0.
01  wFilterText   pic x(60) value spaces.
*>     the condition taken apart token by token, to ask the masking
*>     policy about every field it names before it is applied
01  wFltWork      pic x(60) value spaces.
01  wFltTok       pic x(20) value spaces.
01  wFltPtr       pic 9(03) value 1.
01  wFltMasked    pic x(01) value 'N'.

*>     patch mode state - sign-on happens lazily on the first F5,
*>     so pure browsing never prompts for credentials
COPY 'GC09BUTTONS.CPY'.
COPY 'GC98KEYCODE.CPY'.
COPY 'GC85SIGNON.CPY'.
COPY 'GC72MASK.CPY'.
COPY 'GC71ACCLOG.CPY'.
COPY 'GC13HELP.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-37 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' RECORD LAYOUT BROWSER - pick '.
    05 filler pic x(58) value 'the layout of the file to decode'.
    05 filler pic x(58) value ' layout name: '.
    05 filler pic x(58) value ' layout not in LAYOUTS.DIC                       '.
    05 filler pic x(58) value ' file to browse: '.
    05 filler pic x(58) value ' jump to record: '.
    05 filler pic x(58) value ' cannot open file - status '.
    05 filler pic x(58) value ' (end of file reached)            '.
    05 filler pic x(58) value ' field           decoded value         hex'.
    05 filler pic x(58) value ' Enter/PgDn=next  PgUp=prev  '.
    05 filler pic x(58) value 'F3=jump  F5=patch  F6=filter  ESC=back'.
    05 filler pic x(58) value ' patch supports the SORTIN/SORTOUT and Tabe layouts only '.
    05 filler pic x(58) value ' sign-on refused - patch unavailable             '.
    05 filler pic x(58) value ' inquiry role - patching needs the update role         '.
    05 filler pic x(58) value ' masked fields on display - '.
    05 filler pic x(58) value 'patching needs a role that sees them'.
    05 filler pic x(58) value ' no record on display to patch                          '.
    05 filler pic x(58) value ' field (CH/BI/FI/FL/PD/ZD): '.
    05 filler pic x(58) value ' no such patchable field                              '.
    05 filler pic x(58) value ' new value: '.
    05 filler pic x(58) value ' not a valid number for that field                 '.
    05 filler pic x(58) value ' value out of range for that picture               '.
    05 filler pic x(58) value ' trailer segment too short to re-derive - patch refused '.
    05 filler pic x(58) value ' REWRITE FAILED - record NOT patched, nothing audited '.
    05 filler pic x(58) value ' record patched and audited                              '.
    05 filler pic x(58) value ' record patched BUT TRAILER REWRITE FAILED - see audit '.
    05 filler pic x(58) value ' rewrite failed - status '.
    05 filler pic x(58) value ' replacement data (1:75), the key is kept:               '.
    05 filler pic x(58) value ' filtering supports the SORTIN/SORTOUT shapes only      '.
    05 filler pic x(58) value ' condition (e.g. CH,EQ,'.
    05 filler pic x(58) value "'ABC',AND,PD,LT,'0'): ".
    05 filler pic x(58) value ' condition did not parse - see the service log          '.
    05 filler pic x(58) value ' condition uses a masked field - '.
    05 filler pic x(58) value 'filtering needs a role that sees it'.
    05 filler pic x(58) value ' - record '.
    05 filler pic x(58) value ' FILTER: '.
    05 filler pic x(58) value '  matches: '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 37 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(80) value ' RECORD LAYOUT BROWSER - pick the layout of the file to decode                  '.
    05 filler pic x(80) value ' field           decoded value         hex                                     '.
    05 filler pic x(80) value ' Enter/PgDn=next  PgUp=prev  F3=jump  F5=patch  F6=filter  ESC=back             '.
    05 filler pic x(80) value ' masked fields on display - patching needs a role that sees them '.
    05 filler pic x(80) value ' condition uses a masked field - filtering needs a role that sees it '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(80) occurs 5 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'
  set environment 'COB_SCREEN_ESC'        TO 'Y'.

  move '001001025080' to Box-rc
  set Box-bco to green  move 'N' to Box-3D
  CALL "GC01BOX" USING BY CONTENT BOX-AREA
  display wLong(1)(1:80)
         at 0101 :BCOL: green :FCOL: white highlight
  move low-value to Buttons-Area
  move 'Y' to Bu-Click
  move Bu-Selected to wLayout

  if wLayout = 6
     display wText(3)(1:14) at 1702 :BCOL: black :FCOL: white
     move spaces to wDicName
     accept wDicName at 1716 :BCOL: blue :FCOL: white
     if ws-KEY = K-ESCAPE or wDicName = spaces
     end-if
     perform Load-Dictionary thru Load-Dictionary-Ex
     if wDicFound = 'N'
        display wText(4)(1:49)
               at 2302 :BCOL: red :FCOL: white
        accept omitted
        go to Layout-Menu
     end-if
  end-if

  display wText(5)(1:17) at 1802 :BCOL: black :FCOL: white
  move spaces to wFileSpec
  accept wFileSpec at 1820 :BCOL: blue :FCOL: white
  if ws-KEY = K-ESCAPE or wFileSpec = spaces
     go to Layout-Menu
  end-if

  move 0 to wAccFirst wAccLast wAccShown
  move 'OPEN' to Ac-Event
  move 0      to Ac-Count
  move spaces to Ac-Detail
  move 'browse, layout' to Ac-Detail(1:15)
  evaluate wLayout
     when 1 move 'finsqf01'  to Ac-Detail(16:)
     when 2 move 'finsqf02'  to Ac-Detail(16:)
     when 3 move 'foutsqf02' to Ac-Detail(16:)
     when 4 move 'masterseq' to Ac-Detail(16:)
     when 5 move 'TABE'      to Ac-Detail(16:)
     when 6 move wDicName    to Ac-Detail(16:)
  end-evaluate
  perform Log-Access thru Log-Access-Ex

  move 1 to wTargetNbr
  perform Open-And-Seek thru Open-And-Seek-Ex.

  evaluate true
     when ws-KEY = K-ESCAPE
        perform Close-Browse thru Close-Browse-Ex
        perform Log-Close thru Log-Close-Ex
        go to Layout-Menu
     when ws-KEY = K-PAGEDOWN or ws-KEY = K-ENTER
        if wEof = 'N'
        end-if
        go to Browse-Loop
     when ws-KEY = K-F3
        display wText(6)(1:17) at 2402 :BCOL: black :FCOL: white
        move spaces to wJumpAnswer
        accept wJumpAnswer at 2420 :BCOL: blue :FCOL: white
        if ws-KEY not = K-ESCAPE and wJumpAnswer not = spaces
      when 6 open input Brw6
   end-evaluate
   if Brw-fs not = '00'
      display wText(7)(1:27) at 2202 :BCOL: red :FCOL: white
      display Brw-fs at 2230 :BCOL: red :FCOL: white
      move 'Y' to wEof
      go to Open-And-Seek-Ex
Show-Record.
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string ' ' trim(wFileSpec) wText(35)(1:10) wRecNbr
          delimited by size into wMsg
   display wMsg at 0101 :BCOL: green :FCOL: white highlight
   if wEof = 'Y'
      display wText(8)(1:34) at 0302 :BCOL: red :FCOL: white
   else
      if wRecNbr > 0
         add 1 to wAccShown
         if wAccFirst = 0 or wRecNbr < wAccFirst
            move wRecNbr to wAccFirst
         end-if
         if wRecNbr > wAccLast
            move wRecNbr to wAccLast
         end-if
      end-if
   end-if
   display wLong(2)(1:79)
          at 0201 :BCOL: blue :FCOL: yellow
   move 2 to wRow
   move 0 to wMaskShown
   move 'GC79RECBROWSE' to Mk-Tool
   evaluate wLayout
      when 1 move 'finsqf01'  to Mk-Layout
      when 2 move 'finsqf02'  to Mk-Layout
      when 3 move 'foutsqf02' to Mk-Layout
      when 4 move 'masterseq' to Mk-Layout
      when 5 move 'TABE'      to Mk-Layout
      when 6 move wDicName    to Mk-Layout
   end-evaluate
   evaluate wLayout
      when 1 perform Show-Layout-1 thru Show-Layout-1-Ex
      when 2 perform Show-Layout-2 thru Show-Layout-2-Ex
   end-evaluate
   if wFilterOn = 'Y'
      move spaces to wMsg
      string wText(36)(1:9) trim(wFilterText)
             wText(37)(1:11) wFilterCount
             delimited by size into wMsg
      display wMsg(1:78) at 2401 :BCOL: black :FCOL: cyan
   end-if
   display wLong(3)(1:80)
          at 2501 :BCOL: green :FCOL: white highlight
   continue.
Show-Record-Ex. exit.
*>     - the hex of wHexSrc(1:wHexLen) is appended at column 40
   add 1 to wRow
   perform To-Hex thru To-Hex-Ex
   perform Mask-One-Field thru Mask-One-Field-Ex
   move wHexOut to wMsg(40:39)
   display wMsg(1:78) at line wRow column 02 :BCOL: black :FCOL: white
   move spaces to wMsg wHexSrc
   continue.
Show-One-Field-Ex. exit.

*> ***********************************************************************************
*>     read-access log (GC71ACCLOG) - the caller sets the event,
*>     count and detail; the user is the one signed on, if any
*> ***********************************************************************************
Log-Access.
   move 'GC79RECBROWSE' to Ac-Tool
   move wFileSpec       to Ac-Object
   move spaces          to Ac-User
   if wPatchUser not = spaces
      move wPatchUser to Ac-User
   else
      if Mk-Role = 'I' or Mk-Role = 'U' or Mk-Role = 'P'
         move Mk-User to Ac-User
      end-if
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
   if wFilterOn = 'Y'
      string 'records ' wAccFirst '-' wAccLast ' filter '
             trim(wFilterText)
             delimited by size into Ac-Detail
   end-if
   perform Log-Access thru Log-Access-Ex
   continue.
Log-Close-Ex. exit.

*> ***********************************************************************************
*>     the masking policy (GC72MASK) on the field about to be shown:
*>     a masked field loses its hex as well - byte by byte for the
*>     trailer segment, where value and hex line up, whole otherwise
*> ***********************************************************************************
Mask-One-Field.
   move spaces to Mk-Field
   unstring wMsg(1:16) delimited by space or '('
            into Mk-Field
   end-unstring
   if Mk-Field = spaces
      go to Mask-One-Field-Ex
   end-if
   move wMsg(18:22) to wMaskOrig Mk-Value
   call 'GC72MASK' using MASK-AREA
   on exception continue
   end-call
   if not Mk-Is-Masked
      go to Mask-One-Field-Ex
   end-if
   add 1 to wMaskShown
   move Mk-Value(1:22) to wMsg(18:22)
   if Mk-Field = 'trailer-data'
      perform varying wHexIdx from 1 by 1 until wHexIdx > wHexLen
         if Mk-Value(wHexIdx:1) not = wMaskOrig(wHexIdx:1)
            move '**' to wHexOut(wHexIdx * 2 - 1:2)
         end-if
      end-perform
   else
      move all '*' to wHexOut(1:wHexLen * 2)
   end-if
   continue.
Mask-One-Field-Ex. exit.

To-Hex.
   move spaces to wHexOut
   if wHexLen > 19
      go to Patch-Record-Ex
   end-if
   if wLayout not = 1 and wLayout not = 5
      display wText(12)(1:57)
             at 2302 :BCOL: black :FCOL: yellow
      accept omitted
      go to Patch-Record-Ex
   end-if
*> a sign-on already taken for the masking policy serves here too
   if wSignedOn = 'N'
      and (Mk-Role = 'I' or Mk-Role = 'U' or Mk-Role = 'P')
      move Mk-User to wPatchUser
      if Mk-Role = 'I'
         move 'Y' to wReadOnly
      end-if
      move 'Y' to wSignedOn
   end-if
   if wSignedOn = 'N'
      call "GC85SIGNON" using SIGNON-AREA
      evaluate Sg-Status
         when 'Y'
            move Sg-User to wPatchUser Mk-User
            move Sg-Role to Mk-Role
*>          the user's own language, now that it is known
            if Sg-Lang not = space
               move space to Mt-Status
               perform Load-Texts thru Load-Texts-Ex
            end-if
            if Sg-Role = 'I'
               move 'Y' to wReadOnly
            end-if
         when 'N'
            display wText(13)(1:49)
                   at 2302 :BCOL: red :FCOL: white
            accept omitted
            go to Patch-Record-Ex
*>          no TABEUSER.DAT on this system - the legacy fallback the
*>          other maintenance tools apply
            move 'OPERATOR' to wPatchUser
            move '-' to Mk-Role
      end-evaluate
      move 'Y' to wSignedOn
   end-if
   if wReadOnly = 'Y'
      display wText(14)(1:55)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      go to Patch-Record-Ex
   end-if
   if wMaskShown > 0
      display wLong(4)(1:65)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      go to Patch-Record-Ex
Patch-Record-Ex. exit.

Patch-Message.
   display wText(17)(1:56)
          at 2302 :BCOL: black :FCOL: yellow
   accept omitted
   continue.
*>     carries one, in the same action, or refuse the whole patch
*> ***********************************************************************************
Patch-Layout-1.
   display wText(18)(1:28) at 2302 :BCOL: black :FCOL: white
   move spaces to wPatchField
   accept wPatchField at 2330 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE or wPatchField = spaces
   if wPatchField not = 'CH' and wPatchField not = 'BI'
      and wPatchField not = 'FI' and wPatchField not = 'FL'
      and wPatchField not = 'PD' and wPatchField not = 'ZD'
      display wText(19)(1:54)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      go to Patch-Layout-1-Ex
   end-if
   display wText(20)(1:12) at 2402 :BCOL: black :FCOL: white
   move spaces to wPatchInput
   accept wPatchInput at 2414 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE
   if wPatchField not = 'CH'
*>    the numeric fields take only what their pictures can hold
      if test-numval(wPatchInput) not = 0
         display wText(21)(1:51)
                at 2302 :BCOL: red :FCOL: white
         accept omitted
         go to Patch-Layout-1-Ex
             and (wPatchNum < -99999999 or wPatchNum > 99999999))
         or (wPatchField not = 'BI' and wPatchField not = 'ZD'
             and (wPatchNum < -99999 or wPatchNum > 99999))
         display wText(22)(1:51)
                at 2302 :BCOL: red :FCOL: white
         accept omitted
         go to Patch-Layout-1-Ex
*> patch cannot re-derive is refused untouched
   perform Scan-For-Trailer thru Scan-For-Trailer-Ex
   if wTrlShort = 'Y'
      display wText(23)(1:56)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      go to Patch-Layout-1-Ex
   if wPatchOk = 'N'
      move wRecNbr to wTargetNbr
      perform Open-And-Seek thru Open-And-Seek-Ex
      display wText(24)(1:54)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      go to Patch-Layout-1-Ex
   move wRecNbr to wTargetNbr
   perform Open-And-Seek thru Open-And-Seek-Ex
   if wPatchOk = 'Y'
      display wText(25)(1:57)
             at 2302 :BCOL: black :FCOL: green
   else
      display wText(26)(1:55)
             at 2302 :BCOL: red :FCOL: white
   end-if
   accept omitted
*> claiming success over an untouched record
   rewrite p1-record
   if Brw-fs not = '00'
      display wText(27)(1:25) at 2202 :BCOL: red :FCOL: white
      display Brw-fs at 2228 :BCOL: red :FCOL: white
      move 'N' to wPatchOk
   end-if
Patch-Layout-5.
   move spaces to wBeforeImg wAfterImg
   move b5-rec to wBeforeImg(1:100)
   display wText(28)(1:57)
          at 2302 :BCOL: black :FCOL: white
   move b5-data(1:75) to wAfterImg(1:75)
   accept wAfterImg(1:75) at 2402 :BCOL: blue :FCOL: white with update
   if wPatchOk = 'N'
      move wRecNbr to wTargetNbr
      perform Open-And-Seek thru Open-And-Seek-Ex
      display wText(24)(1:54)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      go to Patch-Layout-5-Ex
   perform Write-Patch-Audit thru Write-Patch-Audit-Ex
   move wRecNbr to wTargetNbr
   perform Open-And-Seek thru Open-And-Seek-Ex
   display wText(25)(1:57)
          at 2302 :BCOL: black :FCOL: green
   accept omitted
   continue.
*> ***********************************************************************************
Filter-Toggle.
   if wLayout > 3
      display wText(29)(1:56)
             at 2302 :BCOL: black :FCOL: yellow
      accept omitted
      go to Filter-Toggle-Ex
      move spaces to wFilterText
      go to Filter-Toggle-Ex
   end-if
   display wText(30)(1:23) at 2302 :BCOL: black :FCOL: white
   display wText(31)(1:22) at 2325 :BCOL: black :FCOL: white
   move spaces to wFilterText
   accept wFilterText at 2348 :BCOL: blue :FCOL: white
   if ws-KEY = K-ESCAPE or wFilterText = spaces
         move 12 to return-code
   end-call
   if return-code not = 0
      display wText(32)(1:56)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      move 0 to return-code
      go to Filter-Toggle-Ex
   end-if
   perform Check-Filter-Mask thru Check-Filter-Mask-Ex
   if wFltMasked = 'Y'
      display wLong(5)(1:69)
             at 2302 :BCOL: red :FCOL: white
      accept omitted
      move spaces to wFilterText
      go to Filter-Toggle-Ex
   end-if
   move 'Y' to wFilterOn
   perform Count-Matches thru Count-Matches-Ex
*> land on the first match
   continue.
Filter-Toggle-Ex. exit.

*> ***********************************************************************************
*>     every field the condition compares - as the field tested or
*>     as a value naming another field (FI, FI%110) - goes through
*>     the masking policy with a probe value; a field masked for
*>     this role must not be selectable on, or the match count and
*>     the records shown would give its contents away. A declared
*>     trailer field is masked by its own policy row or by one on
*>     the whole trailer segment.
*> ***********************************************************************************
Check-Filter-Mask.
   move 'N' to wFltMasked
   move upper-case(wFilterText) to wFltWork
   move 'GC79RECBROWSE' to Mk-Tool
   evaluate wLayout
      when 1 move 'finsqf01'  to Mk-Layout
      when 2 move 'finsqf02'  to Mk-Layout
      when 3 move 'foutsqf02' to Mk-Layout
   end-evaluate
   move 1 to wFltPtr
   perform until wFltPtr > 60 or wFltMasked = 'Y'
      move spaces to wFltTok
      unstring wFltWork delimited by ',' or '(' or ')' or '%'
               into wFltTok
               with pointer wFltPtr
      end-unstring
      move spaces to Mk-Field
      evaluate trim(wFltTok)
         when 'SEQ' move 'seq-record' to Mk-Field
         when 'CH'  move 'ch-field'   to Mk-Field
         when 'BI'  move 'bi-field'   to Mk-Field
         when 'FI'  move 'fi-field'   to Mk-Field
         when 'FL'  move 'fl-field'   to Mk-Field
         when 'PD'  move 'pd-field'   to Mk-Field
         when 'ZD'  move 'zd-field'   to Mk-Field
         when 'T1' thru 'T9'
            move trim(wFltTok) to Mk-Field
      end-evaluate
      if Mk-Field not = spaces
         move all 'X' to Mk-Value
         call 'GC72MASK' using MASK-AREA
         on exception continue
         end-call
         if Mk-Is-Masked
            move 'Y' to wFltMasked
         end-if
         if Mk-Field(1:1) = 'T' and wFltMasked = 'N'
            move 'trailer-data' to Mk-Field
            move all 'X' to Mk-Value
            call 'GC72MASK' using MASK-AREA
            on exception continue
            end-call
            if Mk-Value = all '*'
               move 'Y' to wFltMasked
            end-if
         end-if
      end-if
   end-perform
   continue.
Check-Filter-Mask-Ex. exit.

Count-Matches.
   move 0 to wFilterCount
   perform Close-Browse thru Close-Browse-Ex
   move fp-keep to wFilterMatch
   continue.
Eval-Filter-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC79RECBROWS' to Mt-Program
   move 37 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 37
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(1)(1:30) wText(2)(1:32)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(9)(1:42)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(10)(1:29) wText(11)(1:38)
          delimited by size into wLong(3)
   end-string
   move spaces to wLong(4)
   string wText(15)(1:28) wText(16)(1:36)
          delimited by size into wLong(4)
   end-string
   move spaces to wLong(5)
   string wText(33)(1:33) wText(34)(1:35)
          delimited by size into wLong(5)
   end-string
   continue.
Load-Texts-Ex. exit.
