*>             Tools are grouped by function, and a tool whose
*>             required file is absent on this system is shown
*>             dimmed with a warning instead of failing after launch.
*>             A catalogue longer than one screen pages with PgDn and
*>             PgUp.
*>             Every tool launched from here runs its GC58SAVERCLOCK
*>             idle screen saver in locked mode (GC58_LOCK=Y): the
*>             screen only comes back for the signed-on user's
*>             password, and anybody else has to end the session.
*>             On a system without TABEUSER.DAT the shell falls back
*>             to showing everything, as the tools themselves do.
*>             Every text the shell shows - the sign-on prompts, the
*>             group headings and tool descriptions, the messages -
*>             comes through GC65MSGTEXT in the signed-on user's
*>             language (messages 1-16 the screen texts, 17-47 the
*>             catalogue rows in order); the built-in English stands
*>             in for anything not filed.
*>             The operations bulletins in force for the user
*>             (GC64BULLETIN, posted with GC63BULLPOST) pop up in
*>             boxes after the sign-on, and the most severe of them
*>             stays on the foot line of the menu, coloured by
*>             severity, until it expires.
*>             Every line of the shell is drawn in a colour role of
*>             the session's GC61THEME theme - the user's choice,
*>             TABTHEME, set at sign-on - and in the shell's own
*>             colours where no theme is in force.
*> Tectonics:  cobc -x GC99MENU.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC99MENU
*> Parameters:
01 green   constant as 2.
01 cyan    constant as 3.
01 red     constant as 4.
01 brown   constant as 6.
01 white   constant as 7.

78  K-ENTER       VALUE 0000.
78  K-ESC         VALUE 2005.
78  K-ESCAPE      VALUE 2005.
78  K-PAGEUP      VALUE 2001.
78  K-PAGEDOWN    VALUE 2002.

01  ws-KEY        PIC 9(04) VALUE 9999.

       'P GC84TABRESTORE point-in-time restore       TABEAUD1.LOG'.
    05 filler pic x(70) value
       'U GC80TABSYNC   sync with central repo       TABE0001.DAT'.
    05 filler pic x(70) value
       'I GC66FORMRUN   form-driven file maintenance TABE0001.DAT'.
    05 filler pic x(70) value 'G SORT OPERATIONS'.
    05 filler pic x(70) value
       'I GC78SORTCTL   sort control browser         SRTKEYS'.
       'I GC78DECKLIB   control-deck library         DECKCAT'.
    05 filler pic x(70) value
       'I GC79RECBROWSE record browser/decoder       '.
    05 filler pic x(70) value
       'I GC79DICGEN    layout dictionary check      LAYOUTS.DIC'.
    05 filler pic x(70) value
       'U GC88REJREPAIR reject repair workstation    CSVREJ'.
    05 filler pic x(70) value
       'I GC96MSTINQ    keyed master key inquiry     SORTMAST.DAT'.
    05 filler pic x(70) value
       'I GC97QUARANTINE quarantined feed release    QUARANT.DAT'.
    05 filler pic x(70) value
       'I GC73RELEASE   outbound release gate        OUTHOLD.DAT'.
    05 filler pic x(70) value 'G OPERATIONS AND MONITORING'.
    05 filler pic x(70) value
       'I GC77RUNSTATUS run-status dashboard         '.
    05 filler pic x(70) value
       'I GC90SCHEDOPS  scheduler operator console   SCHSTATE'.
    05 filler pic x(70) value
       'I GC87SPOOL     print-spool manager          SPOOLIDX.DAT'.
    05 filler pic x(70) value
       'U GC89RETENTION retention/archival sweep     TABE0001.DAT'.
    05 filler pic x(70) value
       'U GC92BACKUPALL nightly backup orchestrator  '.
    05 filler pic x(70) value
       'P GC69DRREPL    DR replication/rehearsal     PROTECT.RPT'.
    05 filler pic x(70) value
       'I GC94AUDCHAIN  audit-trail chain verify     TABEAUD1.LOG'.
    05 filler pic x(70) value 'G SECURITY'.
    05 filler pic x(70) value
       'P GC85USERADM   user administration          TABEUSER.DAT'.
    05 filler pic x(70) value
       'P GC71ACCRPT    read-access report           ACCESS.LOG'.
    05 filler pic x(70) value
       'P GC70RECERT    access recertification       TABEUSER.DAT'.
    05 filler pic x(70) value
       'P GC63BULLPOST  operations bulletins         '.
01  wMenuTableR redefines wMenuTable.
    05 wMenuEntry occurs 31 times.
       10 wm-role     pic x(01).
       10 filler      pic x(01).
       10 wm-program  pic x(14).
       10 wm-text     pic x(29).
       10 wm-file     pic x(25).
01  wMenuCount    pic 9(02) value 31.

01  wIdx          pic 9(02) value 0.
01  wRow          pic 9(02) value 0.
01  wLineNo       pic 9(02) value 0.
01  wShownIx      pic 9(02) occurs 22 times.
01  wShownCount   pic 9(02) value 0.
*>     the catalogue is longer than one screen - rows 3-22 hold one
*>     page, PgDn/PgUp move between pages
01  wPageStart    pic 9(02) value 1.
01  wNextStart    pic 9(02) value 0.
01  wPageDepth    pic 9(02) value 0.
01  wPageStack    pic 9(02) occurs 10 times.
01  wPickX        pic x(02) value spaces.
01  wPick         pic 9(02) value 0.
01  wProgram      pic x(14) value spaces.
01  wCheckDetails pic x(30) value spaces.
01  wAvail        pic x(01) value 'Y'.
01  wPermit       pic x(01) value 'Y'.
01  wMsg          pic x(80) value spaces.
01  wBar          pic x(80) value spaces.

*>     one line of the shell: where, how long, its GC61THEME colour
*>     role and the shell's own colours (bco fco attribute) for it
01  wShowAt       pic 9(04) value 0.
01  wShowLen      pic 9(02) value 0.
01  wShowRole     pic 9(01) value 0.
01  wShowOwn.
    05 wShowBco   pic 9(01) value 0.
    05 wShowFco   pic 9(01) value 7.
    05 wShowAtt   pic x(01) value 'N'.
01  wSecure       pic x(01) value 'N'.
01  wEntry        pic x(16) value spaces.

*>     the shell's own texts - GC65MSGTEXT messages 1-16 replace
*>     them in the user's language
01  wTexts.
    05 filler pic x(58) value 'GC99MENU - sign on'.
    05 filler pic x(58) value 'user    :'.
    05 filler pic x(58) value 'password:'.
    05 filler pic x(58) value 'password expired - a new one is required'.
    05 filler pic x(58) value 'new password    :'.
    05 filler pic x(58) value 'repeat          :'.
    05 filler pic x(58) value 'passwords differ or blank - sign-on refused'.
    05 filler pic x(58) value 'password changed'.
    05 filler pic x(58) value 'sign-on refused -'.
    05 filler pic x(58) value 'GC TOOLS - signed on as'.
    05 filler pic x(58) value 'role'.
    05 filler pic x(58) value 'more tools - PgDn'.
    05 filler pic x(58) value 'PgUp - previous page'.
    05 filler pic x(58) value 'number to launch, ESC=exit:'.
    05 filler pic x(58) value 'program not found:'.
    05 filler pic x(58) value 'missing'.
01  wTextsR redefines wTexts.
    05 wText      pic x(58) occurs 16 times.
01  wTx           pic 9(03) value 0.

COPY 'GC85SIGNON.CPY'.
COPY 'GC65MSGTEXT.CPY'.
COPY 'GC64BULLETIN.CPY'.
COPY 'GC61THEME.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
*> the one sign-on: the shell takes the credentials and exports
*> them, so GC85SIGNON here - and in every tool launched below -
*> reads the same identity from the environment
   perform Load-Texts thru Load-Texts-Ex
   perform Take-Theme thru Take-Theme-Ex
   display ' ' at 0101 with blank screen
   move spaces to wBar
   move wText(1) to wBar(2:58)
   move wBar to wMsg
   move 0101 to wShowAt
   move 80 to wShowLen
   move TH-TITLE to wShowRole
   move '27H' to wShowOwn
   perform Show-Text thru Show-Text-Ex
   move spaces to wMsg
   move wText(2) to wMsg(2:9)
   move 0502 to wShowAt
   move 11 to wShowLen
   move TH-TEXT to wShowRole
   move '07N' to wShowOwn
   perform Show-Text thru Show-Text-Ex
   move 0513 to wShowAt
   move 12 to wShowLen
   move 'N' to wSecure
   perform Accept-Entry thru Accept-Entry-Ex
   move wEntry to wUserEntry
   if ws-KEY = K-ESCAPE
      go to End-Program
   end-if
   move spaces to wMsg
   move wText(3) to wMsg(2:9)
   move 0602 to wShowAt
   move 11 to wShowLen
   move TH-TEXT to wShowRole
   move '07N' to wShowOwn
   perform Show-Text thru Show-Text-Ex
   move 0613 to wShowAt
   move 16 to wShowLen
   move 'Y' to wSecure
   perform Accept-Entry thru Accept-Entry-Ex
   move wEntry to wPassEntry
   display 'GC85_USER' upon environment-name
   display wUserEntry upon environment-value
   display 'GC85_PASSWORD' upon environment-name
*> then exports the new password so the launched tools sign on
*> with the working credential
   if Sg-Status = 'N' and Sg-Message(1:16) = 'password expired'
      move spaces to wMsg
      move wText(4) to wMsg(2:)
      move 0802 to wShowAt
      move 50 to wShowLen
      move TH-ERROR to wShowRole
      move '47N' to wShowOwn
      perform Show-Text thru Show-Text-Ex
      move spaces to wMsg
      move wText(5) to wMsg(2:17)
      move 0902 to wShowAt
      move 19 to wShowLen
      move TH-TEXT to wShowRole
      move '07N' to wShowOwn
      perform Show-Text thru Show-Text-Ex
      move 0921 to wShowAt
      move 16 to wShowLen
      move 'Y' to wSecure
      perform Accept-Entry thru Accept-Entry-Ex
      move wEntry to wNewPass1
      move spaces to wMsg
      move wText(6) to wMsg(2:17)
      move 1002 to wShowAt
      move 19 to wShowLen
      move TH-TEXT to wShowRole
      move '07N' to wShowOwn
      perform Show-Text thru Show-Text-Ex
      move 1021 to wShowAt
      move 16 to wShowLen
      move 'Y' to wSecure
      perform Accept-Entry thru Accept-Entry-Ex
      move wEntry to wNewPass2
      if wNewPass1 = spaces or wNewPass1 not = wNewPass2
         move spaces to wMsg
         move wText(7) to wMsg(2:)
         move 1202 to wShowAt
         move 50 to wShowLen
         move TH-ERROR to wShowRole
         move '47N' to wShowOwn
         perform Show-Text thru Show-Text-Ex
         accept omitted
         go to End-Program
      end-if
      if Sg-Status = 'Y'
         display 'GC85_PASSWORD' upon environment-name
         display wNewPass1 upon environment-value
         move spaces to wMsg
         move wText(8) to wMsg(2:)
         move 1202 to wShowAt
         move 50 to wShowLen
         move TH-TEXT to wShowRole
         move '02N' to wShowOwn
         perform Show-Text thru Show-Text-Ex
      end-if
   end-if
   evaluate Sg-Status
      when 'Y'
         move Sg-Role to wRole
*>       the user's own language, now that it is known
         if Sg-Lang not = space
            perform Load-Texts thru Load-Texts-Ex
         end-if
*>       and the user's own colour theme
         perform Take-Theme thru Take-Theme-Ex
*>       the bulletins in force - the launched tools sign on from
*>       the environment and do not show them again
         move 'S'     to Bl-Function
         move Sg-User to Bl-User
         move Sg-Role to Bl-Role
         call 'GC64BULLETIN' using BULLETIN-AREA
            on exception
               continue
         end-call
      when 'N'
         move spaces to wMsg
         move wText(9) to wMsg(2:18)
         move 0802 to wShowAt
         move 20 to wShowLen
         move TH-ERROR to wShowRole
         move '47N' to wShowOwn
         perform Show-Text thru Show-Text-Ex
         move Sg-Message to wMsg
         move 0822 to wShowAt
         move 40 to wShowLen
         move TH-ERROR to wShowRole
         move '47N' to wShowOwn
         perform Show-Text thru Show-Text-Ex
         accept omitted
         go to End-Program
      when other
Menu-Screen.
   display ' ' at 0101 with blank screen
   move spaces to wMsg
   string ' ' wText(10) delimited by '  '
          ' ' Sg-User ' ' wText(11) delimited by '  '
          ' ' wRole delimited by size into wMsg
   move 0101 to wShowAt
   move 78 to wShowLen
   move TH-TITLE to wShowRole
   move '27H' to wShowOwn
   perform Show-Text thru Show-Text-Ex
   move 2 to wLineNo
   move 0 to wShownCount
   move 0 to wNextStart
   perform varying wIdx from wPageStart by 1
             until wIdx > wMenuCount or wNextStart > 0
      if wLineNo >= 22
         move wIdx to wNextStart
      else
         perform Show-Menu-Entry thru Show-Menu-Entry-Ex
      end-if
   end-perform
   if wNextStart > 0
      move spaces to wMsg
      move wText(12) to wMsg(2:)
      move 2302 to wShowAt
      move 20 to wShowLen
      move TH-DIM to wShowRole
      move '03N' to wShowOwn
      perform Show-Text thru Show-Text-Ex
   end-if
   if wPageDepth > 0
      move spaces to wMsg
      move wText(13) to wMsg(2:)
      move 2322 to wShowAt
      move 22 to wShowLen
      move TH-DIM to wShowRole
      move '03N' to wShowOwn
      perform Show-Text thru Show-Text-Ex
   end-if
   perform Show-Bulletin-Foot thru Show-Bulletin-Foot-Ex
   move spaces to wMsg
   move wText(14) to wMsg(2:27)
   move 2402 to wShowAt
   move 29 to wShowLen
   move TH-TEXT to wShowRole
   move '07N' to wShowOwn
   perform Show-Text thru Show-Text-Ex
   move 2431 to wShowAt
   move 2 to wShowLen
   move 'N' to wSecure
   perform Accept-Entry thru Accept-Entry-Ex
   move wEntry to wPickX
   if ws-KEY = K-ESCAPE
      go to End-Program
   end-if
   if ws-KEY = K-PAGEDOWN
      if wNextStart > 0 and wPageDepth < 10
         add 1 to wPageDepth
         move wPageStart to wPageStack(wPageDepth)
         move wNextStart to wPageStart
      end-if
      go to Menu-Screen
   end-if
   if ws-KEY = K-PAGEUP
      if wPageDepth > 0
         move wPageStack(wPageDepth) to wPageStart
         subtract 1 from wPageDepth
      end-if
      go to Menu-Screen
   end-if
   if wPickX = spaces
      go to Menu-Screen
   end-if
   move wShownIx(wPick) to wIdx
   move trim(wm-program(wIdx)) to wProgram
   display ' ' at 0101 with blank screen
   display 'GC58_LOCK' upon environment-name
   display 'Y' upon environment-value
   call wProgram
      on exception
         move spaces to wMsg
         move wText(15) to wMsg(2:18)
         move 1202 to wShowAt
         move 20 to wShowLen
         move TH-ERROR to wShowRole
         move '47N' to wShowOwn
         perform Show-Text thru Show-Text-Ex
         move wProgram to wMsg
         move 1222 to wShowAt
         move 14 to wShowLen
         move TH-ERROR to wShowRole
         move '47N' to wShowOwn
         perform Show-Text thru Show-Text-Ex
         accept omitted
   end-call
   move 0 to return-code
   continue.
Check-Role-Ex. exit.

Show-Menu-Entry.
   if wm-role(wIdx) = 'G'
      add 1 to wLineNo
      compute wRow = wLineNo
      move spaces to wMsg
      string ' -- ' wm-program(wIdx) wm-text(wIdx)
             delimited by size into wMsg
      compute wShowAt = wRow * 100 + 2
      move 60 to wShowLen
      move TH-DIM to wShowRole
      move '03N' to wShowOwn
      perform Show-Text thru Show-Text-Ex
   else
      perform Check-Role thru Check-Role-Ex
      if wPermit = 'Y'
         add 1 to wShownCount
         add 1 to wLineNo
         compute wRow = wLineNo
         move wIdx to wShownIx(wShownCount)
         perform Probe-Tool-File thru Probe-Tool-File-Ex
         move spaces to wMsg
         move wShownCount to wMsg(2:2)
         string '  ' wm-program(wIdx) ' ' wm-text(wIdx)
                delimited by size into wMsg(5:50)
         compute wShowAt = wRow * 100 + 2
         if wAvail = 'Y'
            move 60 to wShowLen
            move TH-TEXT to wShowRole
            move '07N' to wShowOwn
         else
            string '(' wText(16) delimited by '  '
                   ' ' trim(wm-file(wIdx)) ')'
                   delimited by size into wMsg(56:22)
            move 78 to wShowLen
            move TH-WARNING to wShowRole
            move '04N' to wShowOwn
         end-if
         perform Show-Text thru Show-Text-Ex
      end-if
   end-if
   continue.
Show-Menu-Entry-Ex. exit.

*> ***********************************************************************************
*>     the texts in the session's language - messages 1-16 are the
*>     shell's own, 17 onwards the catalogue rows: a group heading
*>     replaces the whole row text, a tool row its description
*> ***********************************************************************************
Load-Texts.
   move 'GC99MENU' to Mt-Program
   compute Mt-Count = 16 + wMenuCount
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 16
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   perform varying wIdx from 1 by 1 until wIdx > wMenuCount
      compute wTx = 16 + wIdx
      if Mt-Text(wTx) not = spaces
         if wm-role(wIdx) = 'G'
            move Mt-Text(wTx) to wMenuEntry(wIdx)(3:43)
         else
            move Mt-Text(wTx) to wm-text(wIdx)
         end-if
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.

*> ***********************************************************************************
*>     the foot line - the most severe bulletin in force, read afresh
*>     on every redraw so it goes when the bulletin expires
*> ***********************************************************************************
Show-Bulletin-Foot.
   move 'F'     to Bl-Function
   move Sg-User to Bl-User
   move wRole   to Bl-Role
   call 'GC64BULLETIN' using BULLETIN-AREA
      on exception
         move spaces to Bl-Foot
   end-call
   if Bl-Foot = spaces
      go to Show-Bulletin-Foot-Ex
   end-if
   move Bl-Foot to wMsg
   move 2502    to wShowAt
   move 78      to wShowLen
   evaluate Bl-Foot-Sev
      when 'H'
         move TH-ERROR   to wShowRole
         move '47H'      to wShowOwn
      when 'W'
         move TH-WARNING to wShowRole
         move '67H'      to wShowOwn
      when other
         move TH-BAR     to wShowRole
         move '17N'      to wShowOwn
   end-evaluate
   perform Show-Text thru Show-Text-Ex
   continue.
Show-Bulletin-Foot-Ex. exit.

*> ***********************************************************************************
*>     the session's colour theme - asked again after the sign-on,
*>     which may have chosen the user's own
*> ***********************************************************************************
Take-Theme.
   move 'G' to Th-Function
   call 'GC61THEME' using THEME-AREA
      on exception
         move 'N' to Th-Active
   end-call
   continue.
Take-Theme-Ex. exit.

*>     wMsg(1:wShowLen) at wShowAt, in the theme's colours for the
*>     line's role, else in the shell's own
Show-Text.
   if Th-Active = 'Y'
      move Th-Bco(wShowRole) to wShowBco
      move Th-Fco(wShowRole) to wShowFco
      move Th-Att(wShowRole) to wShowAtt
   end-if
   evaluate wShowAtt
      when 'H'
         display wMsg(1:wShowLen) at wShowAt
                :BCOL: wShowBco :FCOL: wShowFco highlight
      when 'R'
         display wMsg(1:wShowLen) at wShowAt
                :BCOL: wShowBco :FCOL: wShowFco reverse-video
      when 'U'
         display wMsg(1:wShowLen) at wShowAt
                :BCOL: wShowBco :FCOL: wShowFco underline
      when other
         display wMsg(1:wShowLen) at wShowAt
                :BCOL: wShowBco :FCOL: wShowFco
   end-evaluate
   continue.
Show-Text-Ex. exit.

*>     an entry field of wShowLen at wShowAt into wEntry, in the
*>     theme's input-field colours, else white on blue; wSecure 'Y'
*>     for a password
Accept-Entry.
   move 1   to wShowBco
   move 7   to wShowFco
   move 'N' to wShowAtt
   if Th-Active = 'Y'
      move Th-Bco(TH-INPUT) to wShowBco
      move Th-Fco(TH-INPUT) to wShowFco
      move Th-Att(TH-INPUT) to wShowAtt
   end-if
   move spaces to wEntry
   evaluate true
      when wSecure = 'Y' and wShowAtt = 'R'
         accept wEntry(1:wShowLen) at wShowAt
                :BCOL: wShowBco :FCOL: wShowFco reverse-video secure
      when wSecure = 'Y' and wShowAtt = 'U'
         accept wEntry(1:wShowLen) at wShowAt
                :BCOL: wShowBco :FCOL: wShowFco underline secure
      when wSecure = 'Y'
         accept wEntry(1:wShowLen) at wShowAt
                :BCOL: wShowBco :FCOL: wShowFco secure
      when wShowAtt = 'R'
         accept wEntry(1:wShowLen) at wShowAt
                :BCOL: wShowBco :FCOL: wShowFco reverse-video
      when wShowAtt = 'U'
         accept wEntry(1:wShowLen) at wShowAt
                :BCOL: wShowBco :FCOL: wShowFco underline
      when other
         accept wEntry(1:wShowLen) at wShowAt
                :BCOL: wShowBco :FCOL: wShowFco
   end-evaluate
   continue.
Accept-Entry-Ex. exit.

Probe-Tool-File.
   move 'Y' to wAvail
   if wm-file(wIdx) not = spaces
