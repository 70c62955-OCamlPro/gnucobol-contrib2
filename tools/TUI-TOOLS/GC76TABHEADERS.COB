*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Select a Table File and insert, display, modify, delete Table headers
*>             A save inside a change-freeze window (GC74FREEZE) that
*>             covers the table file is refused, on the screen and in
*>             batch mode alike, unless a promote-role user takes the
*>             logged emergency override (GC74_OVERRIDE).
*>             Its operator texts are GC65MSGTEXT messages 1-23
*>             (program GC76TABHEADE in the message table), so they
*>             show in the signed-on user's language.
*> Tectonics:  cobc -x GC76TABHEADERS.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC76TABHEADERS
*> Parameters:
01  wBatchOldData   pic x(75) value spaces.
01  wBatchCount     pic 9(05) value 0.
01  wBatchErrors    pic 9(05) value 0.
01  wBatchFrozen    pic 9(05) value 0.

01 black   constant as 0.
01 blue    constant as 1.
COPY 'GC98KEYCODE.CPY'.
COPY 'GC85SIGNON.CPY'.
COPY 'GC94AUDHASH.CPY'.
COPY 'GC74FREEZE.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-23 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value "  Open File Error...: ".
    05 filler pic x(58) value " press a Key to continue ..... ".
    05 filler pic x(58) value "  File Created......:   ".
    05 filler pic x(58) value 'sign-on refused - '.
    05 filler pic x(58) value ' language layer (H=base): '.
    05 filler pic x(58) value " GC76TABHEADERS - batch header load ".
    05 filler pic x(58) value " parameter file: ".
    05 filler pic x(58) value "*** unable to open batch parameter file ".
    05 filler pic x(58) value " GC76TABHEADERS - batch load complete ".
    05 filler pic x(58) value " rows applied : ".
    05 filler pic x(58) value " rows skipped : ".
    05 filler pic x(58) value " rows frozen  : ".
    05 filler pic x(58) value "*** unable to open ".
    05 filler pic x(58) value " status ".
    05 filler pic x(58) value " not applied - ".
    05 filler pic x(58) value "*** rewrite failed for ".
    05 filler pic x(58) value " key ".
    05 filler pic x(58) value "  Password required ......: ".
    05 filler pic x(58) value ' TABLE HEADERS MANAGEMENT'.
    05 filler pic x(58) value ' Enter=Select CursorKeys PgUp/Dn '.
    05 filler pic x(58) value 'Tab/Backtab Spacebar ESC=Exit'.
    05 filler pic x(58) value '   SELECT A TABLE FILE '.
    05 filler pic x(58) value "  No table files found.......: ".
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 23 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(80) value ' TABLE HEADERS MANAGEMENT                                                       '.
    05 filler pic x(80) value ' Enter=Select CursorKeys PgUp/Dn Tab/Backtab Spacebar ESC=Exit                  '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(80) occurs 2 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*>****************************************************************
SCREEN SECTION.
PROCEDURE DIVISION.

Start-Program.
   perform Load-Texts thru Load-Texts-Ex
  *> sets in order to detect the PgUp, PgDn, PrtSc(screen print), Esc keys,
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
  set environment 'COB_SCREEN_ESC'        TO 'Y'.
   end-if.
   if Tabe-fs not = '00'
      if wReadOnly = 'Y'
         DISPLAY wText(1)(1:22)        AT 002005  :BCOL: red :FCOL: white
         DISPLAY Tabe-FS                         AT 002026  :BCOL: red :FCOL: white
         DISPLAY wText(2)(1:31) AT 002038  :BCOL: red :FCOL: white
         accept omitted
         go to End-Program
      end-if
      DISPLAY wText(1)(1:22)        AT 002005  :BCOL: red :FCOL: white
      DISPLAY Tabe-FS                         AT 002026  :BCOL: red :FCOL: white
      DISPLAY wText(2)(1:31) AT 002038  :BCOL: red :FCOL: white
      accept omitted
      perform Create-Tabe thru Create-TabeEx
      open i-o Tabe
      perform Register-InUse thru Register-InUse-ex
      DISPLAY wText(3)(1:24)      AT 003005  :BCOL: red :FCOL: white
      DISPLAY wTabeFileName                       AT 003026  :BCOL: red :FCOL: white
      DISPLAY wText(2)(1:31) AT 003038  :BCOL: red :FCOL: white
      accept omitted
   end-if.
   if wReadOnly = 'N' and Tabe-fs = '00'
              move "Y" to wPasswordOk
          end-if
          if  wPasswordOk = "Y"
              perform Check-Freeze thru Check-Freeze-ex
          end-if
          if  wPasswordOk = "Y" and not Fz-Frozen
              perform Rewrite-File  thru Rewrite-File-ex
          end-if
          go to DisplayScreen
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
           if Sg-Role = 'I'
              move 'Y' to wReadOnly
           end-if
        when 'N'
           display wText(4)(1:18) Sg-Message
           move 16 to return-code
           goback
        when other
Switch-Language.
*>     F5 - type the language letter to edit ('H' or space = the base
*>     layer), and the page reloads in that layer with base fallback
     display wText(5)(1:26) at 0205 :BCOL: red :FCOL: white
     move space to wLangEntry
     accept wLangEntry at 0232 :BCOL: red :FCOL: white
     if wLangEntry = space
*>     sequence Rewrite-File already uses for a whole page at once -
*>     no TableFileSelection, no Screen4, no GC03YESNO confirm
     display "*===============================================* "
     display wText(6)(1:36)
     display wText(7)(1:17) TABEBATCHSPEC
     display "*===============================================* "
     open input TabeBatch
     if TabeBatch-fs not = '00'
        display wText(8)(1:40) TABEBATCHSPEC
        move 16 to return-code
        go to Run-Batch-Mode-Ex
     end-if
        close Tabe
     end-if
     display "*===============================================* "
     display wText(9)(1:38)
     display wText(10)(1:16) wBatchCount
     display wText(11)(1:16) wBatchErrors
     if wBatchFrozen > 0
        display wText(12)(1:16) wBatchFrozen
     end-if
     display "*===============================================* "
     move zero to return-code
     if wBatchFrozen > 0
        move 4 to return-code
     end-if
     .
Run-Batch-Mode-Ex. exit.

                    move 'Y' to wTabeOpenBatch
                    move wBatchFile to wBatchFilePrev
                 else
                    display wText(13)(1:19) wBatchFile
                            wText(14)(1:8) Tabe-fs
                    move 'N' to wTabeOpenBatch
                 end-if
              end-if
     if Tabe-fs = '00'
        move wTabe-data to wBatchOldData
     end-if
     perform Check-Freeze thru Check-Freeze-ex
     if Fz-Frozen
        display "*** " wBatchFile " " wBatchKtab wText(15)(1:15)
                Fz-Message
        add 1 to wBatchErrors
        add 1 to wBatchFrozen
        go to Apply-OneBatchKey-ex
     end-if
     move 'H      '  to wTabe-rec
     move wBatchKtab to wTabe-ktab
     move wBatchDesc to wTabe-data
        perform Write-AuditRow thru Write-AuditRow-ex
        add 1 to wBatchCount
     else
        display wText(16)(1:23) wBatchFile wText(17)(1:5) wBatchKtab
                wText(14)(1:8) Tabe-fs
        add 1 to wBatchErrors
     end-if
     .
Apply-OneBatchKey-ex. exit.

Check-Freeze.
*>     change-freeze windows (GC74FREEZE) - inside a window covering
*>     this table file the save is refused with the window's reason.
*>     An emergency override is appended to TABEAUD1.LOG by
*>     GC74FREEZE itself, so the trail is closed around the call and,
*>     when a row was written, the chain hash is looked up again
     move 'GC76TABHEADR' to Fz-Tool
     move wTabeFileName  to Fz-Scope
     move wAuditUser     to Fz-User
     move space          to Fz-Role
     if Sg-Status = 'Y'
        move Sg-Role to Fz-Role
     end-if
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
     perform Open-AuditLog thru Open-AuditLog-ex
     if Fz-Frozen and wBatchMode not = 'Y'
        move low-value to Bxm-tabmex
        move '  Change freeze - NOT saved   ' & x'00' to bxm-mex(2)
        string Fz-Message(1:30)  x'00' delimited by size into bxm-mex(4)
        string Fz-Message(31:30) x'00' delimited by size into bxm-mex(5)
        string Fz-Message(61:18) x'00' delimited by size into bxm-mex(6)
        perform DisplayMessage thru DisplayMessageEx
     end-if
     .
Check-Freeze-ex. exit.

Open-AuditLog.
*>     opens (creating if necessary) the shared header-change audit
*>     log and looks up who is running this session
Verify-Password.
     move space          to wPasswordOk
     move space          to wk-Password-Entry
     DISPLAY wText(18)(1:28)     AT 002005 :BCOL: red :FCOL: white
     ACCEPT  wk-Password-Entry                   AT 002034 :BCOL: red :FCOL: white
             WITH SECURE
     if wk-Password-Entry = Password1
   move '002001024080' to Box-rc
   set Box-bco to green Move 'N' to Box-3D
   CALL "GC01BOX" USING BY CONTENT BOX-AREA
   display wLong(1)(1:80)
                  at 0101 :BCOL: green Foreground-Color white highlight
   display  wLong(2)(1:80)
 *>          12345678901234567890123456789012345678901234567890123456789012345678901234567890
 *>                   1         2         3         4         5         6         7
          at 2501 with background-color green foreground-color white highlight

   move 'E'   to box-3d
   move 'Y' to Bu-Click bu-Shadow
   display wText(22)(1:23) at 005031 :BCOL: white foreground-Color red

   perform Scan-TableFiles thru Scan-TableFiles-ex

   if wFileCount = 0
      DISPLAY wText(23)(1:31) AT 002005 :BCOL: red :FCOL: white
      DISPLAY wText(2)(1:31) AT 002038 :BCOL: red :FCOL: white
      accept omitted
   else
      move low-value to Buttons-Area
    move 2 to wInt
    call static "curs_set" using by value wInt end-call.
ShowCursor-ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC76TABHEADE' to Mt-Program
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
   string wText(19)(1:25)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(20)(1:33) wText(21)(1:29)
          delimited by size into wLong(2)
   end-string
   continue.
Load-Texts-Ex. exit.
