*>             present in both with different Tabe-data, instead of
*>             someone opening GC76TABLIST against each copy and
*>             comparing by eye.
*>             Its operator texts are GC65MSGTEXT messages 1-17, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC76TABRECON.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC76TABRECON
*> Parameters: GC76TABRECON_DIR1 / GC76TABRECON_DIR2 in the process
01  wCountDiffer    pic 9(05) value 0.
01  wCountMatch     pic 9(05) value 0.

*>     the operator texts - GC65MSGTEXT messages 1-17 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value " GC76TABRECON - Tabe file reconciliation ".
    05 filler pic x(58) value " env 1: ".
    05 filler pic x(58) value " env 2: ".
    05 filler pic x(58) value "*** unable to open ".
    05 filler pic x(58) value " GC76TABRECON - summary ".
    05 filler pic x(58) value " table files compared   : ".
    05 filler pic x(58) value " table files skipped    : ".
    05 filler pic x(58) value " keys matching          : ".
    05 filler pic x(58) value " keys only in env 1     : ".
    05 filler pic x(58) value " keys only in env 2     : ".
    05 filler pic x(58) value " keys with data differs : ".
    05 filler pic x(58) value " report written to      : ".
    05 filler pic x(58) value 'FILE MISSING FROM ENV 1 : '.
    05 filler pic x(58) value 'FILE MISSING FROM ENV 2 : '.
    05 filler pic x(58) value 'ONLY IN ENV 2 : '.
    05 filler pic x(58) value 'ONLY IN ENV 1 : '.
    05 filler pic x(58) value 'DATA DIFFERS  : '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 17 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

PROCEDURE DIVISION.
Start-Recon.
   perform Load-Texts thru Load-Texts-Ex
    perform Read-Env-Parms
    perform Open-Report
    display "*===============================================* "
    display wText(1)(1:41)
    display wText(2)(1:8) wDir1
    display wText(3)(1:8) wDir2
    display "*===============================================* "
    perform Process-One-Table
       thru Process-One-Table-Ex
Open-Report.
    open output ReconRpt
    if fs-reconrpt not = '00'
       display wText(4)(1:19) wReconRptName
       move 16 to return-code
       goback
    end-if
       if wExists1 = 'N'
          add 1 to wFilesSkipped
          move spaces to wReconLine
          string wText(13)(1:26) wTabFileName
             delimited by size into wReconLine
          perform Write-Recon-Line
       else
          if wExists2 = 'N'
             add 1 to wFilesSkipped
             move spaces to wReconLine
             string wText(14)(1:26) wTabFileName
                delimited by size into wReconLine
             perform Write-Recon-Line
          else
    evaluate true
       when wAtEnd1 = 'Y'
            move spaces to wReconLine
            string wText(15)(1:16) wTabFileName ' KEY '
                   Tabe2-key delimited by size into wReconLine
            perform Write-Recon-Line
            add 1 to wCountOnly2
            perform Read-Next-2
       when wAtEnd2 = 'Y'
            move spaces to wReconLine
            string wText(16)(1:16) wTabFileName ' KEY '
                   Tabe1-key delimited by size into wReconLine
            perform Write-Recon-Line
            add 1 to wCountOnly1
            perform Read-Next-1
       when Tabe1-key < Tabe2-key
            move spaces to wReconLine
            string wText(16)(1:16) wTabFileName ' KEY '
                   Tabe1-key delimited by size into wReconLine
            perform Write-Recon-Line
            add 1 to wCountOnly1
            perform Read-Next-1
       when Tabe1-key > Tabe2-key
            move spaces to wReconLine
            string wText(15)(1:16) wTabFileName ' KEY '
                   Tabe2-key delimited by size into wReconLine
            perform Write-Recon-Line
            add 1 to wCountOnly2
       when other
            if Tabe1-data not = Tabe2-data
               move spaces to wReconLine
               string wText(17)(1:16) wTabFileName ' KEY '
                      Tabe1-key delimited by size into wReconLine
               perform Write-Recon-Line
               add 1 to wCountDiffer
*>-------------------------------------------------------------------*
Display-Summary.
    display "*===============================================* "
    display wText(5)(1:24)
    display wText(6)(1:26) wFilesCompared
    display wText(7)(1:26) wFilesSkipped
    display wText(8)(1:26) wCountMatch
    display wText(9)(1:26) wCountOnly1
    display wText(10)(1:26) wCountOnly2
    display wText(11)(1:26) wCountDiffer
    display wText(12)(1:26) wReconRptName
    display "*===============================================* "
    .

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC76TABRECON' to Mt-Program
   move 17 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 17
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
