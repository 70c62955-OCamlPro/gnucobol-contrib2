*>             that does not verify is refused as evidence.
*>             RETURN-CODE 0 chain intact, 8 broken (first broken
*>             line reported), 4 only legacy rows present.
*>             Its operator texts are GC65MSGTEXT messages 1-10, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC94AUDCHAIN.COB GC94AUDHASH.COB
*> Usage:      GC94AUDCHAIN   (GC94_TRAIL overrides TABEAUD1.LOG)
*> Author:     Eugenio Di Lorenzo - Italia (DILO)

COPY 'GC94AUDHASH.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-10 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC94AUDCHAIN - audit-trail chain verifier'.
    05 filler pic x(58) value '  no trail at '.
    05 filler pic x(58) value ' - nothing to verify'.
    05 filler pic x(58) value '  lines read   : '.
    05 filler pic x(58) value '  chain-hashed : '.
    05 filler pic x(58) value '  legacy (no hash): '.
    05 filler pic x(58) value '  *** CHAIN BROKEN at line '.
    05 filler pic x(58) value ' - the trail was altered at or before this line'.
    05 filler pic x(58) value '  no chained rows yet - trail predates chaining'.
    05 filler pic x(58) value '  chain verifies intact'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 10 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Verify-Chain.
   perform Load-Texts thru Load-Texts-Ex
   display wText(1)(1:41)
   display 'GC94_TRAIL' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
   move '00000000' to Ah-Prev
   open input Trail
   if Trail-fs not = '00'
      display wText(2)(1:14) trim(TRAILSPEC) wText(3)(1:20)
      move 0 to return-code
      goback
   end-if
      end-if
   end-perform
   close Trail
   display wText(4)(1:17) wLineNbr
   display wText(5)(1:17) wHashed
   display wText(6)(1:20) wLegacy
   evaluate true
      when wBrokenLine > 0
         display wText(7)(1:27) wBrokenLine
                 wText(8)(1:47)
         move 8 to return-code
      when wHashed = 0
         display wText(9)(1:47)
         move 4 to return-code
      when other
         display wText(10)(1:23)
         move 0 to return-code
   end-evaluate
   goback.
   move wStored to Ah-Prev
   continue.
Verify-One-Line-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC94AUDCHAIN' to Mt-Program
   move 10 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 10
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
