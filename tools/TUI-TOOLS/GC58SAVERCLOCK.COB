*>             the saver can be dropped straight into a screen's own
*>             main ACCEPT loop and self-trigger after N idle seconds,
*>             instead of every caller keeping its own idle timer.
*>             1.2 2026.10.15 added locked mode (SSLock/SSLockUser or
*>             GC58_LOCK=Y): the screen is blanked and only comes back
*>             after the session user re-enters the GC85SIGNON
*>             password; ESC at the prompt ends the session instead.
*>             1.3 2026.10.15 the locked-mode title, prompts and
*>             messages are GC65MSGTEXT messages 1-5 (program
*>             GC58SAVERCLO in the message table), shown in the
*>             session user's language.
*>             1.4 2026.10.15 a GC85SIGNON that cannot be called no
*>             longer opens a locked screen: the screen stays locked
*>             with a message (GC65MSGTEXT message 6) and ESC still
*>             ends the session.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    03  wMoveSecs     pic 9(04) value 0.
    03  wClockR1      pic 9(02) value 1.
    03  wClockC1      pic 9(02) value 1.
*> locked mode
    03  wLockOn       pic x(01) value 'N'.
    03  wLockUser     pic x(12) value spaces.
    03  wLockState    pic x(01) value space.
        88  wLockOpened       value 'O'.
        88  wLockLockedOut    value 'L'.
    03  wLockPass     pic x(16) value spaces.
    03  wSavedUser    pic x(12) value spaces.
    03  wSavedPass    pic x(16) value spaces.
    03  wEnvValue     pic x(16) value spaces.
    03  wLockMsg      pic x(60) value spaces.

*> ***********************************************************************************
*> BIG-CLOCK DIGIT FONT - each glyph is 5 rows of 3 columns, 'X' is a

*> Values that may be returned in CRT STATUS (or COB-CRT-STATUS)
78  K-TIMEOUT     VALUE 8001.
78  K-ESCAPE      VALUE 2005.

copy 'GC85SIGNON.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-6 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value ' account locked - ESC ends the session'.
    05 filler pic x(58) value ' password (ESC = end the session): '.
    05 filler pic x(58) value ' wrong password'.
    05 filler pic x(58) value ' session ended - sign on again'.
    05 filler pic x(58) value ' SESSION LOCKED - user '.
    05 filler pic x(58) value ' sign-on check not available - screen stays locked'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 6 times.
*>     the lines too wide for one message, rebuilt from their
*>     messages and padded out to their width again
01  wLongs.
    05 filler pic x(59) value ' account locked - ESC ends the session                     '.
    05 filler pic x(59) value ' wrong password                                            '.
    05 filler pic x(59) value ' sign-on check not available - screen stays locked        '.
01  wLongsR redefines wLongs.
    05 wLong     pic x(59) occurs 3 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

LINKAGE SECTION.
copy 'GC58SAVERCLOCK.CPY'.
move space to SSActivated.
move 0     to SSKeyCRT.

perform Check-Lock thru Check-Lock-Ex.

*> ***********************************************************************************
*> if the caller gave us an idle timeout, wait here for it to elapse
*> before ever drawing anything; a keypress during the wait aborts the
   move 1 to wTitPos
   move 0 to wMoveSecs
   perform Position-Clock thru Position-Clock-Ex
*> a locked screen must not leave the caller's data showing round
*> the clock
   if wLockOn = 'Y'
      display ' ' at line 1 col 1 with blank screen end-display
   end-if
   if SSbeep = 'Y' call X'E5' end-if.

Run-Clock-Loop.

   if wCRT-STATUS not = K-TIMEOUT
      move wCRT-STATUS to SSKeyCRT
      if wLockOn = 'Y'
         perform Unlock-Session thru Unlock-Session-Ex
         if not wLockOpened
*>          back to the clock on a blank screen - the prompt timed out
*>          or the password was wrong
            display ' ' at line 1 col 1 with blank screen end-display
            perform Position-Clock thru Position-Clock-Ex
            go to Run-Clock-Loop
         end-if
      end-if
      go to Run-Clock-Ex
   end-if

   .
Display-Title-Ex. exit.

*> ***********************************************************************************
*> LOCKED MODE SET-UP - ON WHEN THE CALLER OR THE GC58_LOCK ENVIRONMENT
*> VARIABLE ASKS FOR IT AND THERE IS A SIGNED-ON USER TO VERIFY
*> ***********************************************************************************
Check-Lock.
   move 'N' to wLockOn
   move SSLock to wLockOn
   display 'GC58_LOCK' upon environment-name
   accept wEnvValue from environment-value
   if wEnvValue(1:1) = 'Y' or 'y'
      move 'Y' to wLockOn
   end-if
   if wLockOn not = 'Y'
      move 'N' to wLockOn
      go to Check-Lock-Ex
   end-if
   move SSLockUser to wLockUser
   if wLockUser = spaces
      display 'GC85_USER' upon environment-name
      accept wLockUser from environment-value
   end-if
*> no signed-on user, no password to ask for
   if wLockUser = spaces
      move 'N' to wLockOn
   end-if
   .
Check-Lock-Ex. exit.

*> ***********************************************************************************
*> ASK THE SESSION USER FOR THE PASSWORD BEFORE GIVING THE SCREEN BACK
*> wrong entries go through GC85SIGNON like any sign-on, so they count
*> towards the lockout; ESC ends the session; after 30 seconds without
*> an answer the clock comes back
*> ***********************************************************************************
Unlock-Session.
   perform Load-Texts thru Load-Texts-Ex
   move space to wLockState
   display ' ' at line 1 col 1 with blank screen end-display
   move 1 to wInt
   call static "curs_set" using by value wInt end-call.

Unlock-Prompt.
   move spaces to wLockMsg
   string wText(5)(1:23) wLockUser
          delimited by size into wLockMsg
   display wLockMsg at line 10 col 10
      with background-color SSbackcol foreground-color SSforecol end-display
   if wLockLockedOut
      display wLong(1)(1:59)
         at line 12 col 10
         with background-color red foreground-color white end-display
      accept omitted at line 12 col 69 end-accept
      if wCRT-STATUS = K-ESCAPE
         go to Unlock-End-Session
      end-if
      go to Unlock-Prompt
   end-if
   display wText(2)(1:35) at line 12 col 10
      with background-color black foreground-color white end-display
   move spaces to wLockPass
   accept wLockPass at line 12 col 45
      with background-color blue foreground-color white secure
           auto time-out 30 end-accept
   evaluate true
      when wCRT-STATUS = K-ESCAPE
         go to Unlock-End-Session
      when wCRT-STATUS = K-TIMEOUT
         go to Unlock-Session-Ex
      when wLockPass = spaces
         go to Unlock-Prompt
   end-evaluate

*> GC85SIGNON reads the credentials from the environment; the exported
*> session credentials are put back afterwards whatever the outcome
   display 'GC85_USER' upon environment-name
   accept wSavedUser from environment-value
   display 'GC85_PASSWORD' upon environment-name
   accept wSavedPass from environment-value
   display 'GC85_USER' upon environment-name
   display wLockUser upon environment-value
   display 'GC85_PASSWORD' upon environment-name
   display wLockPass upon environment-value
   display 'GC85_NEWPASSWORD' upon environment-name
   display ' ' upon environment-value
   initialize SIGNON-AREA
   call 'GC85SIGNON' using SIGNON-AREA
      on exception move 'F' to Sg-Status
   end-call
   display 'GC85_USER' upon environment-name
   display wSavedUser upon environment-value
   display 'GC85_PASSWORD' upon environment-name
   display wSavedPass upon environment-value
   move spaces to wLockPass

   evaluate true
*>    the user subsystem is gone - nothing left to verify against
      when Sg-Status = 'A'
         set wLockOpened to true
*>    the sign-on module could not be called - the screen stays locked
      when Sg-Status = 'F'
         display wLong(3)(1:59)
            at line 14 col 10
            with background-color red foreground-color white end-display
         go to Unlock-Prompt
      when Sg-Status = 'Y' and Sg-User = wLockUser
         set wLockOpened to true
*>       the user's own language, now that it is known
         if Sg-Lang not = space
            move space to Mt-Status
            perform Load-Texts thru Load-Texts-Ex
         end-if
      when Sg-Message(1:14) = 'account locked'
         set wLockLockedOut to true
         go to Unlock-Prompt
      when other
         display wLong(2)(1:59)
            at line 14 col 10
            with background-color red foreground-color white end-display
         go to Unlock-Prompt
   end-evaluate
   move 0 to SSKeyCRT
   go to Unlock-Session-Ex.

Unlock-End-Session.
*> the session is given up, not continued: the whole run unit ends
*> (the runtime closes its files) and the exported credentials go
*> with it, so the next user starts from a fresh sign-on
   display 'GC85_PASSWORD' upon environment-name
   display ' ' upon environment-value
   display ' ' at line 1 col 1 with blank screen end-display
   display wText(4)(1:30) at line 1 col 1 end-display
   stop run.
Unlock-Session-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read on every
*>     call (the program is initial); a message the table does not
*>     carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC58SAVERCLO' to Mt-Program
   move 6 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 6
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   move spaces to wLong(1)
   string wText(1)(1:38)
          delimited by size into wLong(1)
   end-string
   move spaces to wLong(2)
   string wText(3)(1:15)
          delimited by size into wLong(2)
   end-string
   move spaces to wLong(3)
   string wText(6)(1:50)
          delimited by size into wLong(3)
   end-string
   continue.
Load-Texts-Ex. exit.

End Program GC58SAVERCLOCK.
