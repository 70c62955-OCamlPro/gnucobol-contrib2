*>             Credentials come from GC85_USER/GC85_PASSWORD in the
*>             process environment when set (for batch callers like
*>             the promotion tool), else from a console prompt.
*>             A user's language preference (TABEUSER.DAT, set with
*>             GC85USERADM) comes back in Sg-Lang and is exported as
*>             TABLANG for the session; the user's colour theme
*>             (GC61THEME) likewise in Sg-Theme, exported as TABTHEME.
*>             An interactive sign-on ends with the operations
*>             bulletins in force for the user (GC64BULLETIN) shown
*>             in boxes; batch callers and the tools the GC99MENU
*>             shell launches sign on from the environment and skip
*>             them - the shell shows them once itself.
*>             A system without TABEUSER.DAT answers Sg-Status 'A'
*>             and the caller keeps its legacy password handling.
*>             Its operator texts are GC65MSGTEXT messages 1-9, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -m GC85SIGNON.COB
*> Usage:      CALL "GC85SIGNON" USING SIGNON-AREA
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
   05 uf-locked                   pic x(001).
   05                             pic x(001).
   05 uf-service                  pic x(001).
   05                             pic x(001).
*> the user's language - the TABE language layer letter, blank = the
*> site's own TABLANG setting
   05 uf-lang                     pic x(001).
*> the user's colour theme (GC61THEME), blank = the shop's GC61_THEME
   05                             pic x(001).
   05 uf-theme                    pic x(003).

fd  AttemptLog.
01  AttemptLog-record             pic x(60).
*>     out whole, the same load/rewrite pattern GC85USERADM uses
01  wUserTab.
    05 wUserCount  pic 9(03) value 0.
    05 wUserRow    pic x(45) occurs 100 times.
01  wRowIdx        pic 9(03) value 0.
01  wHit           pic 9(03) value 0.
01  wDirty         pic x(01) value 'N'.
01  wForcedChange  pic x(01) value 'N'.
01  wOutcome       pic x(20) value spaces.

COPY 'GC64BULLETIN.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-9 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'password expired - a new one is required'.
    05 filler pic x(58) value 'new password (Enter keeps the old one): '.
    05 filler pic x(58) value 'repeat new password: '.
    05 filler pic x(58) value 'password changed'.
    05 filler pic x(58) value 'passwords differ - unchanged'.
    05 filler pic x(58) value 'new password: '.
    05 filler pic x(58) value 'passwords differ or unchanged - refused'.
    05 filler pic x(58) value 'sign-on - user: '.
    05 filler pic x(58) value 'password      : '.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 9 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

LINKAGE SECTION.
01  SIGNON-AREA.
    05  Sg-User      pic x(12).
    05  Sg-Role      pic x(01).
    05  Sg-Status    pic x(01).
    05  Sg-Message   pic x(40).
    05  Sg-Lang      pic x(01).
    05  Sg-Theme     pic x(03).

*> ***********************************************************************************
PROCEDURE DIVISION using SIGNON-AREA.
Start-Signon.
   perform Load-Texts thru Load-Texts-Ex
   move spaces to Sg-User Sg-Message
   move space  to Sg-Role Sg-Lang
   accept wToday from date yyyymmdd

   display 'GC85_PWDAYS' upon environment-name
                  goback
               end-if
            else
            display wText(1)(1:40)
            perform Change-Password thru Change-Password-Ex
            if wNewPass not = spaces
               move 'Y' to wForcedChange
   if wFromEnv = 'N' and uf-service not = 'Y'
      and Sg-Status not = 'N'
      and wForcedChange = 'N'
      display wText(2)(1:40)
              with no advancing
      accept wNewPass
      if wNewPass not = spaces
         display wText(3)(1:21) with no advancing
         accept wNewPass2
         if wNewPass = wNewPass2
            move wNewPass to wPassEntry
            move wHash  to uf-hash
            move wToday to uf-pwdate
            move 'Y' to wDirty
            display wText(4)(1:16)
         else
            display wText(5)(1:28)
         end-if
      end-if
   end-if
   move UserFile-record to wUserRow(wHit)
   move 'Y' to wDirty
   perform Rewrite-Users thru Rewrite-Users-Ex
*> the rewrite leaves the last row of the file in the record area
   move wUserRow(wHit) to UserFile-record

   move uf-user to Sg-User
   move uf-role to Sg-Role
   move uf-lang to Sg-Lang
*> the user's language becomes the session's - every lookup of code
*> descriptions and screen texts in this run unit, and in the tools
*> the menu shell launches, comes up in it
   if uf-lang not = space
      set environment 'TABLANG' to uf-lang
   end-if
*> and so does the user's colour theme, for every screen of the session
   move uf-theme to Sg-Theme
   if uf-theme not = spaces
      set environment 'TABTHEME' to uf-theme
   end-if
   move 'Y'     to Sg-Status
   move 'signed on' to Sg-Message
   move 'OK' to wOutcome
   perform Log-Attempt thru Log-Attempt-Ex
   if wFromEnv = 'N'
      move 'S'     to Bl-Function
      move uf-user to Bl-User
      move uf-role to Bl-Role
      call 'GC64BULLETIN' using BULLETIN-AREA
         on exception
            continue
      end-call
   end-if
   goback.

*> ***********************************************************************************
*>     from the password just proven; wNewPass spaces = refused
*> ***********************************************************************************
Change-Password.
   display wText(6)(1:14) with no advancing
   accept wNewPass
   if wNewPass = spaces
      go to Change-Password-Ex
   end-if
   display wText(3)(1:21) with no advancing
   accept wNewPass2
   if wNewPass not = wNewPass2 or wNewPass = wPassEntry
      display wText(7)(1:39)
      move spaces to wNewPass
      go to Change-Password-Ex
   end-if
   move wHash  to uf-hash
   move wToday to uf-pwdate
   move 'Y' to wDirty
   display wText(4)(1:16)
   continue.
Change-Password-Ex. exit.

      accept wPassEntry from environment-value
      move 'Y' to wFromEnv
   else
      display wText(8)(1:16) with no advancing
      accept wUserEntry
      display wText(9)(1:16) with no advancing
      accept wPassEntry
   end-if
   continue.
   continue.
Log-Attempt-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC85SIGNON' to Mt-Program
   move 9 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 9
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.

END PROGRAM GC85SIGNON.
