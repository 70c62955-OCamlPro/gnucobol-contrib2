*>               GC85_PASSWORD  new password               (add/update)
*>               GC85_ROLE      I=inquiry U=update
*>                              P=promote-to-production    (add/update)
*>               GC85_ACTION    SET (default), REMOVE, UNLOCK, LANG
*>                              or THEME
*>               GC85_SERVICE   Y marks a service account on SET -
*>                              exempt from aging and lockout, for
*>                              the 2am batch credentials
*>               GC85_LANG      the user's language - the TABE
*>                              language layer letter the screens,
*>                              messages and code descriptions come
*>                              up in (SET/LANG; on SET blank keeps
*>                              the user's current one, on LANG
*>                              blank removes it)
*>               GC85_THEME     the user's colour theme (GC61THEME -
*>                              e.g. MON monochrome, CBF colour-blind
*>                              safe) every screen comes up in
*>                              (SET/THEME; on SET blank keeps the
*>                              user's current one, on THEME blank
*>                              returns the user to the shop's
*>                              default); a name GC61THEME does not
*>                              know is refused
*>             UNLOCK clears a lockout (and the failure counter)
*>             after the user's problem is sorted out; LANG changes
*>             only the language, THEME only the colour theme.
*>             The stored credential is the same position-weighted
*>             checksum GC85SIGNON computes - the password itself is
*>             never written anywhere.
*>             Its operator texts are GC65MSGTEXT messages 1-13, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC85USERADM.COB
*> Usage:      GC85USERADM
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
   05 uf-locked                   pic x(001).
   05                             pic x(001).
   05 uf-service                  pic x(001).
   05                             pic x(001).
   05 uf-lang                     pic x(001).
   05                             pic x(001).
   05 uf-theme                    pic x(003).

WORKING-STORAGE SECTION.
01  UserFile-fs    pic x(02) value spaces.
01  wOrd           pic 9(03) value 0.
01  wUserTab.
    05 wUserCount  pic 9(03) value 0.
    05 wUserRow    pic x(45) occurs 100 times.
01  wRowIdx        pic 9(03) value 0.
01  wSeen          pic x(01) value 'N'.
01  wService       pic x(01) value 'N'.
01  wToday         pic 9(08) value 0.
01  wOldRow        pic x(45) value spaces.
01  wLang          pic x(01) value space.
01  wTheme         pic x(03) value spaces.

COPY 'GC61THEME.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-13 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC85USERADM: GC85_USER is required'.
    05 filler pic x(58) value 'GC85USERADM: SET needs GC85_PASSWORD and'.
    05 filler pic x(58) value ' GC85_ROLE I/U/P'.
    05 filler pic x(58) value 'GC85USERADM: '.
    05 filler pic x(58) value ' unlocked'.
    05 filler pic x(58) value ' was not on file'.
    05 filler pic x(58) value ' language '.
    05 filler pic x(58) value ' colour theme '.
    05 filler pic x(58) value ' removed'.
    05 filler pic x(58) value ' updated, role '.
    05 filler pic x(58) value ' added, role '.
    05 filler pic x(58) value 'GC85USERADM: colour theme '.
    05 filler pic x(58) value ' is not defined'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 13 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   perform Read-Parameters thru Read-Parameters-Ex
   if wUser = spaces
      display wText(1)(1:34)
      move 16 to return-code
      goback
   end-if
   if wAction = 'SET'
      if wPassword = spaces
         or (wRole not = 'I' and wRole not = 'U' and wRole not = 'P')
         display wText(2)(1:40)
                 wText(3)(1:16)
         move 16 to return-code
         goback
      end-if
      perform Hash-Password thru Hash-Password-Ex
   end-if
   if wTheme not = spaces and wTheme not = 'STD'
      perform Check-Theme thru Check-Theme-Ex
   end-if

   perform Load-Users thru Load-Users-Ex
   perform Rewrite-Users thru Rewrite-Users-Ex

   evaluate true
      when wAction = 'UNLOCK' and wSeen = 'Y'
         display wText(4)(1:13) wUser wText(5)(1:9)
      when wAction = 'UNLOCK'
         display wText(4)(1:13) wUser wText(6)(1:16)
      when wAction = 'LANG' and wSeen = 'Y'
         display wText(4)(1:13) wUser wText(7)(1:10) wLang
      when wAction = 'LANG'
         display wText(4)(1:13) wUser wText(6)(1:16)
      when wAction = 'THEME' and wSeen = 'Y'
         display wText(4)(1:13) wUser wText(8)(1:14) wTheme
      when wAction = 'THEME'
         display wText(4)(1:13) wUser wText(6)(1:16)
      when wAction = 'REMOVE' and wSeen = 'Y'
         display wText(4)(1:13) wUser wText(9)(1:8)
      when wAction = 'REMOVE'
         display wText(4)(1:13) wUser wText(6)(1:16)
      when wSeen = 'Y'
         display wText(4)(1:13) wUser wText(10)(1:15) wRole
      when other
         display wText(4)(1:13) wUser wText(11)(1:13) wRole
   end-evaluate
   move 0 to return-code
   GOBACK.
   if upper-case(env-value(1:1)) = 'Y'
      move 'Y' to wService
   end-if
   display 'GC85_LANG' upon environment-name
   accept env-value from environment-value
   move upper-case(env-value(1:1)) to wLang
   display 'GC85_THEME' upon environment-name
   accept env-value from environment-value
   move upper-case(env-value(1:3)) to wTheme
   continue.
Read-Parameters-Ex. exit.

*>     a theme the shop has not defined would leave the user in the
*>     tools' own colours without a word - refuse it here instead
Check-Theme.
   move 'N'    to Th-Function
   move wTheme to Th-Name
   call 'GC61THEME' using THEME-AREA
      on exception
         go to Check-Theme-Ex
   end-call
   if Th-Active not = 'Y'
      display wText(12)(1:26) wTheme wText(13)(1:15)
      move 16 to return-code
      goback
   end-if
   continue.
Check-Theme-Ex. exit.

Hash-Password.
*>     must match Hash-Password in GC85SIGNON byte for byte
   move 0 to wHash
         move 0        to uf-fails
         move 'N'      to uf-locked
         move wService to uf-service
         move wLang    to uf-lang
         if wLang = space and wSeen = 'Y'
            move wOldRow(41:1) to uf-lang
         end-if
         move wTheme   to uf-theme
         if wTheme = spaces and wSeen = 'Y'
            move wOldRow(43:3) to uf-theme
         end-if
         write UserFile-record
      when 'UNLOCK'
         if wSeen = 'Y'
            move 'N' to uf-locked
            write UserFile-record
         end-if
      when 'LANG'
         if wSeen = 'Y'
            move wOldRow to UserFile-record
            move wLang   to uf-lang
            write UserFile-record
         end-if
      when 'THEME'
         if wSeen = 'Y'
            move wOldRow to UserFile-record
            move wTheme  to uf-theme
            write UserFile-record
         end-if
      when other
         continue
   end-evaluate
   close UserFile
   continue.
Rewrite-Users-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC85USERADM' to Mt-Program
   move 13 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 13
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
