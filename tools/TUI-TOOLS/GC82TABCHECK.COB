*>                 base layer and any other letter a language-variant
*>                 layer (which may legitimately exist without its
*>                 own layer header - the base description is its
*>                 fallback); anything non-alphabetic is flagged,
*>               - a base-layer code record whose data breaks its
*>                 table's field schema (GC68TABSCHEMA), and a row
*>                 of the schema table that is not a usable schema
*>                 row,
*>               - a dangling reference: a code field (the schema's
*>                 type C, the declaration that bytes n-m of one
*>                 table's data are a kcod of another table) holding
*>                 a code that table does not have.
*>             For the screen-text message table (GC65MSGTEXT, ktab
*>             MSG or GC65_KTAB) every base message with no
*>             translation in a language is listed, per language, as
*>             a note - the languages being the layers that already
*>             hold messages plus any named in GC82_LANGS (letters,
*>             e.g. EF) - with a count per language. A missing
*>             translation is not a violation: the base text is shown.
*>             Findings go to the TABECHECK.RPT report (in the style
*>             of TABERECON.RPT) and the program ends with a non-zero
*>             RETURN-CODE when violations were found, so a scheduler
*>             can hold dependent jobs - orphaned codes have already
*>             caused wrong lookups in the join work.
*>             Its operator texts are GC65MSGTEXT messages 1-5, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC82TABCHECK.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC82TABCHECK
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
01  wNumFrom        pic 9(08) value 0.
01  wNumTo          pic 9(08) value 0.

*>     the message table: its base rows, the translated ones, and
*>     the languages to report on
01  wMsgKtab        pic x(03) value 'MSG'.
01  wLangsWanted    pic x(25) value spaces.
01  wLangs          pic x(25) value spaces.
01  wLangCount      pic 9(02) value 0.
01  wLx             pic 9(02) value 0.
01  wLangFound      pic x(01) value 'N'.
01  wTabeLang       pic x(01) value space.
01  wBaseMsgCount   pic 9(04) value 0.
01  wBaseMsgTable.
    05 wBaseMsg occurs 999 times.
       10 wbm-kcod     pic x(03).
       10 wbm-program  pic x(12).
       10 wbm-nbr      pic x(03).
01  wTranCount      pic 9(04) value 0.
01  wTranTable.
    05 wTran occurs 3000 times.
       10 wtr-lang     pic x(01).
       10 wtr-kcod     pic x(03).
01  wBx             pic 9(04) value 0.
01  wTx             pic 9(04) value 0.
01  wTranHit        pic x(01) value 'N'.
01  wUntranslated   pic 9(04) value 0.

COPY 'GC68TABSCHEMA.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-5 of this
*>     program replace them in the signed-on user's language
01  wOpTexts.
    05 filler pic x(58) value 'GC82TABCHECK - table file integrity checker'.
    05 filler pic x(58) value '*** unable to open '.
    05 filler pic x(58) value ' files checked: '.
    05 filler pic x(58) value ' violations   : '.
    05 filler pic x(58) value ' see '.
01  wOpTextsR redefines wOpTexts.
    05 wOpText   pic x(58) occurs 5 times.
01  wOpTx         pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   display wOpText(1)(1:43)
   open output CheckRpt
   if fs-checkrpt not = '00'
      display wOpText(2)(1:19) wCheckRptName
      move 16 to return-code
      goback
   end-if
   end-if
   compute wExpLimit =
           date-of-integer(integer-of-date(wDate) + wExpDays)
   display 'GC65_KTAB' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move upper-case(env-value(1:3)) to wMsgKtab
   end-if
   display 'GC82_LANGS' upon environment-name
   accept env-value from environment-value
   move upper-case(env-value) to wLangsWanted

   perform varying wFileNbr from 1 by 1 until wFileNbr > wMaxFiles
      move 'TABE0'  to wCheckName(1:5)
   move wMsg to CheckRpt-record
   write CheckRpt-record
   close CheckRpt
   display wOpText(3)(1:16) wFilesChecked
   display wOpText(4)(1:16) wViolations
   if wViolations > 0
      display wOpText(5)(1:5) wCheckRptName
      move 8 to return-code
   else
      move 0 to return-code
   move 'N' to wCurHasHeader wAnyRecords
   move 0 to wCurCodeCount
   move 0 to wWinCount
   move 0 to wBaseMsgCount wTranCount wLangCount
   move spaces to wLangs
   perform varying wLx from 1 by 1 until wLx > 25
      if wLangsWanted(wLx:1) is alphabetic
         and wLangsWanted(wLx:1) not = space
         and wLangsWanted(wLx:1) not = 'H'
         move wLangsWanted(wLx:1) to wTabeLang
         perform Note-Language thru Note-Language-Ex
      end-if
   end-perform

   move spaces to wMsg
   string '--- ' TABEFSPEC ' ---' delimited by size into wMsg
         move 'Y' to wAnyRecords
         perform Check-One-Record thru Check-One-Record-Ex
         perform Check-Validity thru Check-Validity-Ex
         if Tabe-ktab = wMsgKtab and Tabe-kcod not = spaces
            perform Note-Message thru Note-Message-Ex
         end-if
      end-if
   end-perform
   perform Close-Current-Tab thru Close-Current-Tab-Ex
   close Tabe
   perform Check-Window-Overlaps thru Check-Window-Overlaps-Ex
   perform Report-Untranslated thru Report-Untranslated-Ex
   if wAnyRecords = 'N'
      move 'FILE HOLDS NO RECORDS AT ALL' to wMsg
      perform Report-Violation thru Report-Violation-Ex
                ' code ' Tabe-kcod delimited by size into wMsg
         perform Report-Violation thru Report-Violation-Ex
      end-if
      perform Check-Schema thru Check-Schema-Ex
   end-if
   continue.
Check-Base-Record-Ex. exit.

*>     the code record's data against its table's field schema - the
*>     module keeps the schema of the table in hand, so it is read
*>     once per ktab; rows of the schema table are checked as rows
Check-Schema.
   if Tabe-data(1:75) = spaces
      go to Check-Schema-Ex
   end-if
   move 'V'             to Sc-Function
   move TABEFSPEC       to Sc-File
   move Tabe-ktab       to Sc-Ktab
   move Tabe-data(1:75) to Sc-Data
   call 'GC68TABSCHEMA' using SCHEMA-AREA
      on exception
         go to Check-Schema-Ex
   end-call
   if Sc-Invalid
      move spaces to wMsg
      if Sc-Ref-Missing = 'Y'
         string 'DANGLING REFERENCE table ' Tabe-ktab ' code '
                Tabe-kcod ': ' Sc-Message delimited by size into wMsg
      else
         string 'SCHEMA VIOLATION table ' Tabe-ktab ' code '
                Tabe-kcod ': ' Sc-Message delimited by size into wMsg
      end-if
      perform Report-Violation thru Report-Violation-Ex
   end-if
   continue.
Check-Schema-Ex. exit.

Close-Current-Tab.
*>     a header still carrying the Create-Tabe placeholder text and no
*>     codes is normal (200 of them are seeded) - only a header whose
   continue.
Check-Window-Overlaps-Ex. exit.

*> ***********************************************************************************
*>     the message table - base rows and translations are gathered
*>     in the pass (a language layer may sort before or after 'H'),
*>     the gaps listed once the file is read
*> ***********************************************************************************
Note-Message.
   if Tabe-ktip = 'H'
      if wBaseMsgCount < 999
         add 1 to wBaseMsgCount
         move Tabe-kcod        to wbm-kcod(wBaseMsgCount)
         move Tabe-data(1:12)  to wbm-program(wBaseMsgCount)
         move Tabe-data(14:3)  to wbm-nbr(wBaseMsgCount)
      end-if
      go to Note-Message-Ex
   end-if
   if Tabe-ktip is not alphabetic or Tabe-ktip = space
      go to Note-Message-Ex
   end-if
   move Tabe-ktip to wTabeLang
   perform Note-Language thru Note-Language-Ex
   if wTranCount < 3000 and Tabe-data(18:58) not = spaces
      add 1 to wTranCount
      move Tabe-ktip to wtr-lang(wTranCount)
      move Tabe-kcod to wtr-kcod(wTranCount)
   end-if
   continue.
Note-Message-Ex. exit.

Note-Language.
   move 'N' to wLangFound
   perform varying wLx from 1 by 1 until wLx > wLangCount
      if wLangs(wLx:1) = wTabeLang
         move 'Y' to wLangFound
      end-if
   end-perform
   if wLangFound = 'N' and wLangCount < 25
      add 1 to wLangCount
      move wTabeLang to wLangs(wLangCount:1)
   end-if
   continue.
Note-Language-Ex. exit.

Report-Untranslated.
   if wBaseMsgCount = 0
      go to Report-Untranslated-Ex
   end-if
   perform varying wLx from 1 by 1 until wLx > wLangCount
      move 0 to wUntranslated
      perform varying wBx from 1 by 1 until wBx > wBaseMsgCount
         move 'N' to wTranHit
         perform varying wTx from 1 by 1
                 until wTx > wTranCount or wTranHit = 'Y'
            if wtr-lang(wTx) = wLangs(wLx:1)
               and wtr-kcod(wTx) = wbm-kcod(wBx)
               move 'Y' to wTranHit
            end-if
         end-perform
         if wTranHit = 'N'
            add 1 to wUntranslated
            move spaces to CheckRpt-record
            string 'note: UNTRANSLATED language ' wLangs(wLx:1)
                   ' - ' wbm-program(wBx) ' message ' wbm-nbr(wBx)
                   ' (code ' wbm-kcod(wBx) ')'
                   delimited by size into CheckRpt-record
            write CheckRpt-record
         end-if
      end-perform
      move spaces to CheckRpt-record
      string 'note: language ' wLangs(wLx:1) ' - ' wUntranslated
             ' of ' wBaseMsgCount ' messages untranslated'
             delimited by size into CheckRpt-record
      write CheckRpt-record
   end-perform
   continue.
Report-Untranslated-Ex. exit.

Report-Violation.
   add 1 to wViolations
   add 1 to wFileViol
   write CheckRpt-record
   continue.
Report-Violation-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC82TABCHECK' to Mt-Program
   move 5 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wOpTx from 1 by 1 until wOpTx > 5
      if Mt-Text(wOpTx) not = spaces
         move Mt-Text(wOpTx) to wOpText(wOpTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
