       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
program-id. GC70RECERT.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    Periodic access recertification over TABEUSER.DAT -
*>             each quarter every manager confirms that the people
*>             holding the update and promote roles should still
*>             hold them.
*>             REPORT (the default) writes RECERT.RPT, one section
*>             per manager, one line per user: the role, whether it
*>             is a service account, the last sign-on (SIGNON.LOG),
*>             the failure counter and lock as they stand, the
*>             failed attempts and the attempts refused on a lock in
*>             the last GC70_DORMANT days (default 90), and the last
*>             change the user made according to TABEAUD1.LOG and
*>             PATCHAUD.LOG. Flagged for the reviewer:
*>               DORMANT  no sign-on in GC70_DORMANT days (or never)
*>               UNUSED   an update or promote role with no change
*>                        made in GC70_DORMANT days
*>               LOCKED   locked out now
*>             The decisions live in the worksheet RECERT.DAT - one
*>             row per user: manager, decision, who decided and
*>             when, and when a revocation was applied. REPORT
*>             brings it up to date with TABEUSER.DAT; a decision
*>             taken before the cycle began (GC70_CYCLE, by default
*>             the first day of the calendar quarter) no longer
*>             counts, so every quarter starts with every user
*>             undecided and nobody has to reset anything.
*>             ASSIGN  (promote role) gives GC70_USER the manager
*>                     GC70_MANAGER.
*>             DECIDE  records the signed-on manager's decision on
*>                     GC70_USER - GC70_DECISION C (confirm) or R
*>                     (revoke). Only the user's own manager may
*>                     decide (or the promote role, for a user with
*>                     no manager yet); nobody decides on their own
*>                     account.
*>             APPLY   (promote role) removes every user revoked in
*>                     this cycle through the GC85USERADM REMOVE
*>                     path, proves the user gone from TABEUSER.DAT,
*>                     and chains a row per removal onto
*>                     TABEAUD1.LOG (the administrator as user, the
*>                     deciding manager as checker).
*>             Every decision and every removal is also appended to
*>             RECERT.LOG, the history the auditors read.
*>             REPORT goes to the GC87SPOOL queue; RETURN-CODE 4 when
*>             users are still undecided or flagged (a GC91ALERT
*>             WARN event when revocations wait to be applied), 0
*>             when the cycle is complete, 16 when a parameter,
*>             the sign-on or a removal fails.
*>             Its operator texts are GC65MSGTEXT messages 1-28, so
*>             they show in the signed-on user's language.
*> Tectonics:  cobc -x GC70RECERT.COB  (use GnuCOBOL 2.2 or greater)
*> Usage:      GC70RECERT
*> Parameters: GC70_MODE     - REPORT (default), ASSIGN, DECIDE, APPLY
*>             GC70_USER     - the user decided on or assigned
*>             GC70_DECISION - C confirm, R revoke (DECIDE)
*>             GC70_MANAGER  - the manager (ASSIGN)
*>             GC70_DORMANT  - days without use that flag (default 90)
*>             GC70_CYCLE    - first day of the cycle yyyymmdd
*>                             (default the quarter's first day)
*>             Sign-on for DECIDE, ASSIGN and APPLY is GC85SIGNON's
*>             (GC85_USER/GC85_PASSWORD for batch).
*> Author:     Eugenio Di Lorenzo - Italia (DILO)
*> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
*> Version:    1.0 2018.01.01
*> Changelog:  1.0 first release.
*> ************************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   select UserFile
          assign       to 'TABEUSER.DAT'
          organization is line sequential
          file status  is UserFile-fs.
   select optional SignonLog
          assign       to 'SIGNON.LOG'
          organization is line sequential
          file status  is SignonLog-fs.
   select optional AuditScan
          assign       to 'TABEAUD1.LOG'
          organization is line sequential
          file status  is AuditScan-fs.
   select optional PatchAud
          assign       to 'PATCHAUD.LOG'
          organization is line sequential
          file status  is PatchAud-fs.
   select optional Recert
          assign       to 'RECERT.DAT'
          organization is line sequential
          file status  is Recert-fs.
   select optional RecertLog
          assign       to 'RECERT.LOG'
          organization is line sequential
          file status  is RecertLog-fs.
   select RecertRpt
          assign       to 'RECERT.RPT'
          organization is line sequential
          file status  is RecertRpt-fs.
   select TabeAudit
          assign       to 'TABEAUD1.LOG'
          organization is line sequential
          file status  is TabeAudit-fs.

DATA DIVISION.
FILE SECTION.
fd  UserFile.
01  UserFile-record.
   05 uf-user                     pic x(012).
   05                             pic x(001).
   05 uf-hash                     pic 9(008).
   05                             pic x(001).
   05 uf-role                     pic x(001).
*> lifecycle fields (see GC85SIGNON) - trailing, so rows written
*> before they existed still parse
   05                             pic x(001).
   05 uf-pwdate                   pic 9(008).
   05                             pic x(001).
   05 uf-fails                    pic 9(002).
   05                             pic x(001).
   05 uf-locked                   pic x(001).
   05                             pic x(001).
   05 uf-service                  pic x(001).
   05                             pic x(001).
   05 uf-lang                     pic x(001).
   05                             pic x(001).
   05 uf-theme                    pic x(003).
fd  SignonLog.
01  SignonLog-record.
   05 sl-date                     pic x(008).
   05                             pic x(001).
   05 sl-time                     pic x(006).
   05                             pic x(001).
   05 sl-user                     pic x(012).
   05                             pic x(001).
   05 sl-outcome                  pic x(020).
   05                             pic x(011).
fd  AuditScan.
01  AuditScan-record.
   05 as-yyyy                     pic x(004).
   05                             pic x(001).
   05 as-mm                       pic x(002).
   05                             pic x(001).
   05 as-dd                       pic x(002).
   05                             pic x(010).
   05 as-user                     pic x(012).
   05                             pic x(218).
fd  PatchAud.
01  PatchAud-record.
   05 pa-date                     pic x(008).
   05                             pic x(008).
   05 pa-user                     pic x(012).
   05                             pic x(272).
*> the worksheet - one row per user, the decision of the cycle
fd  Recert.
01  Recert-record.
   05 rc-user                     pic x(012).
   05                             pic x(001).
   05 rc-manager                  pic x(012).
   05                             pic x(001).
*>    C confirmed, R revoke decided, X revoked (applied)
   05 rc-decision                 pic x(001).
   05                             pic x(001).
   05 rc-decided                  pic x(008).
   05                             pic x(001).
   05 rc-decider                  pic x(012).
   05                             pic x(001).
   05 rc-applied                  pic x(008).
fd  RecertLog.
01  RecertLog-record              pic x(120).
fd  RecertRpt.
01  RecertRpt-record              pic x(132).
fd  TabeAudit.
01  TabeAudit-record.
   05 TabeAudit-ts                pic x(019).
   05                             pic x(001).
   05 TabeAudit-user              pic x(012).
   05                             pic x(001).
   05 TabeAudit-file              pic x(012).
   05                             pic x(001).
   05 TabeAudit-ktab              pic x(003).
   05                             pic x(001).
   05 TabeAudit-old               pic x(075).
   05                             pic x(001).
   05 TabeAudit-new               pic x(075).
   05                             pic x(001).
   05 TabeAudit-ktip              pic x(001).
   05                             pic x(001).
   05 TabeAudit-kcod              pic x(003).
   05                             pic x(001).
   05 TabeAudit-checker           pic x(012).
*> the tamper-evidence chain hash (GC94AUDHASH)
   05                             pic x(001).
   05 TabeAudit-hash              pic x(008).

WORKING-STORAGE SECTION.
01  UserFile-fs   pic x(02) value spaces.
01  SignonLog-fs  pic x(02) value spaces.
01  AuditScan-fs  pic x(02) value spaces.
01  PatchAud-fs   pic x(02) value spaces.
01  Recert-fs     pic x(02) value spaces.
01  RecertLog-fs  pic x(02) value spaces.
01  RecertRpt-fs  pic x(02) value spaces.
01  TabeAudit-fs  pic x(02) value spaces.
01  env-value     pic x(64) value spaces.

01  wMode         pic x(08) value 'REPORT'.
01  wTarget       pic x(12) value spaces.
01  wDecision     pic x(01) value space.
01  wManager      pic x(12) value spaces.
01  wDormant      pic 9(04) value 90.
01  wToday        pic 9(08) value 0.
01  wNowTime      pic 9(08) value 0.
01  wCycle        pic 9(08) value 0.
01  wSince        pic 9(08) value 0.
01  wRowDate      pic 9(08) value 0.
01  wRowDateX     pic x(08) value spaces.
01  wMonth        pic 9(02) value 0.
01  wQuarterMm    pic 9(02) value 0.

*>     every user on TABEUSER.DAT with what the logs say about them
*>     and the cycle's decision; rows of users already revoked this
*>     cycle stay on (wu-onfile 'N') so the report still shows them
01  wUserTab.
    05 wUserCount     pic 9(03) value 0.
    05 wUser          occurs 150 times.
       07 wu-user        pic x(12).
       07 wu-onfile      pic x(01).
       07 wu-role        pic x(01).
       07 wu-service     pic x(01).
       07 wu-fails       pic 9(02).
       07 wu-locked      pic x(01).
       07 wu-last-on     pic 9(08).
       07 wu-last-fail   pic 9(08).
       07 wu-fail-win    pic 9(05).
       07 wu-lock-win    pic 9(05).
       07 wu-last-chg    pic 9(08).
       07 wu-chg-src     pic x(08).
       07 wu-chg-win     pic 9(05).
       07 wu-manager     pic x(12).
       07 wu-decision    pic x(01).
       07 wu-decided     pic x(08).
       07 wu-decider     pic x(12).
       07 wu-applied     pic x(08).
       07 wu-flags       pic x(24).
01  wUserSwap         pic x(130) value spaces.
01  wUx           pic 9(03) value 0.
01  wUy           pic 9(03) value 0.
01  wHit          pic 9(03) value 0.
01  wKey          pic x(12) value spaces.
01  wCycleX       pic x(08) value spaces.
01  wUserFull     pic x(01) value 'N'.
01  wSwapped      pic x(01) value 'N'.

*>     the reviewer's view of the cycle
01  wCurManager   pic x(12) value high-values.
01  wUndecided    pic 9(03) value 0.
01  wFlagged      pic 9(03) value 0.
01  wConfirmed    pic 9(03) value 0.
01  wToRevoke     pic 9(03) value 0.
01  wRevoked      pic 9(03) value 0.
01  wUnassigned   pic 9(03) value 0.
01  wFailCount    pic 9(03) value 0.
01  wDecisionText pic x(12) value spaces.
01  wEd2          pic z9.
01  wEd3          pic zz9.
01  wEd5          pic zzzz9.

*>     sign-on, removal and the audit chain
01  wAdmin        pic x(12) value spaces.
01  wAdminRole    pic x(01) value space.
01  wSaveUser     pic x(64) value spaces.
01  wSaveAction   pic x(64) value spaces.
01  wStillOn      pic x(01) value 'N'.
01  wAuditDate    pic 9(08) value 0.
01  wAuditTime    pic 9(08) value 0.
01  wLastHash     pic x(08) value '00000000'.
01  wLogText      pic x(100) value spaces.

COPY 'GC85SIGNON.CPY'.
COPY 'GC87SPOOLADD.CPY'.
COPY 'GC91ALERT.CPY'.
COPY 'GC94AUDHASH.CPY'.

*>     the operator texts - GC65MSGTEXT messages 1-28 of this
*>     program replace them in the signed-on user's language
01  wTexts.
    05 filler pic x(58) value 'GC70RECERT - access recertification'.
    05 filler pic x(58) value '  no TABEUSER.DAT users - nothing to recertify'.
    05 filler pic x(58) value 'GC70RECERT: GC70_MODE must be REPORT, ASSIGN, DECIDE'.
    05 filler pic x(58) value ' or APPLY'.
    05 filler pic x(58) value 'GC70RECERT: ASSIGN needs GC70_USER and GC70_MANAGER,'.
    05 filler pic x(58) value ' DECIDE needs GC70_USER and GC70_DECISION C/R'.
    05 filler pic x(58) value '*** RECERT.DAT cannot be written - status '.
    05 filler pic x(58) value '  users '.
    05 filler pic x(58) value '  undecided '.
    05 filler pic x(58) value '  to revoke '.
    05 filler pic x(58) value '  flagged '.
    05 filler pic x(58) value 'GC70RECERT: sign-on refused - '.
    05 filler pic x(58) value 'GC70RECERT: assigning a manager needs the promote role'.
    05 filler pic x(58) value 'GC70RECERT: '.
    05 filler pic x(58) value ' is not on TABEUSER.DAT'.
    05 filler pic x(58) value 'GC70RECERT: a user cannot be their own manager'.
    05 filler pic x(58) value ' reports to '.
    05 filler pic x(58) value 'GC70RECERT: nobody recertifies their own access'.
    05 filler pic x(58) value ' is not reported to '.
    05 filler pic x(58) value ' - the manager decides'.
    05 filler pic x(58) value ' was already revoked this cycle'.
    05 filler pic x(58) value ' confirmed'.
    05 filler pic x(58) value ' to be revoked - applied by GC70_MODE=APPLY'.
    05 filler pic x(58) value 'GC70RECERT: applying revocations needs the promote role'.
    05 filler pic x(58) value '  revoked '.
    05 filler pic x(58) value '  failed '.
    05 filler pic x(58) value ' could not be removed'.
    05 filler pic x(58) value ' removed'.
01  wTextsR redefines wTexts.
    05 wText     pic x(58) occurs 28 times.
01  wTx           pic 9(03) value 0.

COPY 'GC65MSGTEXT.CPY'.

*> ***********************************************************************************
PROCEDURE DIVISION.
Start-Program.
   perform Load-Texts thru Load-Texts-Ex
   display wText(1)(1:35)
   move current-date(1:8) to wToday
   perform Read-Parameters thru Read-Parameters-Ex
   if return-code not = 0
      goback
   end-if

   perform Load-Users thru Load-Users-Ex
   if wUserCount = 0
      display wText(2)(1:46)
      move 0 to return-code
      goback
   end-if
   perform Load-Worksheet thru Load-Worksheet-Ex

   evaluate wMode
      when 'ASSIGN'
         perform Assign-Manager thru Assign-Manager-Ex
      when 'DECIDE'
         perform Record-Decision thru Record-Decision-Ex
      when 'APPLY'
         perform Apply-Revocations thru Apply-Revocations-Ex
      when other
         perform Scan-Signons thru Scan-Signons-Ex
         perform Scan-Changes thru Scan-Changes-Ex
         perform Set-Flags thru Set-Flags-Ex
         perform Save-Worksheet thru Save-Worksheet-Ex
         perform Write-Report thru Write-Report-Ex
         perform Report-Outcome thru Report-Outcome-Ex
   end-evaluate
   goback.

*> ***********************************************************************************
*>     the mode, the window and the cycle
*> ***********************************************************************************
Read-Parameters.
   move 0 to return-code
   display 'GC70_MODE' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move upper-case(env-value) to wMode
   end-if
   if wMode not = 'REPORT' and wMode not = 'ASSIGN'
      and wMode not = 'DECIDE' and wMode not = 'APPLY'
      display wText(3)(1:52)
              wText(4)(1:9)
      move 16 to return-code
      go to Read-Parameters-Ex
   end-if
   display 'GC70_USER' upon environment-name
   accept env-value from environment-value
   move env-value to wTarget
   display 'GC70_DECISION' upon environment-name
   accept env-value from environment-value
   move upper-case(env-value(1:1)) to wDecision
   display 'GC70_MANAGER' upon environment-name
   accept env-value from environment-value
   move env-value to wManager
   display 'GC70_DORMANT' upon environment-name
   accept env-value from environment-value
   if env-value not = spaces
      move numval(env-value) to wDormant
   end-if
   compute wSince = date-of-integer(integer-of-date(wToday) - wDormant)

*>  the quarter opens on the first of January, April, July, October
   move wToday(5:2) to wMonth
   subtract 1 from wMonth
   divide wMonth by 3 giving wQuarterMm
   compute wQuarterMm = wQuarterMm * 3 + 1
   move wToday to wCycle
   move wQuarterMm to wCycle(5:2)
   move '01' to wCycle(7:2)
   display 'GC70_CYCLE' upon environment-name
   accept env-value from environment-value
   if env-value(1:8) is numeric
      move env-value(1:8) to wCycle
   end-if

   if (wMode = 'ASSIGN' and (wTarget = spaces or wManager = spaces))
      or (wMode = 'DECIDE'
          and (wTarget = spaces or (wDecision not = 'C' and wDecision not = 'R')))
      display wText(5)(1:52)
              wText(6)(1:45)
      move 16 to return-code
   end-if
   continue.
Read-Parameters-Ex. exit.

*> ***********************************************************************************
*>     TABEUSER.DAT - short rows from before the lifecycle fields
*>     get the same defaults GC85SIGNON gives them
*> ***********************************************************************************
Load-Users.
   move 0 to wUserCount
   open input UserFile
   if UserFile-fs not = '00'
      go to Load-Users-Ex
   end-if
   perform until UserFile-fs not = '00'
      move spaces to UserFile-record
      read UserFile
      if UserFile-fs = '00' and uf-user not = spaces
         if wUserCount >= 150
            move 'Y' to wUserFull
         else
            add 1 to wUserCount
            initialize wUser(wUserCount)
            move uf-user    to wu-user(wUserCount)
            move 'Y'        to wu-onfile(wUserCount)
            move uf-role    to wu-role(wUserCount)
            move 'N'        to wu-service(wUserCount)
            if uf-service = 'Y'
               move 'Y'     to wu-service(wUserCount)
            end-if
            move 'N'        to wu-locked(wUserCount)
            if uf-locked = 'Y'
               move 'Y'     to wu-locked(wUserCount)
            end-if
            if uf-fails is numeric
               move uf-fails to wu-fails(wUserCount)
            end-if
         end-if
      end-if
   end-perform
   close UserFile
   continue.
Load-Users-Ex. exit.

*> ***********************************************************************************
*>     RECERT.DAT - the manager stays with the user from cycle to
*>     cycle, a decision only counts inside the cycle it was taken
*> ***********************************************************************************
Load-Worksheet.
   open input Recert
   if Recert-fs not = '00'
*>     an optional file that is not there opens as '05' - still open
      if Recert-fs = '05'
         close Recert
      end-if
      go to Load-Worksheet-Ex
   end-if
   perform until Recert-fs not = '00'
      move spaces to Recert-record
      read Recert
      if Recert-fs = '00' and rc-user not = spaces
         perform Take-Worksheet-Row thru Take-Worksheet-Row-Ex
      end-if
   end-perform
   close Recert
   continue.
Load-Worksheet-Ex. exit.

Take-Worksheet-Row.
   move rc-user to wKey
   perform Find-User thru Find-User-Ex
   move wCycle to wCycleX
   if rc-decided not numeric or rc-decided < wCycleX
      move space  to rc-decision
      move spaces to rc-decided rc-decider rc-applied
   end-if
   if wHit = 0
*>     gone from TABEUSER.DAT - kept only when this cycle revoked it
      if rc-decision not = 'X' or wUserCount >= 150
         go to Take-Worksheet-Row-Ex
      end-if
      add 1 to wUserCount
      move wUserCount to wHit
      initialize wUser(wHit)
      move rc-user to wu-user(wHit)
      move 'N'     to wu-onfile(wHit)
   end-if
   move rc-manager  to wu-manager(wHit)
   if rc-decision = 'C' or rc-decision = 'R' or rc-decision = 'X'
      move rc-decision to wu-decision(wHit)
      move rc-decided  to wu-decided(wHit)
      move rc-decider  to wu-decider(wHit)
      move rc-applied  to wu-applied(wHit)
   end-if
   continue.
Take-Worksheet-Row-Ex. exit.

Find-User.
   move 0 to wHit
   perform varying wUx from 1 by 1 until wUx > wUserCount
      if wu-user(wUx) = wKey
         move wUx to wHit
         exit perform
      end-if
   end-perform
   continue.
Find-User-Ex. exit.

Save-Worksheet.
   open output Recert
   if Recert-fs not = '00' and Recert-fs not = '05'
      display wText(7)(1:42) Recert-fs
      move 16 to return-code
      go to Save-Worksheet-Ex
   end-if
   perform varying wUx from 1 by 1 until wUx > wUserCount
      move spaces to Recert-record
      move wu-user(wUx)     to rc-user
      move wu-manager(wUx)  to rc-manager
      move wu-decision(wUx) to rc-decision
      move wu-decided(wUx)  to rc-decided
      move wu-decider(wUx)  to rc-decider
      move wu-applied(wUx)  to rc-applied
      write Recert-record
   end-perform
   close Recert
   move 0 to return-code
   continue.
Save-Worksheet-Ex. exit.

*> ***********************************************************************************
*>     SIGNON.LOG - the last sign-on, and the failures and the
*>     refusals on a lock inside the window
*> ***********************************************************************************
Scan-Signons.
   open input SignonLog
   if SignonLog-fs not = '00'
*>     an optional file that is not there opens as '05' - still open
      if SignonLog-fs = '05'
         close SignonLog
      end-if
      go to Scan-Signons-Ex
   end-if
   perform until SignonLog-fs not = '00'
      move spaces to SignonLog-record
      read SignonLog
      if SignonLog-fs = '00' and sl-date is numeric
         move sl-user to wKey
         perform Find-User thru Find-User-Ex
         if wHit > 0
            move sl-date to wRowDate
            if sl-outcome(1:2) = 'OK'
               if wRowDate > wu-last-on(wHit)
                  move wRowDate to wu-last-on(wHit)
               end-if
            end-if
            if sl-outcome(1:4) = 'FAIL'
               if wRowDate > wu-last-fail(wHit)
                  move wRowDate to wu-last-fail(wHit)
               end-if
               if wRowDate >= wSince
                  add 1 to wu-fail-win(wHit)
                  if sl-outcome(1:11) = 'FAIL locked'
                     add 1 to wu-lock-win(wHit)
                  end-if
               end-if
            end-if
         end-if
      end-if
   end-perform
   close SignonLog
   continue.
Scan-Signons-Ex. exit.

*> ***********************************************************************************
*>     TABEAUD1.LOG and PATCHAUD.LOG - the last change each user
*>     made, and how many inside the window
*> ***********************************************************************************
Scan-Changes.
   open input AuditScan
   if AuditScan-fs = '00'
      perform until AuditScan-fs not = '00'
         move spaces to AuditScan-record
         read AuditScan
         if AuditScan-fs = '00'
            move spaces to wRowDateX
            string as-yyyy as-mm as-dd delimited by size into wRowDateX
            if wRowDateX is numeric
               move as-user to wKey
               move 'TABEAUD1' to wLogText
               perform Take-Change thru Take-Change-Ex
            end-if
         end-if
      end-perform
      close AuditScan
   end-if
   if AuditScan-fs = '05'
      close AuditScan
   end-if

   open input PatchAud
   if PatchAud-fs = '00'
      perform until PatchAud-fs not = '00'
         move spaces to PatchAud-record
         read PatchAud
         if PatchAud-fs = '00' and pa-date is numeric
            move pa-date to wRowDateX
            move pa-user to wKey
            move 'PATCHAUD' to wLogText
            perform Take-Change thru Take-Change-Ex
         end-if
      end-perform
      close PatchAud
   end-if
   if PatchAud-fs = '05'
      close PatchAud
   end-if
   continue.
Scan-Changes-Ex. exit.

Take-Change.
   perform Find-User thru Find-User-Ex
   if wHit = 0
      go to Take-Change-Ex
   end-if
   move wRowDateX to wRowDate
   if wRowDate >= wu-last-chg(wHit)
      move wRowDate to wu-last-chg(wHit)
      move wLogText(1:8) to wu-chg-src(wHit)
   end-if
   if wRowDate >= wSince
      add 1 to wu-chg-win(wHit)
   end-if
   continue.
Take-Change-Ex. exit.

Set-Flags.
   perform varying wUx from 1 by 1 until wUx > wUserCount
      move spaces to wu-flags(wUx)
      if wu-onfile(wUx) = 'Y'
         if wu-last-on(wUx) < wSince
            string trim(wu-flags(wUx)) ' DORMANT'
                   delimited by size into wu-flags(wUx)
         end-if
         if (wu-role(wUx) = 'U' or wu-role(wUx) = 'P')
            and wu-chg-win(wUx) = 0
            string trim(wu-flags(wUx)) ' UNUSED'
                   delimited by size into wu-flags(wUx)
         end-if
         if wu-locked(wUx) = 'Y'
            string trim(wu-flags(wUx)) ' LOCKED'
                   delimited by size into wu-flags(wUx)
         end-if
         move trim(wu-flags(wUx)) to wu-flags(wUx)
      end-if
   end-perform
   continue.
Set-Flags-Ex. exit.

*> ***********************************************************************************
*>     RECERT.RPT - one section per manager, users without one
*>     last; the manager/user order is set here
*> ***********************************************************************************
Write-Report.
   perform Sort-Users thru Sort-Users-Ex
   open output RecertRpt
   move spaces to RecertRpt-record
   string 'ACCESS RECERTIFICATION   CYCLE FROM ' wCycle '   RUN ' wToday
          '   UNUSED/DORMANT AFTER ' wDormant ' DAYS (SINCE ' wSince ')'
          delimited by size into RecertRpt-record
   write RecertRpt-record

   move high-values to wCurManager
   perform varying wUx from 1 by 1 until wUx > wUserCount
      if wu-manager(wUx) not = wCurManager
         move wu-manager(wUx) to wCurManager
         move spaces to RecertRpt-record
         write RecertRpt-record
         move spaces to RecertRpt-record
         if wCurManager = spaces
            move 'MANAGER: (none assigned - GC70_MODE=ASSIGN)'
              to RecertRpt-record
         else
            string 'MANAGER: ' wCurManager
                   delimited by size into RecertRpt-record
         end-if
         write RecertRpt-record
         move 'USER         ROLE SVC LAST-ON  FAILS FAIL/WIN LOCK REFUSED LAST-FAIL LAST-CHG SOURCE   CHGS DECISION     FLAGS'
           to RecertRpt-record
         write RecertRpt-record
      end-if
      perform Write-User-Line thru Write-User-Line-Ex
   end-perform

   move spaces to RecertRpt-record
   write RecertRpt-record
   move spaces to RecertRpt-record
   move wUserCount to wEd3
   string 'USERS ' trim(wEd3) delimited by size into RecertRpt-record
   move wConfirmed to wEd3
   string trim(RecertRpt-record) '   CONFIRMED ' trim(wEd3)
          delimited by size into RecertRpt-record
   move wToRevoke to wEd3
   string trim(RecertRpt-record) '   TO REVOKE ' trim(wEd3)
          delimited by size into RecertRpt-record
   move wRevoked to wEd3
   string trim(RecertRpt-record) '   REVOKED ' trim(wEd3)
          delimited by size into RecertRpt-record
   move wUndecided to wEd3
   string trim(RecertRpt-record) '   UNDECIDED ' trim(wEd3)
          delimited by size into RecertRpt-record
   move wFlagged to wEd3
   string trim(RecertRpt-record) '   FLAGGED ' trim(wEd3)
          delimited by size into RecertRpt-record
   move wUnassigned to wEd3
   string trim(RecertRpt-record) '   NO MANAGER ' trim(wEd3)
          delimited by size into RecertRpt-record
   write RecertRpt-record
   if wUserFull = 'Y'
      move '*** MORE USERS THAN THE REPORT HOLDS - FIGURES INCOMPLETE'
        to RecertRpt-record
      write RecertRpt-record
   end-if
   close RecertRpt

   move 'RECERT.RPT' to Sp-File
   move 'RECERT'     to Sp-Type
   move 'GC70RECERT' to Sp-Origin
   call 'GC87SPOOLADD' using SPOOLADD-AREA
   on exception continue
   end-call
   continue.
Write-Report-Ex. exit.

Write-User-Line.
   move spaces to RecertRpt-record
   move wu-user(wUx) to RecertRpt-record(1:12)
   if wu-onfile(wUx) = 'Y'
      move wu-role(wUx)    to RecertRpt-record(15:1)
      move wu-service(wUx) to RecertRpt-record(19:1)
      if wu-last-on(wUx) = 0
         move 'never' to RecertRpt-record(23:8)
      else
         move wu-last-on(wUx) to RecertRpt-record(23:8)
      end-if
      move wu-fails(wUx)    to wEd2  move wEd2 to RecertRpt-record(35:2)
      move wu-fail-win(wUx) to wEd5  move wEd5 to RecertRpt-record(41:5)
      move wu-locked(wUx)   to RecertRpt-record(48:1)
      move wu-lock-win(wUx) to wEd5  move wEd5 to RecertRpt-record(54:5)
      if wu-last-fail(wUx) not = 0
         move wu-last-fail(wUx) to RecertRpt-record(60:8)
      end-if
      if wu-last-chg(wUx) not = 0
         move wu-last-chg(wUx) to RecertRpt-record(70:8)
         move wu-chg-src(wUx)  to RecertRpt-record(79:8)
      end-if
      move wu-chg-win(wUx)  to wEd5  move wEd5 to RecertRpt-record(87:5)
   else
      move '- removed from TABEUSER.DAT' to RecertRpt-record(15:40)
   end-if

   evaluate wu-decision(wUx)
      when 'C'
         move 'confirmed' to wDecisionText
         add 1 to wConfirmed
      when 'R'
         move 'REVOKE' to wDecisionText
         add 1 to wToRevoke
      when 'X'
         move 'revoked' to wDecisionText
         add 1 to wRevoked
      when other
         move 'undecided' to wDecisionText
         add 1 to wUndecided
   end-evaluate
   move wDecisionText to RecertRpt-record(93:12)
   move wu-flags(wUx) to RecertRpt-record(106:24)
   if wu-flags(wUx) not = spaces
      add 1 to wFlagged
   end-if
   if wu-manager(wUx) = spaces
      add 1 to wUnassigned
   end-if
   write RecertRpt-record
   if wu-decision(wUx) not = space
      move spaces to RecertRpt-record
      string '             decided ' wu-decided(wUx) ' by ' wu-decider(wUx)
             delimited by size into RecertRpt-record
      if wu-applied(wUx) not = spaces
         string trim(RecertRpt-record trailing) ', removed ' wu-applied(wUx)
                delimited by size into RecertRpt-record
      end-if
      write RecertRpt-record
   end-if
   continue.
Write-User-Line-Ex. exit.

*>     manager then user; the users without a manager sort last
Sort-Users.
   move 'Y' to wSwapped
   perform until wSwapped = 'N'
      move 'N' to wSwapped
      perform varying wUx from 1 by 1 until wUx >= wUserCount
         compute wUy = wUx + 1
         if (wu-manager(wUx) = spaces and wu-manager(wUy) not = spaces)
            or (wu-manager(wUx) not = spaces and wu-manager(wUy) not = spaces
                and wu-manager(wUx) > wu-manager(wUy))
            or (wu-manager(wUx) = wu-manager(wUy)
                and wu-user(wUx) > wu-user(wUy))
            move wUser(wUx) to wUserSwap
            move wUser(wUy) to wUser(wUx)
            move wUserSwap  to wUser(wUy)
            move 'Y' to wSwapped
         end-if
      end-perform
   end-perform
   continue.
Sort-Users-Ex. exit.

Report-Outcome.
   display wText(8)(1:8) wUserCount wText(9)(1:12) wUndecided
           wText(10)(1:12) wToRevoke wText(11)(1:10) wFlagged
   if wToRevoke > 0
      move 'WARN'       to Al-Severity
      move 'GC70RECERT' to Al-Program
      move spaces       to Al-Text
      move wToRevoke    to wEd3
      string 'recertification: ' trim(wEd3)
             ' revocation(s) waiting for GC70_MODE=APPLY'
             delimited by size into Al-Text
      call 'GC91ALERT' using ALERT-AREA
      on exception continue
      end-call
   end-if
   if wUndecided > 0 or wFlagged > 0 or wToRevoke > 0
      move 4 to return-code
   else
      move 0 to return-code
   end-if
   continue.
Report-Outcome-Ex. exit.

*> ***********************************************************************************
*>     sign-on for the modes that change something; Sg-Status other
*>     than Y/N cannot happen here - TABEUSER.DAT was just read
*> ***********************************************************************************
Sign-On.
   call 'GC85SIGNON' using SIGNON-AREA
   if Sg-Status not = 'Y'
      display wText(12)(1:30) trim(Sg-Message)
      move 16 to return-code
      go to Sign-On-Ex
   end-if
*> the user's own language, now that it is known
   if Sg-Lang not = space
      move space to Mt-Status
      perform Load-Texts thru Load-Texts-Ex
   end-if
   move Sg-User to wAdmin
   move Sg-Role to wAdminRole
   move 0 to return-code
   continue.
Sign-On-Ex. exit.

Assign-Manager.
   perform Sign-On thru Sign-On-Ex
   if return-code not = 0
      go to Assign-Manager-Ex
   end-if
   if not Sg-Role-Promote
      display wText(13)(1:54)
      move 16 to return-code
      go to Assign-Manager-Ex
   end-if
   move wTarget to wKey
   perform Find-User thru Find-User-Ex
   if wHit = 0 or wu-onfile(wHit) = 'N'
      display wText(14)(1:12) trim(wTarget) wText(15)(1:23)
      move 16 to return-code
      go to Assign-Manager-Ex
   end-if
   if wManager = wTarget
      display wText(16)(1:46)
      move 16 to return-code
      go to Assign-Manager-Ex
   end-if
   move wManager to wu-manager(wHit)
   perform Save-Worksheet thru Save-Worksheet-Ex
   if return-code not = 0
      go to Assign-Manager-Ex
   end-if
   move spaces to wLogText
   string 'ASSIGN  ' wTarget ' manager ' wManager ' by ' wAdmin
          delimited by size into wLogText
   perform Write-Recert-Log thru Write-Recert-Log-Ex
   display wText(14)(1:12) trim(wTarget) wText(17)(1:12) trim(wManager)
   move 0 to return-code
   continue.
Assign-Manager-Ex. exit.

Record-Decision.
   perform Sign-On thru Sign-On-Ex
   if return-code not = 0
      go to Record-Decision-Ex
   end-if
   move wTarget to wKey
   perform Find-User thru Find-User-Ex
   if wHit = 0 or wu-onfile(wHit) = 'N'
      display wText(14)(1:12) trim(wTarget) wText(15)(1:23)
      move 16 to return-code
      go to Record-Decision-Ex
   end-if
   if wAdmin = wTarget
      display wText(18)(1:47)
      move 16 to return-code
      go to Record-Decision-Ex
   end-if
   if (wu-manager(wHit) not = spaces and wu-manager(wHit) not = wAdmin)
      or (wu-manager(wHit) = spaces and not Sg-Role-Promote)
      display wText(14)(1:12) trim(wTarget) wText(19)(1:20)
              trim(wAdmin) wText(20)(1:22)
      move 16 to return-code
      go to Record-Decision-Ex
   end-if
   if wu-decision(wHit) = 'X'
      display wText(14)(1:12) trim(wTarget) wText(21)(1:31)
      move 16 to return-code
      go to Record-Decision-Ex
   end-if
   move wDecision to wu-decision(wHit)
   move wToday    to wu-decided(wHit)
   move wAdmin    to wu-decider(wHit)
   move spaces    to wu-applied(wHit)
   perform Save-Worksheet thru Save-Worksheet-Ex
   if return-code not = 0
      go to Record-Decision-Ex
   end-if
   move spaces to wLogText
   if wDecision = 'C'
      string 'CONFIRM ' wTarget ' role ' wu-role(wHit) ' by ' wAdmin
             delimited by size into wLogText
      display wText(14)(1:12) trim(wTarget) wText(22)(1:10)
   else
      string 'REVOKE  ' wTarget ' role ' wu-role(wHit) ' by ' wAdmin
             delimited by size into wLogText
      display wText(14)(1:12) trim(wTarget)
              wText(23)(1:43)
   end-if
   perform Write-Recert-Log thru Write-Recert-Log-Ex
   move 0 to return-code
   continue.
Record-Decision-Ex. exit.

*> ***********************************************************************************
*>     APPLY - each revocation through GC85USERADM's own REMOVE, so
*>     TABEUSER.DAT is only ever rewritten by its maintenance tool;
*>     the caller's GC85_USER/GC85_ACTION are put back afterwards
*> ***********************************************************************************
Apply-Revocations.
   perform Sign-On thru Sign-On-Ex
   if return-code not = 0
      go to Apply-Revocations-Ex
   end-if
   if not Sg-Role-Promote
      display wText(24)(1:55)
      move 16 to return-code
      go to Apply-Revocations-Ex
   end-if
   display 'GC85_USER' upon environment-name
   accept wSaveUser from environment-value
   display 'GC85_ACTION' upon environment-name
   accept wSaveAction from environment-value

   move 0 to wRevoked wFailCount
   perform varying wUx from 1 by 1 until wUx > wUserCount
      if wu-decision(wUx) = 'R'
         perform Revoke-User thru Revoke-User-Ex
      end-if
   end-perform

   display 'GC85_USER' upon environment-name
   display wSaveUser upon environment-value
   display 'GC85_ACTION' upon environment-name
   display wSaveAction upon environment-value

   perform Save-Worksheet thru Save-Worksheet-Ex
   display wText(25)(1:10) wRevoked wText(26)(1:9) wFailCount
   if wFailCount > 0
      move 16 to return-code
   else
      move 0 to return-code
   end-if
   continue.
Apply-Revocations-Ex. exit.

Revoke-User.
   display 'GC85_USER' upon environment-name
   display wu-user(wUx) upon environment-value
   display 'GC85_ACTION' upon environment-name
   display 'REMOVE' upon environment-value
   move 0 to return-code
   call 'GC85USERADM'
      on exception
         move 12 to return-code
   end-call

*>  proven on the file itself, not on the return code
   move 'N' to wStillOn
   open input UserFile
   if UserFile-fs = '00'
      perform until UserFile-fs not = '00'
         move spaces to UserFile-record
         read UserFile
         if UserFile-fs = '00' and uf-user = wu-user(wUx)
            move 'Y' to wStillOn
         end-if
      end-perform
      close UserFile
   else
      move 'Y' to wStillOn
   end-if
   if return-code not = 0 or wStillOn = 'Y'
      display '*** ' trim(wu-user(wUx)) wText(27)(1:21)
      add 1 to wFailCount
      go to Revoke-User-Ex
   end-if

   move 'X'    to wu-decision(wUx)
   move wToday to wu-applied(wUx)
   move 'N'    to wu-onfile(wUx)
   add 1 to wRevoked
   perform Write-Revoke-Audit thru Write-Revoke-Audit-Ex
   move spaces to wLogText
   string 'REMOVED ' wu-user(wUx) ' role ' wu-role(wUx) ' decided by '
          wu-decider(wUx) ' removed by ' wAdmin
          delimited by size into wLogText
   perform Write-Recert-Log thru Write-Recert-Log-Ex
   display '  ' trim(wu-user(wUx)) wText(28)(1:8)
   continue.
Revoke-User-Ex. exit.

Write-Recert-Log.
   open extend RecertLog
   if RecertLog-fs not = '00' and RecertLog-fs not = '05'
      open output RecertLog
   end-if
   if RecertLog-fs not = '00' and RecertLog-fs not = '05'
      go to Write-Recert-Log-Ex
   end-if
   accept wNowTime from time
   move spaces to RecertLog-record
   string wToday ' ' wNowTime(1:6) ' ' wLogText
          delimited by size into RecertLog-record
   write RecertLog-record
   close RecertLog
   continue.
Write-Recert-Log-Ex. exit.

*> ***********************************************************************************
*>     the removal, chained onto the trail like every other row
*>     (GC94AUDHASH); the deciding manager signs as the checker
*> ***********************************************************************************
Write-Revoke-Audit.
   move '00000000' to wLastHash
   open input AuditScan
   if AuditScan-fs = '00'
      perform until AuditScan-fs not = '00'
         move spaces to AuditScan-record
         read AuditScan
         if AuditScan-fs = '00'
            and AuditScan-record(222:8) not = spaces
            move AuditScan-record(222:8) to wLastHash
         end-if
      end-perform
      close AuditScan
   end-if
   if AuditScan-fs = '05'
      close AuditScan
   end-if
   open extend TabeAudit
   if TabeAudit-fs not = '00'
      open output TabeAudit
   end-if
   accept wAuditDate from date yyyymmdd
   accept wAuditTime from time
   move spaces to TabeAudit-record
   string wAuditDate(1:4) '-' wAuditDate(5:2) '-' wAuditDate(7:2)
          ' ' wAuditTime(1:2) ':' wAuditTime(3:2) ':'
          wAuditTime(5:2)
          delimited by size into TabeAudit-ts
   move wAdmin         to TabeAudit-user
   move 'TABEUSER.DAT' to TabeAudit-file
   move 'USR'          to TabeAudit-ktab
   string wu-user(wUx) ' role ' wu-role(wUx) ' service ' wu-service(wUx)
          delimited by size into TabeAudit-old
   string 'REMOVED - access recertification, decided ' wu-decided(wUx)
          delimited by size into TabeAudit-new
   move 'H'            to TabeAudit-ktip
   move spaces         to TabeAudit-kcod
   move wu-decider(wUx) to TabeAudit-checker
   move spaces to TabeAudit-hash
   move wLastHash to Ah-Prev
   move TabeAudit-record(1:221) to Ah-Text
   call 'GC94AUDHASH' using AUDHASH-AREA
   move Ah-Hash to TabeAudit-hash
   write TabeAudit-record
   close TabeAudit
   continue.
Write-Revoke-Audit-Ex. exit.

*> ***********************************************************************************
*>     the operator texts in the session's language - read once,
*>     a message the table does not carry keeps the built-in text
*> ***********************************************************************************
Load-Texts.
   if Mt-Status not = space
      go to Load-Texts-Ex
   end-if
   move 'GC70RECERT' to Mt-Program
   move 28 to Mt-Count
   move space  to Mt-Lang
   move spaces to Mt-File
   call 'GC65MSGTEXT' using MSGTEXT-AREA
      on exception
         move 'F' to Mt-Status
   end-call
   if Mt-Status not = 'Y'
      go to Load-Texts-Ex
   end-if
   perform varying wTx from 1 by 1 until wTx > 28
      if Mt-Text(wTx) not = spaces
         move Mt-Text(wTx) to wText(wTx)
      end-if
   end-perform
   continue.
Load-Texts-Ex. exit.
END PROGRAM GC70RECERT.
