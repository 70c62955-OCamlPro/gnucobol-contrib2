      *-------------------------------------------------------------------------------*
      * **********************************************************
      *  GCSORT Tests
      * **********************************************************
      * Author:    Sauro Menna
      * Date:      20160821
      * License
      *    Copyright 2016 Sauro Menna
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Budget versus actual. Reads the period's budgets
      *            from the budget table (fbudsqf01.cpy - kept through
      *            GC81TABCODES or loaded by bdlsqf01a) and the same
      *            period's figures from the PTDSTORE period-to-date
      *            store ptdsqf01a rolls each night, and reports per
      *            ch-field group and measure, to BUDVAR.RPT and the
      *            console:
      *              budget, period-to-date actual, variance (actual
      *              less budget) in amount and percent, and the
      *              projected month-end figure - the actual scaled up
      *              by the business days in the period over the
      *              business days elapsed so far, and its variance
      *              percent against the budget.
      *            Business days are Monday-Friday less the holidays
      *            on the GC56DATEPICKER holiday table (YYYYMMDD in
      *            the first 8 bytes of each code record); without
      *            the table only weekends are excluded. Once the
      *            period is over the projection is the actual.
      *            A group whose projected variance is beyond the
      *            threshold either way is flagged on the report and
      *            the flagged groups are raised through GC91ALERT.
      *            Groups that have actuals but no budget are listed
      *            after the budgeted ones.
      *            Environment:
      *              BVASQF01A_PERIOD    period, YYYYMM (dflt the
      *                                  current month)
      *              BVASQF01A_ASOF      day the elapsed business days
      *                                  count to, YYYYMMDD (dflt
      *                                  today)
      *              BVASQF01A_TABLE     budget table file (dflt
      *                                  TABE0001.DAT)
      *              BVASQF01A_KTAB      budget table code (dflt BUD)
      *              BVASQF01A_HOLTABLE  holiday table file (dflt
      *                                  TABE0001.DAT)
      *              BVASQF01A_HOLKTAB   holiday table code (dflt HOL)
      *              BVASQF01A_THRESHOLD variance percent that flags
      *                                  a group (dflt 10)
      *            RETURN-CODE 0 nothing flagged, 4 groups flagged,
      *            16 no budgets for the period, 25 open failure.
      * **********************************************************
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8
      *      -fnotrunc -fbinary-byteorder=big-endian -o ..\bin\%1 ..\src\%1.CBL
      * **********************************************************
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. bvasqf01a.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
      *TABE0nnn.DAT table file holding the budgets
      * sbudsqf01.cpy
           copy sbudsqf01.
      *TABE0nnn.DAT table file holding the holiday calendar
           select holfile assign to dynamic wHolTableId
               organization is indexed
               access mode  is dynamic
               record key   is hl-key
               file status  is fs-holfile.
      *the period-to-date store
           select optional ptdstore assign to "PTDSTORE"
               organization is line sequential
               file status  is fs-ptdstore.
      *the budget versus actual report
           select bvarpt assign to "BUDVAR.RPT"
               organization is line sequential
               file status  is fs-bvarpt.
       data division.
       file section.
      * fbudsqf01.cpy
           copy fbudsqf01.
       fd  holfile.
       01  hl-record.
           05  hl-key.
               10  hl-ktip          pic x(01).
               10  hl-ktab          pic x(03).
               10  hl-kcod          pic x(03).
           05  hl-data              pic x(93).
       fd  ptdstore.
       01  ptdstore-record.
           05  pt-period            pic 9(06).
           05  filler               pic x(01).
           05  pt-state             pic x(01).
           05  filler               pic x(01).
           05  pt-ch                pic x(05).
           05  filler               pic x(01).
           05  pt-count             pic 9(09).
           05  filler               pic x(01).
           05  pt-bi                pic s9(11) sign leading separate.
           05  filler               pic x(01).
           05  pt-fi                pic s9(11) sign leading separate.
           05  filler               pic x(01).
           05  pt-fl                pic s9(11) sign leading separate.
           05  filler               pic x(01).
           05  pt-pd                pic s9(11) sign leading separate.
           05  filler               pic x(01).
           05  pt-zd                pic s9(11) sign leading separate.
       fd  bvarpt.
       01  bvarpt-record            pic x(132).
      *
       working-storage section.
       77 fs-budfile                pic xx.
       77 fs-holfile                pic xx.
       77 fs-ptdstore               pic xx.
       77 fs-bvarpt                 pic xx.
      *
           copy wkenvfield.
       77 wBudTableId                    pic x(40) value "TABE0001.DAT".
       77 wBudKtab                       pic x(03) value "BUD".
       77 wHolTableId                    pic x(40) value "TABE0001.DAT".
       77 wHolKtab                       pic x(03) value "HOL".
       77 wPeriod                        pic 9(06) value zero.
       77 wAsOf                          pic 9(08) value zero.
       77 wToday                         pic 9(08) value zero.
       77 wThreshold                     pic 9(03)v99 value 10.
       77 wPtdRead                       pic 9(07) value zero.
       77 wPtdState                      pic x(01) value space.
       77 wFlagCount                     pic 9(03) value zero.
       77 wNoBudCount                    pic 9(03) value zero.
       77 wRptLine                       pic x(132) value spaces.
      * ============================= *
      * the business-day calendar of the period - the holiday dates,
      * and the working days in the period and up to the as-of day
      * ============================= *
       01 hol-table.
           05 hol-count              pic 9(03) value zero.
           05 hol-date               pic 9(08) occurs 100 times.
       77 hol-idx                        pic 9(03) value zero.
       77 wHolLoaded                     pic x(01) value "N".
       77 wFirstDate                     pic 9(08) value zero.
       77 wNextFirst                     pic 9(08) value zero.
       77 wFirstInt                      pic s9(08) value zero.
       77 wLastInt                       pic s9(08) value zero.
       77 wProbeInt                      pic s9(08) value zero.
       77 wProbeDate                     pic 9(08) value zero.
       77 wProbeDow                      pic s9(04) value zero.
      *    integer-of-date of a known Monday, 2018-01-01
       77 wRefMonInt                     pic s9(08) value zero.
       77 wNonWork                       pic x(01) value "N".
       77 wBusTotal                      pic 9(03) value zero.
       77 wBusElapsed                    pic 9(03) value zero.
       77 wYear                          pic 9(04) value zero.
       77 wMon                           pic 9(02) value zero.
      * ============================= *
      * the period-to-date actuals, one slot per ch-field group
      * ============================= *
       01 act-table.
           05 act-count              pic 9(03) value zero.
           05 act-entry occurs 200 times.
               10 ac-ch              pic x(05).
               10 ac-count           pic s9(13).
               10 ac-bi              pic s9(13).
               10 ac-fi              pic s9(13).
               10 ac-fl              pic s9(13).
               10 ac-pd              pic s9(13).
               10 ac-zd              pic s9(13).
               10 ac-budgeted        pic x(01).
       77 ac-idx                         pic 9(03) value zero.
       77 ac-found                       pic 9(03) value zero.
      * ============================= *
      * the period's budgets, in group then measure order
      * ============================= *
       01 bud-table.
           05 bud-count              pic 9(03) value zero.
           05 bud-entry occurs 500 times.
               10 bu-ch              pic x(05).
               10 bu-field           pic x(02).
               10 bu-amount          pic s9(13).
       01 bud-swap                   pic x(20).
       77 bu-idx                         pic 9(03) value zero.
       77 bu-idx2                        pic 9(03) value zero.
      *    one report line's figures
       77 wBudget                        pic s9(13) value zero.
       77 wActual                        pic s9(13) value zero.
       77 wVariance                      pic s9(13) value zero.
       77 wProjected                     pic s9(13) value zero.
       77 wVarPct                        pic s9(07)v99 value zero.
       77 wProjPct                       pic s9(07)v99 value zero.
       77 wAbsPct                        pic 9(07)v99 value zero.
       77 wFlag                          pic x(04) value spaces.
       77 wEdBudget                      pic -(12)9.
       77 wEdActual                      pic -(12)9.
       77 wEdVariance                    pic -(12)9.
       77 wEdProjected                   pic -(12)9.
       77 wEdVarPct                      pic -(5)9.99.
       77 wEdProjPct                     pic -(5)9.99.
       77 wEdVarPctX                     pic x(09) value spaces.
       77 wEdProjPctX                    pic x(09) value spaces.
       77 wEdDays                        pic zz9.
       77 wEdDays2                       pic zz9.
       77 wEdThreshold                   pic zz9.99.
       77 wEdFlagged                     pic zz9.
      * event raised through the GC91ALERT notification facility
      * when groups run over the threshold - same area shape as
      * GC91ALERT.CPY
       01  alert-area.
           05  al-severity          pic x(06).
           05  al-program           pic x(12).
           05  al-text              pic x(60).
           05  al-ok                pic x(01).
      *
      * ============================= *
       procedure division.
      * ============================= *
       master-budget-variance.
           display "*===============================================* "
           display " BVASQF01A - budget versus actual "
           display "*===============================================* "
           perform read-parameters
           perform load-holidays thru load-holidays-ex
           perform count-business-days
           perform load-actuals thru load-actuals-ex
           perform load-budgets thru load-budgets-ex
           if return-code not = zero
              goback
           end-if
           if bud-count = zero
              display "*** no budgets on table " wBudKtab
                      " for period " wPeriod
              move 16 to return-code
              goback
           end-if
           perform sort-budgets
           open output bvarpt
           if fs-bvarpt not = "00"
              display "*** BUDVAR.RPT open failed, file status="
                      fs-bvarpt
              move 25 to return-code
              goback
           end-if
           perform print-report-heading
           perform print-budget-line
                  varying bu-idx from 1 by 1 until bu-idx > bud-count
           perform print-unbudgeted-groups
           move spaces to wRptLine
           perform write-report-line
           move wFlagCount to wEdFlagged
           move spaces to wRptLine
           string "groups flagged over the threshold: " wEdFlagged
                  delimited by size into wRptLine
           perform write-report-line
           close bvarpt
           if wFlagCount > zero
              move "WARN" to al-severity
              move "bvasqf01a" to al-program
              move spaces to al-text
              string wEdFlagged " budget group(s) over "
                     wEdThreshold "% variance for " wPeriod
                     delimited by size into al-text
              call "GC91ALERT" using alert-area
                 on exception continue
              end-call
              move 4 to return-code
           else
              move zero to return-code
           end-if
           goback.
      *
      * ============================= *
       read-parameters.
      * ============================= *
           accept wToday from date yyyymmdd
           move "BVASQF01A_PERIOD" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              compute wPeriod = numval(wk-env-value(1:6))
           else
              move wToday(1:6) to wPeriod
           end-if
           move "BVASQF01A_ASOF" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              compute wAsOf = numval(wk-env-value(1:8))
           else
              move wToday to wAsOf
           end-if
           move "BVASQF01A_TABLE" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wBudTableId
           end-if
           move "BVASQF01A_KTAB" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value(1:3) to wBudKtab
           end-if
           move "BVASQF01A_HOLTABLE" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wHolTableId
           end-if
           move "BVASQF01A_HOLKTAB" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value(1:3) to wHolKtab
           end-if
           move "BVASQF01A_THRESHOLD" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              and test-numval(wk-env-value) = zero
              compute wThreshold = numval(wk-env-value)
           end-if
           move wThreshold to wEdThreshold
           display " period    : " wPeriod "  as of " wAsOf
           display " budgets   : " wBudTableId(1:20) " ktab " wBudKtab
           display " holidays  : " wHolTableId(1:20) " ktab " wHolKtab
           display " threshold : " wEdThreshold "%"
           .
      * ============================= *
      * the holiday calendar GC56DATEPICKER marks - optional, without
      * it only Saturdays and Sundays are non-working
      * ============================= *
       load-holidays.
      * ============================= *
           open input holfile
           if fs-holfile not = "00"
              display " holiday table " wHolTableId(1:20)
                      " not available, weekends only"
              go to load-holidays-ex
           end-if
           move "Y"       to wHolLoaded
           move "H"       to hl-ktip
           move wHolKtab  to hl-ktab
           move low-value to hl-kcod
           start holfile key >= hl-key
           end-start
           if fs-holfile = "00"
              perform load-holidays-loop
                     until fs-holfile not = "00"
           end-if
           close holfile
           display " holidays loaded: " hol-count
           .
       load-holidays-ex.
           exit.
      * ============================= *
       load-holidays-loop.
      * ============================= *
           read holfile next
           end-read
           if fs-holfile = "00"
              if hl-ktip not = "H" or hl-ktab not = wHolKtab
                 move "10" to fs-holfile
              else
                 if hl-kcod not = spaces
                    and hl-data(1:8) is numeric
                    and hol-count < 100
                    add 1 to hol-count
                    move hl-data(1:8) to hol-date(hol-count)
                 end-if
              end-if
           end-if
           .
      * ============================= *
      * working days in the whole period, and those up to and
      * including the as-of day - a period already over has them all
      * elapsed, one not yet begun none
      * ============================= *
       count-business-days.
      * ============================= *
           compute wRefMonInt = integer-of-date(20180101)
           compute wFirstDate = wPeriod * 100 + 1
           divide wPeriod by 100 giving wYear remainder wMon
           if wMon = 12
              compute wNextFirst = (wYear + 1) * 10000 + 0101
           else
              compute wNextFirst = wYear * 10000 + (wMon + 1) * 100 + 1
           end-if
           compute wFirstInt = integer-of-date(wFirstDate)
           compute wLastInt  = integer-of-date(wNextFirst) - 1
           move zero to wBusTotal wBusElapsed
           perform count-one-day
                  varying wProbeInt from wFirstInt by 1
                    until wProbeInt > wLastInt
           move wBusElapsed to wEdDays
           move wBusTotal   to wEdDays2
           display " business days elapsed " wEdDays " of " wEdDays2
           .
      * ============================= *
       count-one-day.
      * ============================= *
           compute wProbeDate = date-of-integer(wProbeInt)
           move "N" to wNonWork
           compute wProbeDow = mod(wProbeInt - wRefMonInt, 7) + 1
           if wProbeDow > 5
              move "Y" to wNonWork
           end-if
           perform varying hol-idx from 1 by 1
                     until hol-idx > hol-count
              if hol-date(hol-idx) = wProbeDate
                 move "Y" to wNonWork
              end-if
           end-perform
           if wNonWork = "N"
              add 1 to wBusTotal
              if wProbeDate <= wAsOf
                 add 1 to wBusElapsed
              end-if
           end-if
           .
      * ============================= *
      * the period's rows of the period-to-date store - the ROLLED
      * marker line carries no figures
      * ============================= *
       load-actuals.
      * ============================= *
           open input ptdstore
           if fs-ptdstore not = "00"
              display " no PTDSTORE period-to-date store - actuals"
                      " are all zero"
              go to load-actuals-ex
           end-if
           perform load-actuals-loop
                  until fs-ptdstore not = "00"
           close ptdstore
           display " PTDSTORE rows for the period: " wPtdRead
           .
       load-actuals-ex.
           exit.
      * ============================= *
       load-actuals-loop.
      * ============================= *
           read ptdstore
           end-read
           if fs-ptdstore = "00"
              and ptdstore-record(1:7) not = "ROLLED "
              and pt-period is numeric
              and pt-period = wPeriod
              add 1 to wPtdRead
              move pt-state to wPtdState
              perform find-actual-slot
              if ac-found > zero
                 add pt-count to ac-count(ac-found)
                 add pt-bi    to ac-bi(ac-found)
                 add pt-fi    to ac-fi(ac-found)
                 add pt-fl    to ac-fl(ac-found)
                 add pt-pd    to ac-pd(ac-found)
                 add pt-zd    to ac-zd(ac-found)
              end-if
           end-if
           .
      * ============================= *
       find-actual-slot.
      * ============================= *
           move zero to ac-found
           perform varying ac-idx from 1 by 1
                     until ac-idx > act-count or ac-found > zero
              if ac-ch(ac-idx) = pt-ch
                 move ac-idx to ac-found
              end-if
           end-perform
           if ac-found = zero
              if act-count < 200
                 add 1 to act-count
                 move act-count to ac-found
                 move pt-ch to ac-ch(ac-found)
                 move zero  to ac-count(ac-found) ac-bi(ac-found)
                               ac-fi(ac-found) ac-fl(ac-found)
                               ac-pd(ac-found) ac-zd(ac-found)
                 move "N"   to ac-budgeted(ac-found)
              else
                 display " *** more than 200 groups in PTDSTORE - "
                         pt-ch " not reported"
              end-if
           end-if
           .
      * ============================= *
      * the period's budgets - entries outside their validity window
      * on the as-of day are left out, as everywhere else a Tabe
      * window applies
      * ============================= *
       load-budgets.
      * ============================= *
           open input budfile
           if fs-budfile not = "00"
              display "*** budget table " wBudTableId(1:20)
                      " open failed, file status=" fs-budfile
              move 25 to return-code
              go to load-budgets-ex
           end-if
           move "H"       to bd-ktip
           move wBudKtab  to bd-ktab
           move low-value to bd-kcod
           start budfile key >= bd-key
           end-start
           if fs-budfile = "00"
              perform load-budgets-loop
                     until fs-budfile not = "00"
           end-if
           close budfile
           display " budgets for the period: " bud-count
           .
       load-budgets-ex.
           exit.
      * ============================= *
       load-budgets-loop.
      * ============================= *
           read budfile next
           end-read
           if fs-budfile = "00"
              if bd-ktip not = "H" or bd-ktab not = wBudKtab
                 move "10" to fs-budfile
              else
                 if bd-kcod not = spaces
                    and bd-period is numeric
                    and bd-period = wPeriod
                    and (bd-valid-from not numeric
                         or bd-valid-from <= wAsOf)
                    and (bd-valid-to not numeric
                         or bd-valid-to >= wAsOf)
                    if bud-count < 500
                       add 1 to bud-count
                       move bd-ch to bu-ch(bud-count)
                       move bd-field to bu-field(bud-count)
                       if bu-field(bud-count) = spaces
                          move "ZD" to bu-field(bud-count)
                       end-if
                       if bd-amount not = spaces
                          and test-numval(bd-amount) = zero
                          compute bu-amount(bud-count) =
                                  numval(bd-amount)
                       else
                          move zero to bu-amount(bud-count)
                          display " budget " bd-kcod
                                  " amount unreadable, taken as 0"
                       end-if
                    else
                       display " *** more than 500 budgets - "
                               bd-kcod " not reported"
                    end-if
                 end-if
              end-if
           end-if
           .
      * ============================= *
      * group then measure order, so a group's measures print
      * together whatever order they were filed in
      * ============================= *
       sort-budgets.
      * ============================= *
           perform varying bu-idx from 1 by 1
                     until bu-idx >= bud-count
              perform varying bu-idx2 from bu-idx by 1
                        until bu-idx2 > bud-count
                 if bu-ch(bu-idx2) < bu-ch(bu-idx)
                    or (bu-ch(bu-idx2) = bu-ch(bu-idx)
                        and bu-field(bu-idx2) < bu-field(bu-idx))
                    move bud-entry(bu-idx)  to bud-swap
                    move bud-entry(bu-idx2) to bud-entry(bu-idx)
                    move bud-swap           to bud-entry(bu-idx2)
                 end-if
              end-perform
           end-perform
           .
      * ============================= *
       print-report-heading.
      * ============================= *
           move wBusElapsed to wEdDays
           move wBusTotal   to wEdDays2
           move spaces to wRptLine
           string "BUDGET VERSUS ACTUAL for period " wPeriod
                  " as of " wAsOf
                  "   business days " wEdDays " of " wEdDays2
                  "   threshold " wEdThreshold "%"
                  delimited by size into wRptLine
           perform write-report-line
           if wPtdState = "C"
              move "  period closed - actuals are final" to wRptLine
              perform write-report-line
           end-if
           if wHolLoaded = "N"
              move "  no holiday table - weekends only excluded"
                to wRptLine
              perform write-report-line
           end-if
           move spaces to wRptLine
           perform write-report-line
           move spaces to wRptLine
           string "  ch    fld        budget        actual"
                  "      variance     var%     projected"
                  "    proj%  flag"
                  delimited by size into wRptLine
           perform write-report-line
           .
      * ============================= *
      * one budget line - variance is the actual so far against the
      * budget; the projection scales the actual to the whole period
      * and its variance is what the threshold is judged on
      * ============================= *
       print-budget-line.
      * ============================= *
           move bu-amount(bu-idx) to wBudget
           move zero to ac-found
           perform varying ac-idx from 1 by 1
                     until ac-idx > act-count or ac-found > zero
              if ac-ch(ac-idx) = bu-ch(bu-idx)
                 move ac-idx to ac-found
              end-if
           end-perform
           move zero to wActual
           if ac-found > zero
              move "Y" to ac-budgeted(ac-found)
              evaluate bu-field(bu-idx)
                 when "CT" move ac-count(ac-found) to wActual
                 when "BI" move ac-bi(ac-found)    to wActual
                 when "FI" move ac-fi(ac-found)    to wActual
                 when "FL" move ac-fl(ac-found)    to wActual
                 when "PD" move ac-pd(ac-found)    to wActual
                 when other move ac-zd(ac-found)   to wActual
              end-evaluate
           end-if
           compute wVariance = wActual - wBudget
           if wBusElapsed = zero
              move wActual to wProjected
           else
              compute wProjected rounded =
                      wActual * wBusTotal / wBusElapsed
           end-if
           move spaces to wFlag
           move "      n/a" to wEdVarPctX wEdProjPctX
           if wBudget not = zero
              compute wVarPct rounded =
                      wVariance * 100 / wBudget
              compute wProjPct rounded =
                      (wProjected - wBudget) * 100 / wBudget
              move wVarPct  to wEdVarPct
              move wEdVarPct to wEdVarPctX
              move wProjPct to wEdProjPct
              move wEdProjPct to wEdProjPctX
              if wProjPct < zero
                 compute wAbsPct = zero - wProjPct
              else
                 move wProjPct to wAbsPct
              end-if
              if wAbsPct > wThreshold
                 move "OVER" to wFlag
                 if wProjPct < zero
                    move "UNDR" to wFlag
                 end-if
              end-if
           else
              if wProjected not = zero
                 move "OVER" to wFlag
              end-if
           end-if
           if wFlag not = spaces
              add 1 to wFlagCount
           end-if
           move wBudget    to wEdBudget
           move wActual    to wEdActual
           move wVariance  to wEdVariance
           move wProjected to wEdProjected
           move spaces to wRptLine
           string "  " bu-ch(bu-idx) " " bu-field(bu-idx) " "
                  wEdBudget " " wEdActual " " wEdVariance " "
                  wEdVarPctX " " wEdProjected " " wEdProjPctX
                  "  " wFlag
                  delimited by size into wRptLine
           perform write-report-line
           .
      * ============================= *
      * groups with period-to-date actuals and no budget at all -
      * listed so nothing goes unreported, not flagged
      * ============================= *
       print-unbudgeted-groups.
      * ============================= *
           perform varying ac-idx from 1 by 1
                     until ac-idx > act-count
              if ac-budgeted(ac-idx) not = "Y"
                 if wNoBudCount = zero
                    move spaces to wRptLine
                    perform write-report-line
                    move "  groups with actuals and no budget:"
                      to wRptLine
                    perform write-report-line
                 end-if
                 add 1 to wNoBudCount
                 move ac-count(ac-idx) to wEdActual
                 move ac-zd(ac-idx)    to wEdProjected
                 move spaces to wRptLine
                 string "  " ac-ch(ac-idx) "    records " wEdActual
                        "   zd " wEdProjected
                        delimited by size into wRptLine
                 perform write-report-line
              end-if
           end-perform
           .
      * ============================= *
       write-report-line.
      * ============================= *
           move wRptLine to bvarpt-record
           write bvarpt-record
           display wRptLine
           move spaces to wRptLine
           .
