      *-------------------------------------------------------------------------------*
      * **********************************************************
      *  GCSORT Tests
      * **********************************************************
      * Author:    Sauro Menna
      * Date:      20160821
      * License
      *    Copyright 2016 Sauro Menna
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Statistical outlier report over a SORTOUT
      *            generation. prosqf01a profiles the shape of the
      *            whole feed and the run-history checks watch the
      *            run-level totals; neither sees one wild record -
      *            a zd-field ten times anything else in its group,
      *            nearly always a keying error upstream.
      *            Pass one gathers, per out-ch-field group, the count,
      *            sum and sum of squares of each numeric field (bi fi
      *            fl pd zd). Pass two holds every record's value
      *            against the mean and standard deviation of the REST
      *            of its group - the record itself left out, so one
      *            wild value cannot widen the spread enough to hide
      *            itself - and lists every value further from that
      *            norm than the configured number of standard
      *            deviations: record number, key, field, value, the
      *            group norm and how many deviations out it lies.
      *            A group with fewer records than the minimum has no
      *            meaningful spread and is not judged.
      *            The report (OUTLIER.RPT) opens with each group's
      *            norms, then the outliers. Any outlier ends
      *            RETURN-CODE 8, the same as the nightly balancing
      *            step, so the scheduler holds the outbound feed
      *            until someone has looked.
      *            The control-total trailer record (#TRL#) is not
      *            data and takes no part.
      *            Environment:
      *              OLRSQF01A_SORTOUT   the SORTOUT to check (dflt
      *                                  the highest GENCAT generation,
      *                                  or plain SORTOUT when the
      *                                  catalog is empty)
      *              OLRSQF01A_SIGMA     standard deviations from the
      *                                  norm that make an outlier
      *                                  (dflt 3, decimals allowed)
      *              OLRSQF01A_MINGROUP  smallest group judged (dflt
      *                                  5, never under 3)
      *            RETURN-CODE 16 for a bad setting or more than 500
      *            groups, 25 when SORTOUT will not open.
      * **********************************************************
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8
      *      -fnotrunc -fbinary-byteorder=big-endian -o ..\bin\%1 ..\src\%1.CBL
      * **********************************************************
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. olrsqf01a.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
      *the SORTOUT being checked - read twice
           select olrin assign to dynamic wSortOutSpec
               organization is sequential
               access mode is sequential
               file status is fs-olrin.
      *the outlier report
           select olrrpt assign to "OUTLIER.RPT"
               organization is line sequential
               file status is fs-olrrpt.
      *generation catalog
      * sgensqf01.cpy
           copy sgensqf01.
       data division.
       file section.
       FD  olrin
           label records are standard
           record is varying in size from 41 to 241 characters
                    depending on oi-trailer-len.
       01  olrin-record.
           05  oi-seq-record        pic 9(05).
           05  oi-ch-field          pic x(05).
           05  oi-bi-field          pic 9(05).
           05  oi-fi-field          pic s9(05).
           05  oi-fl-field          pic s9(05).
           05  oi-pd-field          pic s9(05).
           05  oi-zd-field          pic s9(08).
           05  oi-trailer-len       pic 9(03).
           05  oi-trailer-data      pic x(01)
                                     occurs 0 to 200 times
                                     depending on oi-trailer-len.
       FD  olrrpt.
       01  olrrpt-record            pic x(132).
      * fgensqf01.cpy
           copy fgensqf01.
      *
       working-storage section.
       77 fs-olrin                  pic xx.
       77 fs-olrrpt                 pic xx.
       77 fs-gencat                 pic xx.
      *
           copy wkenvfield.
      *
           copy wgencat.
       77 wSortOutSpec                   pic x(26) value spaces.
       77 wGenHigh                       pic 9(04) value zero.
       77 wRptLine                       pic x(132) value spaces.
       77 wSigma                         pic 9(02)v9(02) value 3.
       77 wMinGroup                      pic 9(05) value 5.
       77 wSetupError                    pic x(60) value spaces.
      * ============================= *
      * per-group figures: one slot per out-ch-field value, and under
      * it one set of running figures per numeric field (1 bi, 2 fi,
      * 3 fl, 4 pd, 5 zd)
      * ============================= *
       77 og-count                       pic 9(03) value zero.
       01 olr-group-table.
           05 og-entry occurs 500 times.
               10 og-ch             pic x(05).
               10 og-records        pic 9(09).
               10 og-field occurs 5 times.
                   15 og-n          pic 9(09).
                   15 og-sum        pic s9(15) comp-3.
                   15 og-sumsq      pic s9(25) comp-3.
       01 olr-field-names.
           05 filler                pic x(02) value "BI".
           05 filler                pic x(02) value "FI".
           05 filler                pic x(02) value "FL".
           05 filler                pic x(02) value "PD".
           05 filler                pic x(02) value "ZD".
       01 olr-field-name-tab redefines olr-field-names.
           05 of-name               pic x(02) occurs 5 times.
       77 wGrp                           pic 9(03) value zero.
       77 wFld                           pic 9(01) value zero.
       77 wIdx                           pic 9(03) value zero.
      *    the current record's five values, and which of them hold
      *    digits at all
       01 olr-values.
           05 ov-entry occurs 5 times.
               10 ov-value          pic s9(08).
               10 ov-ok             pic x(01).
      *    the norm a value is judged against
       77 wN                             pic 9(09) value zero.
       77 wX                     pic s9(08) comp-3 value zero.
       77 wMean                  pic s9(15)v9(04) comp-3 value zero.
       77 wVar                   pic s9(25)v9(04) comp-3 value zero.
       77 wSd                    pic s9(13)v9(04) comp-3 value zero.
       77 wDev                   pic s9(15)v9(04) comp-3 value zero.
       77 wSigmas                pic s9(13)v9(04) comp-3 value zero.
       77 wMeanEd                        pic -(10)9.99.
       77 wSdEd                          pic z(10)9.99.
       77 wSigmasEd                      pic z(5)9.9.
       77 wValueEd                       pic -(8)9.
       77 wCountEd                       pic z(8)9.
      *    counters
       77 wRecNo                         pic 9(09) value zero.
       77 wDataRecords                   pic 9(09) value zero.
       77 wOutliers                      pic 9(09) value zero.
       77 wGroupsJudged                  pic 9(03) value zero.
      *
      * ============================= *
       procedure division.
      * ============================= *
       master-outlier.
           display "*===============================================* "
           display " OLRSQF01A - statistical outlier report "
           display "*===============================================* "
           perform read-parameters
           if wSetupError not = spaces
              display "*** OLRSQF01A SETUP ERROR - " wSetupError
              move 16 to return-code
              goback
           end-if
           open input olrin
           if fs-olrin not = "00"
              display "*** cannot open " wSortOutSpec
                      " file status=" fs-olrin
              move 25 to return-code
              goback
           end-if
           perform gather-group-figures thru gather-group-figures-ex
                  until fs-olrin not equal "00"
           close olrin
           if wSetupError not = spaces
              display "*** OLRSQF01A SETUP ERROR - " wSetupError
              move 16 to return-code
              goback
           end-if
           open output olrrpt
           move spaces to wRptLine
           move wSigma to wSigmasEd
           string "OUTLIER REPORT for " trim(wSortOutSpec)
                  " - values beyond " trim(wSigmasEd)
                  " standard deviations of the rest of their"
                  " ch-field group" delimited by size into wRptLine
           perform write-report-line
           perform write-report-line
           perform print-group-norms
           perform write-report-line
           move "OUTLIERS" to wRptLine
           perform write-report-line
           move "   RECORD#   SEQ CH    FIELD     VALUE"
             to wRptLine
           move "REST-OF-GROUP MEAN        STD-DEV   DEVS-OUT  GROUP-N"
             to wRptLine(44:)
           perform write-report-line
           open input olrin
           perform judge-record thru judge-record-ex
                  until fs-olrin not equal "00"
           close olrin
           if wOutliers = zero
              move "   none" to wRptLine
              perform write-report-line
           end-if
           perform write-report-line
           move spaces to wRptLine
           string "records " wDataRecords "  groups " og-count
                  "  groups judged " wGroupsJudged
                  "  outliers " wOutliers
                  delimited by size into wRptLine
           perform write-report-line
           close olrrpt
           display " input    : " wSortOutSpec
           display " records  : " wDataRecords
           display " groups   : " og-count " (" wGroupsJudged
                   " judged)"
           display " outliers : " wOutliers
           if wOutliers > zero
              display " *** outliers found - see OUTLIER.RPT"
              move 8 to return-code
           else
              move zero to return-code
           end-if
           goback.
      *
      * ============================= *
       read-parameters.
      * ============================= *
           move "OLRSQF01A_SORTOUT" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wSortOutSpec
           else
              perform resolve-latest-generation
           end-if
           move "OLRSQF01A_SIGMA" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              if test-numval(wk-env-value) not = zero
                 move "OLRSQF01A_SIGMA is not a number"
                   to wSetupError
              else
                 compute wSigma = numval(wk-env-value)
              end-if
           end-if
           if wSigma = zero
              move "OLRSQF01A_SIGMA must be above zero" to wSetupError
           end-if
           move "OLRSQF01A_MINGROUP" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              if test-numval(wk-env-value) not = zero
                 move "OLRSQF01A_MINGROUP is not a number"
                   to wSetupError
              else
                 compute wMinGroup = numval(wk-env-value)
              end-if
           end-if
           if wMinGroup < 3
              move 3 to wMinGroup
           end-if
           move wSigma to wSigmasEd
           display " input    : " wSortOutSpec
           display " sigma    : " trim(wSigmasEd)
           display " min group: " wMinGroup
           .
      * ============================= *
       resolve-latest-generation.
      * ============================= *
           move "SORTOUT" to wGenTarget
           perform find-latest-generation
           move wGenPick to wGenHigh
           if wGenHigh > zero
              move spaces to wSortOutSpec
              string "SORTOUT.G" wGenHigh
                          delimited by size into wSortOutSpec
           else
              move "SORTOUT" to wSortOutSpec
           end-if
           .
      * ============================= *
      * pass one - fold each data record into its group's figures
      * ============================= *
       gather-group-figures.
      * ============================= *
           read olrin
           end-read
           if fs-olrin not = "00"
              go to gather-group-figures-ex
           end-if
           if oi-seq-record = 99999 and oi-ch-field = "#TRL#"
              go to gather-group-figures-ex
           end-if
           add 1 to wDataRecords
           perform find-group
           if wGrp = zero
              move "more than 500 ch-field groups" to wSetupError
              go to gather-group-figures-ex
           end-if
           add 1 to og-records(wGrp)
           perform load-record-values
           perform varying wFld from 1 by 1 until wFld > 5
              if ov-ok(wFld) = "Y"
                 move ov-value(wFld) to wX
                 add 1 to og-n(wGrp, wFld)
                 compute og-sum(wGrp, wFld) =
                         og-sum(wGrp, wFld) + wX
                 compute og-sumsq(wGrp, wFld) =
                         og-sumsq(wGrp, wFld) + wX * wX
              end-if
           end-perform
           .
       gather-group-figures-ex.
           exit.
      * ============================= *
      * the group slot for oi-ch-field, opened on first sight - zero
      * when the table is full
      * ============================= *
       find-group.
      * ============================= *
           move zero to wGrp
           perform varying wIdx from 1 by 1
                     until wIdx > og-count or wGrp > zero
              if og-ch(wIdx) = oi-ch-field
                 move wIdx to wGrp
              end-if
           end-perform
           if wGrp = zero and og-count < 500
              add 1 to og-count
              move og-count to wGrp
              move oi-ch-field to og-ch(wGrp)
              move zero to og-records(wGrp)
              perform varying wFld from 1 by 1 until wFld > 5
                 move zero to og-n(wGrp, wFld)
                 move zero to og-sum(wGrp, wFld)
                 move zero to og-sumsq(wGrp, wFld)
              end-perform
           end-if
           .
      * ============================= *
      * the five numeric fields of the record in hand - a field that
      * does not hold digits is left out of the figures, not counted
      * as zero
      * ============================= *
       load-record-values.
      * ============================= *
           move "N" to ov-ok(1) ov-ok(2) ov-ok(3) ov-ok(4) ov-ok(5)
           if oi-bi-field numeric
              move oi-bi-field to ov-value(1)
              move "Y" to ov-ok(1)
           end-if
           if oi-fi-field numeric
              move oi-fi-field to ov-value(2)
              move "Y" to ov-ok(2)
           end-if
           if oi-fl-field numeric
              move oi-fl-field to ov-value(3)
              move "Y" to ov-ok(3)
           end-if
           if oi-pd-field numeric
              move oi-pd-field to ov-value(4)
              move "Y" to ov-ok(4)
           end-if
           if oi-zd-field numeric
              move oi-zd-field to ov-value(5)
              move "Y" to ov-ok(5)
           end-if
           .
      * ============================= *
      * each group's count and the mean / standard deviation of each
      * field over the whole group
      * ============================= *
       print-group-norms.
      * ============================= *
           move "GROUP NORMS (mean / standard deviation)" to wRptLine
           perform write-report-line
           move "CH      RECORDS" to wRptLine
           move "BI" to wRptLine(17:2)
           move "FI" to wRptLine(38:2)
           move "FL" to wRptLine(59:2)
           move "PD" to wRptLine(80:2)
           move "ZD" to wRptLine(101:2)
           perform write-report-line
           perform varying wGrp from 1 by 1 until wGrp > og-count
              move spaces to wRptLine
              move og-ch(wGrp) to wRptLine(1:5)
              move og-records(wGrp) to wCountEd
              move wCountEd to wRptLine(7:9)
              if og-records(wGrp) >= wMinGroup
                 add 1 to wGroupsJudged
              else
                 move "(too few to judge)" to wRptLine(17:18)
              end-if
              perform varying wFld from 1 by 1 until wFld > 5
                 if og-n(wGrp, wFld) > zero
                    move og-n(wGrp, wFld) to wN
                    compute wMean = og-sum(wGrp, wFld) / wN
                    compute wVar = og-sumsq(wGrp, wFld) / wN
                                 - wMean * wMean
                    if wVar < zero
                       move zero to wVar
                    end-if
                    compute wSd = sqrt(wVar)
                    move wMean to wMeanEd
                    move wSd to wSdEd
                    move spaces to olrrpt-record
                    string trim(wMeanEd) "/" trim(wSdEd)
                           delimited by size into olrrpt-record
                    move olrrpt-record(1:20)
                      to wRptLine(16 + (wFld - 1) * 21 + 1:20)
                 end-if
              end-perform
              perform write-report-line
           end-perform
           .
      * ============================= *
      * pass two - every value of every record in a judged group,
      * against the mean and spread of the rest of that group
      * ============================= *
       judge-record.
      * ============================= *
           read olrin
           end-read
           if fs-olrin not = "00"
              go to judge-record-ex
           end-if
           add 1 to wRecNo
           if oi-seq-record = 99999 and oi-ch-field = "#TRL#"
              go to judge-record-ex
           end-if
           perform find-group
           if og-records(wGrp) < wMinGroup
              go to judge-record-ex
           end-if
           perform load-record-values
           perform judge-one-value thru judge-one-value-ex
                  varying wFld from 1 by 1 until wFld > 5
           .
       judge-record-ex.
           exit.
      * ============================= *
      * the rest of the group: its figures less this record's own
      * value. A rest with no spread at all makes any value that
      * differs from it an outlier.
      * ============================= *
       judge-one-value.
      * ============================= *
           if ov-ok(wFld) = "N"
              go to judge-one-value-ex
           end-if
           if og-n(wGrp, wFld) < 3
              go to judge-one-value-ex
           end-if
           move ov-value(wFld) to wX
           compute wN = og-n(wGrp, wFld) - 1
           compute wMean = (og-sum(wGrp, wFld) - wX) / wN
           compute wVar = (og-sumsq(wGrp, wFld) - wX * wX) / wN
                        - wMean * wMean
           if wVar < zero
              move zero to wVar
           end-if
           compute wSd = sqrt(wVar)
           compute wDev = abs(wX - wMean)
           if wSd = zero
              if wDev = zero
                 go to judge-one-value-ex
              end-if
           else
              compute wSigmas = wDev / wSd
              if wSigmas <= wSigma
                 go to judge-one-value-ex
              end-if
           end-if
           add 1 to wOutliers
           move spaces to wRptLine
           move wRecNo to wCountEd
           move wCountEd to wRptLine(2:9)
           move oi-seq-record to wRptLine(12:5)
           move oi-ch-field to wRptLine(18:5)
           move of-name(wFld) to wRptLine(24:2)
           move ov-value(wFld) to wValueEd
           move wValueEd to wRptLine(29:9)
           move wMean to wMeanEd
           move wMeanEd to wRptLine(44:14)
           move wSd to wSdEd
           move wSdEd to wRptLine(59:14)
           evaluate true
              when wSd = zero
                 move "  no spread" to wRptLine(74:11)
              when wSigmas > 99999.9
                 move "  >99999" to wRptLine(77:8)
              when other
                 move wSigmas to wSigmasEd
                 move wSigmasEd to wRptLine(77:8)
           end-evaluate
           move og-n(wGrp, wFld) to wCountEd
           move wCountEd to wRptLine(86:9)
           perform write-report-line
           .
       judge-one-value-ex.
           exit.
      * ============================= *
       write-report-line.
      * ============================= *
           move wRptLine to olrrpt-record
           write olrrpt-record
           move spaces to wRptLine
           .
      * ============================= *
      * GENCAT generation resolution
      * prgencat.cpy
      * ============================= *
           copy prgencat.
