      *-------------------------------------------------------------------------------*
      * prconvert.cpy
      * The CONVERT statement's amount conversion (the card itself is
      * parsed by prctlcard.cpy): load the rates in force on the
      * as-of day from the effective-dated rate table at start-up,
      * convert the named amount fields of each record at return
      * time, and list the rates applied. Shared by musesqf01a and
      * sincsqf06Eb the same way prctlcard.cpy is.
      *
      * Each program stages its output record into the rfm- fields
      * (wctlcard.cpy) exactly as for OUTREC, performs
      * apply-conversion after any OUTREC assignments, and copies the
      * record back - so the conversion applies to the record as
      * written and the control-break totals stay in the sorted
      * units, as with OUTREC. A record whose value has no rate in
      * force (and no * rate), or whose converted figure will not fit
      * its field, is written unconverted and counted.
      *-------------------------------------------------------------------------------*
      * ============================= *
      * every code record of the rate table whose validity window
      * covers the as-of day - a bad rate, or two rates in force for
      * one value, stops the run before a single record moves, the
      * same way a control card that does not validate does
      * ============================= *
       load-conversion-rates.
      * ============================= *
           if conv-asof = zero
              accept conv-asof from date yyyymmdd
           end-if
           if conv-key(1:1) = "T"
              move conv-key(2:1) to wConvTfNum
              if tf-defined(wConvTfNum) not = "Y"
                 move spaces to wConvErrText
                 string "CONVERT KEY=" conv-key
                        " is not a declared trailer field"
                        delimited by size into wConvErrText
                 perform conversion-rate-error
              end-if
           end-if
           move zero to conv-rate-count conv-default-idx
           move zero to conv-norate-count conv-overflow-count
           open input ratefile
           if fs-ratefile not = "00"
              move spaces to wConvErrText
              string "rate table " conv-table-id
                     " open failed, file status=" fs-ratefile
                     delimited by size into wConvErrText
              perform conversion-rate-error
           end-if
           move "H"       to fx-ktip
           move conv-ktab to fx-ktab
           move low-value to fx-kcod
           start ratefile key >= fx-key
           end-start
           if fs-ratefile = "00"
              perform load-conversion-rates-loop
                     until fs-ratefile not = "00"
           end-if
           close ratefile
           if conv-rate-count = zero
              move spaces to wConvErrText
              string "no rate of table " conv-ktab
                     " in force on " conv-asof
                     delimited by size into wConvErrText
              perform conversion-rate-error
           end-if
           string "Conversion rates in force on " conv-asof
                  " from " conv-table-id " table " conv-ktab
                  ": " conv-rate-count
                  delimited by size into wLogLine
           perform write-log-line
           perform varying wConvIdx from 1 by 1
                     until wConvIdx > conv-rate-count
              move cr-rate(wConvIdx) to wConvRateEd
              string "ConvRate " cr-kcod(wConvIdx) " "
                     cr-keyval(wConvIdx) " " wConvRateEd " "
                     cr-unit(wConvIdx) " " cr-from(wConvIdx) "-"
                     cr-to(wConvIdx)
                     delimited by size into wLogLine
              perform write-log-line
           end-perform
           .
      * ============================= *
       load-conversion-rates-loop.
      * ============================= *
           read ratefile next
           end-read
           if fs-ratefile = "00"
              if fx-ktip not = "H" or fx-ktab not = conv-ktab
                 move "10" to fs-ratefile
              else
      * the header row is not a rate; a rate outside its validity
      * window is no rate at all on this run's as-of day
                 if fx-kcod not = spaces
                    and (fx-valid-from is not numeric
                         or fx-valid-from <= conv-asof)
                    and (fx-valid-to is not numeric
                         or fx-valid-to >= conv-asof)
                    perform keep-conversion-rate
                 end-if
              end-if
           end-if
           .
      * ============================= *
       keep-conversion-rate.
      * ============================= *
           if fx-rate = spaces or test-numval(fx-rate) not = zero
              move spaces to wConvErrText
              string "rate " fx-kcod " of table " conv-ktab
                     " is not a number"
                     delimited by size into wConvErrText
              perform conversion-rate-error
           end-if
           move zero to wConvHit
           perform varying wConvIdx from 1 by 1
                     until wConvIdx > conv-rate-count
              if cr-keyval(wConvIdx) = fx-keyval
                 move wConvIdx to wConvHit
              end-if
           end-perform
           if wConvHit > zero
              move spaces to wConvErrText
              string "rates " cr-kcod(wConvHit) " and " fx-kcod
                     " both in force for " fx-keyval
                     delimited by size into wConvErrText
              perform conversion-rate-error
           end-if
           if conv-rate-count >= 200
              move "more than 200 rates in force" to wConvErrText
              perform conversion-rate-error
           end-if
           add 1 to conv-rate-count
           move fx-kcod       to cr-kcod(conv-rate-count)
           move fx-keyval     to cr-keyval(conv-rate-count)
           compute cr-rate(conv-rate-count) = numval(fx-rate)
           move fx-unit       to cr-unit(conv-rate-count)
           move fx-valid-from to cr-from(conv-rate-count)
           move fx-valid-to   to cr-to(conv-rate-count)
           move zero          to cr-used(conv-rate-count)
           if fx-keyval = "*"
              move conv-rate-count to conv-default-idx
           end-if
           .
      * ============================= *
       conversion-rate-error.
      * ============================= *
           display "*** CONVERT ERROR: " wConvErrText
           string "*** CONVERT ERROR: " wConvErrText
                       delimited by size into wLogLine
           perform write-log-line
           perform close-log
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
      * ============================= *
      * convert the staged record: find the rate for its ch-field
      * group or trailer field value (the * rate otherwise), multiply
      * each named field, round as the card said
      * ============================= *
       apply-conversion.
      * ============================= *
           if conv-key = "CH"
              move rfm-ch to wConvKeyVal
           else
              move spaces to wConvKeyVal
              perform varying wTfIdx from 1 by 1
                        until wTfIdx > tf-len(wConvTfNum)
                 compute wTfOff = tf-offset(wConvTfNum) + wTfIdx - 1
                 if wTfOff <= rfm-trl-len
                    move rfm-trl-data(wTfOff:1)
                      to wConvKeyVal(wTfIdx:1)
                 end-if
              end-perform
           end-if
           move conv-default-idx to wConvHit
           perform varying wConvIdx from 1 by 1
                     until wConvIdx > conv-rate-count
              if cr-keyval(wConvIdx) = wConvKeyVal
                 move wConvIdx to wConvHit
              end-if
           end-perform
           if wConvHit = zero
              add 1 to conv-norate-count
           else
              add 1 to cr-used(wConvHit)
              if conv-pd = "Y"
                 move rfm-pd to wConvAmount
                 move conv-pd-max to wConvMax
                 perform convert-one-amount
                 move wConvAmount to rfm-pd
              end-if
              if conv-zd = "Y"
                 move rfm-zd to wConvAmount
                 move conv-zd-max to wConvMax
                 perform convert-one-amount
                 move wConvAmount to rfm-zd
              end-if
           end-if
           .
      * ============================= *
      * the field keeps its value when the converted figure would be
      * cut short by the output picture
      * ============================= *
       convert-one-amount.
      * ============================= *
           if conv-round = "N"
              compute wConvResult rounded =
                      wConvAmount * cr-rate(wConvHit)
           else
              compute wConvResult =
                      wConvAmount * cr-rate(wConvHit)
           end-if
           if wConvResult > wConvMax
              or wConvResult < zero - wConvMax
              add 1 to conv-overflow-count
           else
              move wConvResult to wConvAmount
           end-if
           .
      * ============================= *
      * the rates applied and how many records each converted - to
      * the run log here; musesqf01a also copies the same lines onto
      * the generation's provenance manifest
      * ============================= *
       log-conversion-summary.
      * ============================= *
           perform varying wConvIdx from 1 by 1
                     until wConvIdx > conv-rate-count
              perform build-conversion-line
              move wConvLine to wLogLine
              perform write-log-line
           end-perform
           move conv-norate-count to wConvCountEd
           string "ConvNoRate " wConvCountEd
                  " records had no rate in force, left unconverted"
                  delimited by size into wLogLine
           perform write-log-line
           move conv-overflow-count to wConvCountEd
           string "ConvOverflow " wConvCountEd
                  " amounts too wide once converted, left unconverted"
                  delimited by size into wLogLine
           perform write-log-line
           .
      * ============================= *
       build-conversion-line.
      * ============================= *
           move cr-rate(wConvIdx) to wConvRateEd
           move cr-used(wConvIdx) to wConvCountEd
           move spaces to wConvLine
           string "ConvApplied " cr-kcod(wConvIdx) " key "
                  cr-keyval(wConvIdx) " rate " wConvRateEd " "
                  cr-unit(wConvIdx) " from " cr-from(wConvIdx)
                  " to " cr-to(wConvIdx) " round " conv-round
                  " records " wConvCountEd
                  delimited by size into wConvLine
           .
