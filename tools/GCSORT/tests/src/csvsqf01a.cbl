      *            lands whole on the CSVREJ reject file, with the
      *            run carrying on; a run that rejected anything ends
      *            RETURN-CODE 4.
      *            Every rejected row carries its standard reason code
      *            (table RSN, see frsnsqf01.cpy) in front of the row
      *            on CSVREJ and on its run-log line - C01 a numeric
      *            column blank or not a number, C02 out of range, C03
      *            fractional, C04 refused on write - and is filed on
      *            the REJHIST reject history under the sender named
      *            by CSVSQF01A_SENDER.
      *
      *            CSVMAP records, one per line, "name value":
      *              DELIM x      the delimiter character (default ,)
      *run log - status/error messages also written here, not just console
      * slogsqf01.cpy
           copy slogsqf01.
      *reject history, appended for the monthly reject analysis
      * srjhsqf01.cpy
           copy srjhsqf01.
       data division.
       file section.
      * fcsvsqf01.cpy
           copy fmansqf01.
      * flogsqf01.cpy
           copy flogsqf01.
      * frjhsqf01.cpy
           copy frjhsqf01.
      *
       working-storage section.
       77 fs-csvin                       pic xx.
           copy wkenvfield.
      *
           copy wklogfield.
           copy wrunid.
      *
           copy wtrailer.
      *
           copy wmanifest.
      *
           copy wrejhist.
       77 wDataRows                      pic 9(09) value zero.
      *
      * ============================= *
           display "*===============================================* "
           display " CSVSQF01A - delimited text to SORTIN converter "
           display "*===============================================* "
           move "csvsqf01a" to wRejStep
           move "CSVSQF01A_SENDER" to wRejSenderVar
           perform read-reject-sender
           perform read-csv-map
           perform read-feed-manifest thru read-feed-manifest-ex
           open input csvinfile
                  " "      delimited by size
                  wLogLine delimited by size
                       into runlogfile-record
      *    the night's run correlation id rides at the end of the line
           perform get-run-id
           if rid-value > zero
              move " run "   to runlogfile-record(133:5)
              move rid-value to runlogfile-record(138:8)
           end-if
           write runlogfile-record
           move spaces to wLogLine
           .
              close runlogfile
              move "N" to wLogOpen
           end-if
           perform close-reject-history
           .
      * ============================= *
      * CSVMAP overrides the default in-field-order column mapping -
                    else
      * a record the file system would not take is a reject like any
      * other - it must never be counted as converted
                       display "*** WRITE failed, file status="
                               fs-csvout " row " record-counter-in
                       move "C04" to wRejReason
                       perform reject-csv-row
                    end-if
                 else
                    perform reject-csv-row
                 end-if
              end-if
           end-if
           .
      * ============================= *
      * the row goes to CSVREJ whole, behind its reason code, and the
      * same code goes on the run-log line and the reject history
      * ============================= *
       reject-csv-row.
      * ============================= *
           move spaces       to csvrej-record
           move wRejReason   to csvrej-reason
           move csvin-record to csvrej-row
           write csvrej-record
           add 1 to record-counter-rejected
           string "*** REJECTED row " record-counter-in
                       " reason=" wRejReason " to CSVREJ"
                       delimited by size into wLogLine
           perform write-log-line
           move record-counter-in to wRejRecNo
           move csvin-record(1:40) to wRejDetail
           perform write-reject-history
           .
      * ============================= *
      * split the row on the delimiter into csv-col(1..n), stripping
      * one level of surrounding double quotes per column
      * ============================= *
       map-csv-row.
      * ============================= *
           move "Y" to wk-row-valid
           move spaces to wRejReason
           move zero to co-seq-record co-bi-field co-fi-field
                        co-fl-field co-pd-field co-zd-field
           move spaces to co-ch-field
              perform parse-numeric-column
              if wNumWork < zero or wNumWork > 99999
                 move "N" to wk-row-valid
                 if wRejReason = spaces
                    move "C02" to wRejReason
                 end-if
              end-if
              move wNumWork to co-seq-record
           end-if
              perform parse-numeric-column
              if wNumWork < zero or wNumWork > 99999
                 move "N" to wk-row-valid
                 if wRejReason = spaces
                    move "C02" to wRejReason
                 end-if
              end-if
              move wNumWork to co-bi-field
           end-if
              perform parse-numeric-column
              if wNumWork < -99999 or wNumWork > 99999
                 move "N" to wk-row-valid
                 if wRejReason = spaces
                    move "C02" to wRejReason
                 end-if
              end-if
              move wNumWork to co-fi-field
           end-if
              perform parse-numeric-column
              if wNumWork < -99999 or wNumWork > 99999
                 move "N" to wk-row-valid
                 if wRejReason = spaces
                    move "C02" to wRejReason
                 end-if
              end-if
              move wNumWork to co-fl-field
           end-if
              perform parse-numeric-column
              if wNumWork < -99999 or wNumWork > 99999
                 move "N" to wk-row-valid
                 if wRejReason = spaces
                    move "C02" to wRejReason
                 end-if
              end-if
              move wNumWork to co-pd-field
           end-if
              perform parse-numeric-column
              if wNumWork < zero or wNumWork > 99999999
                 move "N" to wk-row-valid
                 if wRejReason = spaces
                    move "C02" to wRejReason
                 end-if
              end-if
              move wNumWork to co-zd-field
           end-if
                            trim(csv-col(wColIdx) trailing))
           if csv-col(wColIdx) = spaces
              move "N" to wk-row-valid
              if wRejReason = spaces
                 move "C01" to wRejReason
              end-if
           else
              perform varying wChIdx from 1 by 1
                        until wChIdx > wColLen
                       continue
                    when other
                       move "N" to wk-row-valid
                       if wRejReason = spaces
                          move "C01" to wRejReason
                       end-if
                 end-evaluate
              end-perform
              if wk-row-valid = "Y"
      * the target pictures are whole numbers - a fractional value
      * would truncate silently, so it fails the row instead
                    move "N" to wk-row-valid
                    if wRejReason = spaces
                       move "C03" to wRejReason
                    end-if
                 end-if
              end-if
           end-if
           .
      *
      * ============================= *
      * reject history, shared with the other rejecting steps
      * prrejhist.cpy
      * ============================= *
           copy prrejhist.
      *
      * ============================= *
      * the night's run correlation id
      * prrunid.cpy
      * ============================= *
           copy prrunid.
