      *            rejected with a console/log message rather than
      *            silently truncated into the totals downstream -
      *            a run that rejected anything ends RETURN-CODE 8.
      *            Each such record is reported with its standard
      *            reason code N01 (table RSN, see frsnsqf01.cpy) and
      *            filed on the REJHIST reject history under the
      *            sender named by CNVSQF01A_SENDER.
      * **********************************************************
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8
      *generation catalog, read to resolve CNVSQF01A_GEN
      * sgensqf01.cpy
           copy sgensqf01.
      *reject history, appended for the monthly reject analysis
      * srjhsqf01.cpy
           copy srjhsqf01.
       data division.
       file section.
      * finsqf04.cpy
           copy foutsqf04.
      * fgensqf01.cpy
           copy fgensqf01.
      * frjhsqf01.cpy
           copy frjhsqf01.
      *
       working-storage section.
       77 fs-convin                      pic xx.
       77 wConvInId                      pic x(26) value "SORTOUT".
       77 wk-env-name                    pic x(20) value spaces.
       77 wk-env-value                   pic x(20) value spaces.
      *
           copy wrejhist.
           copy wrunid.
      *
      * ============================= *
       procedure division.
           display "*===============================================* "
           display " CNVSQF01A - SORTOUT (filter) to SORTIN (totals) "
           display "*===============================================* "
           move "cnvsqf01a" to wRejStep
           move "CNVSQF01A_SENDER" to wRejSenderVar
           perform read-reject-sender
           perform resolve-input-generation
           move "CNVSQF01A_TRAILER" to wk-env-name
           display wk-env-name upon environment-name
           perform convrec-proc until fs-convin not equal "00"
           close convin
           close convout
           perform close-reject-history
           if wTrailerWanted = "Y" and wTrailerSeen = "N"
      * the very absence of the trailer is the failure the control
      * exists to catch - the file's tail never arrived
           if wk-env-value = spaces
              move "SORTOUT" to wConvInId
           else
              if wk-env-value = "LATEST"
                 move "SORTOUT" to wGenTarget
                 perform find-latest-generation
              else
                 compute wGenPick = function numval(wk-env-value)
              end-if
           end-if
           .
      * ============================= *
      * GENCAT generation resolution
      * prgencat.cpy
      * ============================= *
           copy prgencat.
      * ============================= *
       convrec-proc.
      * ============================= *
                    add 1 to record-counter-rejected
                    display "*** REJECTED out-of-range record "
                            record-counter-in " seq=" cv-seq-record
                            " reason=N01"
                    move "N01" to wRejReason
                    move record-counter-in to wRejRecNo
                    move spaces to wRejDetail
                    string "seq=" cv-seq-record " ch=" cv-ch-field
                                delimited by size into wRejDetail
                    perform write-reject-history
                 end-if
              end-if
           end-if
              display "***   records read here : " record-counter-in
              close convin
              close convout
              perform close-reject-history
              move 12 to return-code
              goback
           end-if
                to cw-trailer-data(wTrailerIdx)
           end-perform
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
