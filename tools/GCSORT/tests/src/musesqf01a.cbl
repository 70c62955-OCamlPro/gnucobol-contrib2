      *    Copyright 2016 Sauro Menna
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Merge COBOL module
      *            Business validation rules: MUSESQF01_RULETABLE
      *            names a TABE0nnn.DAT table file whose code records
      *            under MUSESQF01_RULEKTAB (default VRL) are rules -
      *            an INCLUDE COND style condition, a severity (W/R)
      *            and a message (see frulsqf01.cpy). Every rule is
      *            evaluated for every well-formed input record; an R
      *            rule rejects the record, a W rule only counts it.
      *            The rule-exceptions report (RULEEXC.RPT, or
      *            MUSESQF01_RULERPT) gives the count per rule and the
      *            first MUSESQF01_RULESAMPLE (default 5) offenders.
      *            Every refused record - malformed (V01), rejected by
      *            a rule (V02) or discarded to DUPOUT by dedup (D01) -
      *            carries its standard reason code (table RSN, see
      *            frsnsqf01.cpy) on its run-log line and is filed on
      *            the REJHIST reject history under the sender named
      *            by MUSESQF01_SENDER.
      *            A SORTIN refused on its manifest or as a double
      *            feed is moved into the quarantine directory and
      *            filed on the QUARANT.DAT register (prquarant.cpy),
      *            so no later run picks it up again by mistake;
      *            GC97QUARANTINE releases or rejects it.
      *            A CONVERT statement on SRTCARDS converts the pd/zd
      *            amounts as written to SORTOUT by the effective-
      *            dated rate in force on the run date (rate table
      *            FXR, see fratsqf01.cpy and prconvert.cpy); the
      *            rates applied, with their record counts, go to the
      *            run log and the generation's provenance manifest.
      * *********************************************
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8 
           copy stabsqf01.
      * stabsqf02.cpy
           copy stabsqf02.
      *TABE0nnn.DAT table file the business validation rules live in
      * srulsqf01.cpy
           copy srulsqf01.
      *rule-exceptions report
      * srulsqf02.cpy
           copy srulsqf02.
      *keyed join-reference work file (built from SORTINB at start)
      * sjonsqf01.cpy
           copy sjonsqf01.
      *run log - status/error messages also written here, not just console
      * slogsqf01.cpy
           copy slogsqf01.
      *reject history, appended for the monthly reject analysis
      * srjhsqf01.cpy
           copy srjhsqf01.
      *feed quarantine register
      * sqrnsqf01.cpy
           copy sqrnsqf01.
      *conversion-rate table for the CONVERT statement (optional)
      * sratsqf01.cpy
           copy sratsqf01.
       data division.
       file section.
      * finsqf01.cpy
           copy ftabsqf01.
      * ftabsqf02.cpy
           copy ftabsqf02.
      * frulsqf01.cpy
           copy frulsqf01.
      * frulsqf02.cpy
           copy frulsqf02.
      * fjonsqf01.cpy
           copy fjonsqf01.
      * foutsqf03.cpy
           copy ffpsqf01.
      * flogsqf01.cpy
           copy flogsqf01.
      * frjhsqf01.cpy
           copy frjhsqf01.
      * fqrnsqf01.cpy
           copy fqrnsqf01.
      * fratsqf01.cpy
           copy fratsqf01.
      *
       working-storage section.
       77 fs-infile                 pic xx.
       77 wTabeJoinKtab             pic x(03) value spaces.
      * the as-of date the effective-dated join codes are read at
       77 wJoinAsOf                 pic 9(08) value zero.
      * hierarchy rollup over the control-break report: branch code
      * (ch-field bytes 1-3) to parent group, mapped by the
      * MUSESQF01_ROLLTABLE/ROLLKTAB code table - what used to be
           copy wkenvfield.
      *
           copy wklogfield.
           copy wrunid.
      *
           copy wjointab.
      * a TABE join code is resolved through the GC67TABLOOKUP shared
      * lookup service (effective dating and its per-run cache) - same
      * area shape as GC67TABLOOKUP.CPY
       01  lookup-area.
           05  tl-function          pic x(01) value "G".
           05  tl-file              pic x(80) value spaces.
           05  tl-ktab              pic x(03) value spaces.
           05  tl-kcod              pic x(03) value spaces.
           05  tl-asof              pic 9(08) value zero.
           05  tl-lang              pic x(01) value space.
           05  tl-status            pic x(01) value space.
           05  tl-layer             pic x(01) value space.
           05  tl-data              pic x(93) value spaces.
           05  tl-from-kcod         pic x(03) value spaces.
           05  tl-list-all          pic x(01) value "N".
           05  tl-more              pic x(01) value "N".
           05  tl-list-count        pic 9(02) value zero.
           05  tl-list-entry occurs 20 times.
               10  tl-list-kcod     pic x(03).
               10  tl-list-status   pic x(01).
               10  tl-list-data     pic x(93).
           05  tl-hits              pic 9(07) value zero.
           05  tl-reads             pic 9(07) value zero.
       77 wLookupDown               pic x(01) value "N".
      *
           copy wsplittab.
      *
       77 wMergeCur                      pic 9(01) value zero.
      *
           copy wctlcard.
      *
           copy wconvert.
      *
           copy wvalrule.
      *
           copy wrejhist.
      *
           copy wquarant.
      *    records dropped by the runtime INCLUDE/OMIT condition
       77 record-counter-dropped         pic 9(7) value zero.
      *
           string "RunStart musesqf01a" delimited by size
                       into wLogLine
           perform write-log-line
           move "musesqf01a" to wRejStep
           move "MUSESQF01_SENDER" to wRejSenderVar
           perform read-reject-sender
           perform read-key-parms
           perform read-trailer-fields
           perform set-collation
           perform read-control-cards
           perform apply-control-options
           perform check-rule-mode thru check-rule-mode-ex
           if conv-active = "Y"
              move 99999    to conv-pd-max
              move 99999999 to conv-zd-max
              perform load-conversion-rates
           end-if
      * the lock is taken only after the control files validated -
      * a control-card typo must never leave a stale SORTLOCK behind
           perform acquire-run-lock
              display " Groups formed  : " group-number
              display " Orphan members : " group-orphan-count
           end-if
           if rule-mode = "Y"
              display " Rule rejects   : " rule-reject-records
              display " Rule warnings  : " rule-warn-records
           end-if
           perform report-phase-timings
           perform record-feed-fingerprint
                  thru record-feed-fingerprint-ex
           perform log-job-summary
           if rule-mode = "Y"
              perform write-rule-exceptions-report
           end-if
           perform release-run-lock
           perform close-log
           goback.
      * so match-join-record can look each output record up with one
      * keyed READ - no in-memory table, no entry-count ceiling, no
      * linear scan per record. When MUSESQF01_JOINTABLE names a
      * TABE0nnn.DAT table file instead, that file is itself indexed:
      * it is opened here once to prove it is there and count its
      * codes, and each record's code is then resolved through the
      * GC67TABLOOKUP service.
      * ============================= *
       load-join-reference.
      * ============================= *
      * TABE source: verify the file opens and count the code records
      * filed under the MUSESQF01_JOINKTAB header ('H' + ktab, kcod
      * not spaces) - Tabe-kcod is the jr key and the first 20 bytes
      * of Tabe-data the description. The file is closed again - the
      * lookups of the output phase go through GC67TABLOOKUP, which
      * opens it itself.
      * ============================= *
       load-join-reference-tabe.
      * ============================= *
              perform load-join-reference-tabe-loop
                     until fs-tabejoin not equal "00"
           end-if
           close tabejoin
           string "Join reference is " wTabeJoinId
                       " table " wTabeJoinKtab
                       delimited by size into wLogLine
       close-join-reference.
      * ============================= *
           if join-mode = "Y"
              if join-source not = "T"
                 close joinrefix
              end-if
           end-if
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
      * log the same end-of-job counts just displayed on the console
                          delimited by size into wLogLine
              perform write-log-line
           end-if
           if conv-active = "Y"
              perform log-conversion-summary
           end-if
           .
      * ============================= *
      * dedup mode is switched on by setting MUSESQF01_DEDUP=Y in the
           end-if
           .
      * ============================= *
      * cut the next generation of wGenTarget: claim the number one
      * past the highest the catalog knows by writing its entry - a
      * duplicate key means another job claimed that number first,
      * so the next one is tried - then purge (delete the file of,
      * and drop from the catalog) every generation older than the
      * retention. wGenName comes back as the physical name to open
      * ============================= *
       start-new-generation.
      * ============================= *
      * a catalog that will not open (not yet converted to the keyed
      * file, or held by another job) would make every generation
      * look new and overwrite .G0001 - the run stops before any
      * output is opened
           open i-o gencatfile
           if fs-gencat not = "00" and fs-gencat not = "05"
              string "*** GENCAT open failed, file status=" fs-gencat
                          " - no generation of " wGenTarget " cut"
                          delimited by size into wLogLine
              perform write-log-line
              perform release-run-lock
              perform close-log
              MOVE 16 TO RETURN-CODE
              GOBACK
           end-if
           move "Y" to gen-cat-open
           move zero to wGenNew
           perform start-gen-scan
           perform read-gen-scan
           perform find-highest-gen-loop until gen-cat-eof = "Y"
           accept wGenDate from date yyyymmdd
           accept wGenTime from time
           perform get-run-id
           move "22" to fs-gencat
           perform claim-new-generation until fs-gencat not = "22"
      * an uncatalogued generation would be invisible to every reader
      * and overwritten by the next run - stop instead
           if fs-gencat not = "00"
              string "*** GENCAT entry for " wGenTarget
                          " not written, file status=" fs-gencat
                          delimited by size into wLogLine
              perform write-log-line
              perform close-gen-catalog
              perform release-run-lock
              perform close-log
              MOVE 16 TO RETURN-CODE
              GOBACK
           end-if
           move spaces to wGenName
           string function trim(wGenTarget) ".G" wGenNew
                       delimited by size into wGenName
           compute wGenCut = wGenNew - gen-keep
           if wGenCut > zero
              perform start-gen-scan
              perform read-gen-scan
              perform purge-old-generation until gen-cat-eof = "Y"
           end-if
           perform close-gen-catalog
           string "Generation " wGenName " cut, retention "
                       gen-keep delimited by size into wLogLine
           perform write-log-line
           .
      * ============================= *
       find-highest-gen-loop.
      * ============================= *
           move gcr-gen to wGenNew
           perform read-gen-scan
           .
      * ============================= *
       claim-new-generation.
      * ============================= *
           add 1 to wGenNew
           move wGenTarget      to gcr-fileid
           move wGenNew         to gcr-gen
           move wGenDate        to gcr-date
           move wGenTime(1:6)   to gcr-time
           move rid-value       to gcr-runid
           write gencat-record
           end-write
           .
      * ============================= *
      * one catalog entry at or below the purge horizon: lock it,
      * delete its file, drop it - an entry another job holds locked
      * is being purged by that job and is left to it
      * ============================= *
       purge-old-generation.
      * ============================= *
           if gcr-gen > wGenCut
              move "Y" to gen-cat-eof
           else
              read gencatfile with lock key is gcr-key
              end-read
              if fs-gencat = "00"
                 move spaces to wGenPurgeName
                 string function trim(wGenTarget) ".G" gcr-gen
                        delimited by size into wGenPurgeName
                 call "CBL_DELETE_FILE" using wGenPurgeName
                 delete gencatfile record
                 end-delete
              end-if
              perform read-gen-scan
           end-if
           .
      * ============================= *
      * build and write the control-total trailer as the last SORTOUT
      * record - count and hash totals of everything this run wrote
              move wCtlTrailerX(wCtlTrailerIdx:1)
                to out-trailer-data(wCtlTrailerIdx)
           end-perform
      * the run record follows the image
           perform get-run-id
           move rid-value to trl-runid
           perform varying wCtlTrailerIdx from 77 by 1
                     until wCtlTrailerIdx > 88
              move wCtlRunTagX(wCtlTrailerIdx - 76:1)
                to out-trailer-data(wCtlTrailerIdx)
           end-perform
           write outfile-record
           string "Control trailer written: " wCtlTrailerX
                       delimited by size into wLogLine
                  " cut " wLogDate " " wLogTime(1:6)
                  " by musesqf01a"
                  delimited by size into genman-record
           perform get-run-id
           if rid-value > zero
              move " run "   to genman-record(72:5)
              move rid-value to genman-record(77:8)
           end-if
           write genman-record
           move spaces to genman-record
           string "INPUT SORTIN records-in=" record-counter-in
              move "FEED MANIFEST verified" to genman-record
              write genman-record
           end-if
      * every rate the CONVERT statement applied, with its window and
      * how many records it converted - with the ch-field or trailer
      * value on each record, enough to re-derive any converted figure
           if conv-active = "Y"
              perform varying wConvIdx from 1 by 1
                        until wConvIdx > conv-rate-count
                 perform build-conversion-line
                 move wConvLine to genman-record
                 write genman-record
              end-perform
              move spaces to genman-record
              string "CONVERT asof=" conv-asof
                     " no-rate=" conv-norate-count
                     " overflow=" conv-overflow-count
                     delimited by size into genman-record
              write genman-record
           end-if
           perform copy-cards-to-manifest
           close genmanfile
           string "Provenance manifest written: " wGenManSpec
           move "Y" to input-in-sequence
           move zero to scan-rec-count
           move low-value to scan-prev-key
      * the scan only proves sequence - the business rules are
      * applied, and counted, on the pass that moves the records
           move "Y" to rule-suspend
           perform scan-sequence-loop
                  until fs-infile not equal "00"
                     or input-in-sequence = "N"
           move "N" to rule-suspend
           close sortin
           if input-in-sequence = "Y"
              display " input already in sequence - sort avoided ("
                          " received count " mn-rec-count
                          delimited by size into wLogLine
              perform write-log-line
              move "SORTIN"     to wQrLogical
              move "musesqf01a" to wQrProgram
              move "MANIFEST"   to wQrCheck
              move spaces       to wQrReason
              string "manifest mismatch - received count "
                     mn-rec-count delimited by size into wQrReason
              perform quarantine-feed thru quarantine-feed-ex
              perform release-run-lock
              perform close-log
              MOVE 12 TO RETURN-CODE
              else
                 display "*** set MUSESQF01_FEEDDUPOK=Y and resubmit"
                         " if this resend is intended"
                 move "SORTIN"     to wQrLogical
                 move "musesqf01a" to wQrProgram
                 move "DOUBLEFEED" to wQrCheck
                 move spaces       to wQrReason
                 string "double feed - fingerprint already processed"
                        " on " wFpMatchDate
                        delimited by size into wQrReason
                 perform quarantine-feed thru quarantine-feed-ex
                 perform release-run-lock
                 perform close-log
                 MOVE 12 TO RETURN-CODE
      * any DISPLAY/packed-decimal numeric field is not actually digits
      * (e.g. a short or binary-garbage record from an upstream feed),
      * is rejected here instead of being handed to release-record and
      * abending deep inside the COMP-3 arithmetic downstream.
      * A well-formed record then goes through the business rules of
      * the MUSESQF01_RULETABLE table, if one is named - a reject
      * rule it breaks rejects it here the same way.
      * ============================= *
       validate-input-record.
      * ============================= *
           move "Y" to wk-input-valid
           move "N" to wRuleRejected
           if in-seq-record not numeric
              move "N" to wk-input-valid
           end-if
           if in-zd-field not numeric
              move "N" to wk-input-valid
           end-if
           if wk-input-valid = "Y" and rule-count > zero
              and rule-suspend = "N"
              and record-counter-in > chkpnt-skip-in
              perform stage-filter-fields
              move record-counter-in to wRuleRecNo
              perform apply-validation-rules
              if wRuleRejected = "Y"
                 move "N" to wk-input-valid
              end-if
           end-if
           .
      * ============================= *
      * a record already accounted for by a prior, checkpointed run is
      * ============================= *
           if record-counter-in > chkpnt-skip-in
              add 1 to record-counter-rejected
              move record-counter-in to wRejRecNo
              move spaces to wRejDetail
              if wRuleRejected = "Y"
                 move "V02" to wRejReason
                 display "*** REJECTED by rule "
                         vr-code(wRuleRejectIdx) " input record "
                         record-counter-in " seq=" in-seq-record
                         " reason=V02 " vr-message(wRuleRejectIdx)
                 string "*** REJECTED by rule "
                             vr-code(wRuleRejectIdx) " input record "
                             record-counter-in " seq=" in-seq-record
                             " reason=V02 " vr-message(wRuleRejectIdx)
                             delimited by size into wLogLine
                 string "seq=" in-seq-record " rule="
                             vr-code(wRuleRejectIdx)
                             delimited by size into wRejDetail
              else
                 move "V01" to wRejReason
                 display "*** REJECTED malformed input record "
                         record-counter-in " seq=" in-seq-record
                         " reason=V01"
                 string "*** REJECTED malformed input record "
                             record-counter-in " seq=" in-seq-record
                             " reason=V01"
                             delimited by size into wLogLine
                 string "seq=" in-seq-record
                             delimited by size into wRejDetail
              end-if
              perform write-log-line
              perform write-reject-history
           end-if
           .
      * ============================= *
      * MUSESQF01_RULETABLE names the TABE0nnn.DAT file holding the
      * business validation rules, MUSESQF01_RULEKTAB the table code
      * within it (default VRL) - no table named, no rules, exactly
      * as before. The rules' validity windows are read at the same
      * as-of date the effective-dated join honours.
      * ============================= *
       check-rule-mode.
      * ============================= *
           move "MUSESQF01_RULETABLE" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value  from environment-value
           if wk-env-value = spaces
              go to check-rule-mode-ex
           end-if
           move "Y" to rule-mode
           move wk-env-value to wRuleTableId
           move "musesqf01a" to wRuleProgram
           move "MUSESQF01_RULEKTAB" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value  from environment-value
           if wk-env-value not = spaces
              move wk-env-value(1:3) to wRuleKtab
           end-if
           move "MUSESQF01_RULERPT" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value  from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wRuleRptId
           end-if
           move "MUSESQF01_RULESAMPLE" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value  from environment-value
           if wk-env-value not = spaces
              compute wRuleSampleMax = function numval(wk-env-value)
              if wRuleSampleMax > 10
                 move 10 to wRuleSampleMax
              end-if
           end-if
           accept wRuleAsOf from date yyyymmdd
           move "MUSESQF01_ASOF" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value  from environment-value
           if wk-env-value not = spaces
              compute wRuleAsOf = function numval(wk-env-value)
           end-if
           perform load-validation-rules
           if rule-load-failed = "Y"
              perform close-log
              MOVE 25 TO RETURN-CODE
              GOBACK
           end-if
           .
       check-rule-mode-ex.
           exit.
      * ============================= *
       release-record.
      * ============================= *
                to rfm-trl-data(wTrailerIdx:1)
           end-perform
           perform apply-outrec-reformat
           if conv-active = "Y"
              perform apply-conversion
           end-if
           move rfm-seq     to out-seq-record
           move rfm-ch      to out-ch-field
           move rfm-bi      to out-bi-field
              move "N"  to group-mode
              move "N"  to split-mode
              move zero to split-range-count
      * the amounts are converted once, by the final merge pass -
      * converting in the partitions too would apply the rate twice
              move "N"  to conv-active
              string "Partition worker - optional modes suppressed"
                          delimited by size into wLogLine
              perform write-log-line
      * control breaks and report totals above run on the sorted
      * values, the output file and its control trailer carry the
      * reshaped ones
           if outrec-count > zero or conv-active = "Y"
              perform apply-outrec-fields
           end-if
      * a prior, checkpointed run already wrote SORTOUT (and
           end-perform
           write dupfile-record
           add 1 to record-counter-dupout
           perform log-dedup-discard
           .
      * ============================= *
      * the duplicate keeps the SORTOUT shape on DUPOUT, so its reason
      * code D01 rides on the run-log line and the reject history
      * ============================= *
       log-dedup-discard.
      * ============================= *
           string "*** DISCARDED duplicate seq=" srt-seq-record
                       " ch=" srt-ch-field " reason=D01 to DUPOUT"
                       delimited by size into wLogLine
           perform write-log-line
           move "D01" to wRejReason
           move record-counter-dupout to wRejRecNo
           move spaces to wRejDetail
           string "seq=" srt-seq-record " ch=" srt-ch-field
                       delimited by size into wRejDetail
           perform write-reject-history
           .
      * ============================= *
      * OUTFIL-style output split: find the first ch-field range the
      * ============================= *
           move "N" to wJoinFound
           if join-source = "T"
      * the service applies the validity window at this run's as-of
      * date - a code not in force then (status X) is no code at all;
      * the base layer is asked for, the description being data, not
      * screen text in the operator's language
              move "G"               to tl-function
              move wTabeJoinId       to tl-file
              move wTabeJoinKtab     to tl-ktab
              move out-ch-field(1:3) to tl-kcod
              move wJoinAsOf         to tl-asof
              move "H"               to tl-lang
              call "GC67TABLOOKUP" using lookup-area
                 on exception
                    move "F" to tl-status
              end-call
              if tl-status = "Y"
                 move tl-data(1:20) to jn-desc-field
                 move "Y"           to wJoinFound
              end-if
              if tl-status = "F" and wLookupDown = "N"
                 move "Y" to wLookupDown
                 string "*** join lookup through GC67TABLOOKUP failed"
                        " for " wTabeJoinId
                        " - records counted unmatched"
                        delimited by size into wLogLine
                 perform write-log-line
              end-if
           else
              move out-ch-field to jref-key
              read joinrefix
      * prctlcard.cpy
           copy prctlcard.
      *
           copy prconvert.
      *
      * business validation rules, shared with sincsqf06Eb
      * prvalrule.cpy
           copy prvalrule.
      *
      * reject history, shared with the other rejecting steps
      * prrejhist.cpy
           copy prrejhist.
      *
      * the night's run correlation id
      * prrunid.cpy
           copy prrunid.
      *
      * GENCAT generation resolution
      * prgencat.cpy
           copy prgencat.
      *
      * feed quarantine, shared with pflsqf01a
      * prquarant.cpy
           copy prquarant.
      *
           copy prenvfield2.
