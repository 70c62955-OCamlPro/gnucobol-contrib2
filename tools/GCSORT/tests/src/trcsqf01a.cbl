      *-------------------------------------------------------------------------------*
      * **********************************************************
      *  GCSORT Tests
      * **********************************************************
      * Author:    Sauro Menna
      * Date:      20160821
      * License
      *    Copyright 2016 Sauro Menna
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   End-to-end record trace - "where did this key go
      *            last night?". Given a ch-field key (and, when it is
      *            known, the seq number) and the night's run date,
      *            follows the record through every artifact the
      *            nightly chain leaves behind and prints a timeline
      *            (TRACE.RPT), one step per hand-over:
      *               1 INGEST     REJHIST - refused by an ingest step
      *                            (csvsqf01a/ebcsqf01a/fxwsqf01a)
      *               2 INGEST     SORTIN - the record as ingested
      *               3 SORT       REJHIST - malformed (V01) or refused
      *                            by a validation rule (V02)
      *               4 SORT       the musesqf01a run log lines that
      *                            name the key (information only)
      *               5 DEDUP      REJHIST D01 / DUPOUT - discarded as
      *                            a duplicate
      *               6 FILTER     the INCLUDE/OMIT condition in force
      *                            that night, taken from the
      *                            generation's manifest (.MAN) and
      *                            evaluated through fltsqf01a - the
      *                            sort only counts what it drops
      *               7 SORTOUT    the generation(s) cut that night
      *               8 SPLIT      the split output files
      *               9 CHUNKS     the chksqf01a outbound parts
      *              10 EBCDIC     EBOREJ - refused by ebosqf01a
      *              11 EBCDIC     EBCDICOUT - the return feed
      *              12 DOWNSTREAM REJHIST - refused by a later step
      *            Each step shows FOUND, STOPPED, NOT FOUND, CLEAR,
      *            N/A or INFO, with the records behind it listed
      *            underneath. The step the record disappeared at -
      *            the first stop (or, failing that, the first step it
      *            should have reached but did not) after the last
      *            step it was seen at - carries the RECORD LOST HERE
      *            marker, and the verdict closes the trace.
      *            REJHIST, GENCAT and the manifests are dated; SORTIN,
      *            DUPOUT, the split files without generations, the
      *            parts and the EBCDIC files are whatever is on disk,
      *            i.e. the latest run's - the trace says so.
      *            Given a run id (TRCSQF01A_RUNID) the REJHIST rows
      *            and GENCAT generations are those stamped with that
      *            run's correlation id instead of those of the date -
      *            a night that ran past midnight, or a morning rerun
      *            on the same date, is traced exactly - and only the
      *            run log lines of that run are read.
      *            The reason codes are described from the reason
      *            table when it is available (see srsnsqf01.cpy).
      *            The trace is registered in the GC87SPOOL queue
      *            through GC87SPOOLADD.
      *            Environment:
      *              TRCSQF01A_CH       the ch-field key (required)
      *              TRCSQF01A_SEQ      the seq number (dflt any)
      *              TRCSQF01A_DATE     the run date yyyymmdd (dflt
      *                                 today)
      *              TRCSQF01A_RUNID    run correlation id (dflt none
      *                                 - everything of the date)
      *              TRCSQF01A_FILEID   SORTOUT catalog file id (dflt
      *                                 SORTOUT)
      *              TRCSQF01A_SORTIN   ingested file (dflt SORTIN)
      *              TRCSQF01A_LOG      sort run log (dflt
      *                                 musesqf01a.<date>.log)
      *              TRCSQF01A_CHUNKS   file the parts were cut from
      *                                 (dflt the night's SORTOUT)
      *              TRCSQF01A_REPORT   the trace (dflt TRACE.RPT)
      *              TRCSQF01A_RSNTABLE reason table (dflt TABE0001.DAT)
      *              TRCSQF01A_RSNKTAB  reason table code (dflt RSN)
      *            RETURN-CODE 4 when the record was lost (or left no
      *            trace at all), 16 for a bad parameter, 25 when the
      *            trace file will not open.
      * **********************************************************
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8
      *      -fnotrunc -fbinary-byteorder=big-endian -o ..\bin\%1 ..\src\%1.CBL
      * **********************************************************
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. trcsqf01a.
       environment division.
       configuration section.
       special-names.
           ALPHABET    case-ascii      IS  ASCII
           ALPHABET    case-ebcdic     IS  EBCDIC.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
      *generation catalog
      * sgensqf01.cpy
           copy sgensqf01.
      *reject history
      * srjhsqf01.cpy
           copy srjhsqf01.
      *reject reason table (optional reading)
      * srsnsqf01.cpy
           copy srsnsqf01.
      *OUTFIL-style split control file (optional)
      * soutfsqf01.cpy
           copy soutfsqf01.
      *any SORTOUT-shape file searched - SORTIN, DUPOUT, generations,
      *split files, parts, EBOREJ
           select trcscan assign to dynamic wScanName
               organization is sequential
               access mode is sequential
               file status is fs-trcscan.
      *the fixed 241-byte EBCDIC return feed
           select trcebc assign to dynamic wScanName
               organization is sequential
               access mode is sequential
               file status is fs-trcebc.
      *text searched - the run log, a manifest, SRTCARDS
           select trctext assign to dynamic wTextName
               organization is line sequential
               file status  is fs-trctext.
      *the trace
           select trcrpt assign to dynamic wRptSpec
               organization is line sequential
               file status  is fs-trcrpt.
       data division.
       file section.
      * fgensqf01.cpy
           copy fgensqf01.
      * frjhsqf01.cpy
           copy frjhsqf01.
      * frsnsqf01.cpy
           copy frsnsqf01.
      * foutfsqf01.cpy
           copy foutfsqf01.
       FD  trcscan
           label records are standard
           record is varying in size from 41 to 241 characters
                    depending on sc-trailer-len.
       01  trcscan-record.
           05  sc-seq-record        pic 9(05).
           05  sc-ch-field          pic x(05).
           05  sc-bi-field          pic 9(05).
           05  sc-fi-field          pic s9(05).
           05  sc-fl-field          pic s9(05).
           05  sc-pd-field          pic s9(05).
           05  sc-zd-field          pic s9(08).
           05  sc-trailer-len       pic 9(03).
           05  sc-trailer-data      pic x(01)
                                     occurs 0 to 200 times
                                     depending on sc-trailer-len.
       FD  trcebc.
       01  trcebc-record.
           05  eb-seq-record        pic x(05).
           05  eb-ch-field          pic x(05).
           05  filler               pic x(231).
       FD  trctext.
       01  trctext-record           pic x(160).
       FD  trcrpt.
       01  trcrpt-record            pic x(132).
      *
       working-storage section.
       77 fs-gencat                      pic xx.
       77 fs-rejhist                     pic xx.
       77 fs-rsnfile                     pic xx.
       77 fs-outfilctl                   pic xx.
       77 fs-trcscan                     pic xx.
       77 fs-trcebc                      pic xx.
       77 fs-trctext                     pic xx.
       77 fs-trcrpt                      pic xx.
      *
           copy wkenvfield.
      *
           copy wgencat.
      *
           copy wfltparm.
      * ============================= *
      * the key being traced, and the night
      * ============================= *
       77 wTrcCh                         pic x(05) value spaces.
       77 wTrcChLen                      pic 9(02) value zero.
       77 wTrcSeq                        pic 9(05) value zero.
       77 wTrcSeqGiven                   pic x(01) value "N".
       77 wTrcDate                       pic 9(08) value zero.
       77 wTrcRunId                      pic 9(08) value zero.
       77 wTrcFileid                     pic x(20) value "SORTOUT".
       77 wTrcSortin                     pic x(40) value "SORTIN".
       77 wTrcLog                        pic x(40) value spaces.
       77 wTrcChunks                     pic x(40) value spaces.
       77 wTrcParmBad                    pic x(01) value "N".
       77 wTrcParmText                   pic x(60) value spaces.
       77 wRsnTableId                    pic x(40) value "TABE0001.DAT".
       77 wRsnKtab                       pic x(03) value "RSN".
       77 wRsnOpen                       pic x(01) value "N".
       77 wDesc                          pic x(40) value spaces.
      * ============================= *
      * the files searched
      * ============================= *
       77 wScanName                      pic x(40) value spaces.
       77 wTextName                      pic x(40) value spaces.
       77 wRptSpec                       pic x(40) value "TRACE.RPT".
       77 wScanOpen                      pic x(01) value "N".
       77 wScanRec                       pic 9(07) value zero.
       77 wScanHits                      pic 9(05) value zero.
       77 wScanFiles                     pic 9(05) value zero.
      *    the night's SORTOUT generations, and its split files
       01  trc-out-table.
           05  trc-out-count        pic 9(03) value zero.
           05  trc-out occurs 50 times.
               10  to-name          pic x(26).
       77 wOutIdx                        pic 9(03) value zero.
       77 wOutLastName                   pic x(26) value spaces.
       77 wOutLastGen                    pic 9(04) value zero.
       01  trc-split-table.
           05  trc-split-count      pic 9(03) value zero.
           05  trc-split occurs 50 times.
               10  tp-name          pic x(26).
       77 wSplitIdx                      pic 9(03) value zero.
       77 wSplitDup                      pic x(01) value "N".
       77 wSplitCovered                  pic x(01) value "N".
       77 wSplitRanges                   pic x(01) value "N".
       77 wPartNbr                       pic 9(04) value zero.
       77 wPartBase                      pic x(40) value spaces.
       77 wPartFirst                     pic x(40) value spaces.
       77 wPartLast                      pic 9(04) value zero.
      *    the EBCDIC image of the key, for the return feed
       77 wEbcCh                         pic x(05) value spaces.
       77 wEbcSeq                        pic x(05) value spaces.
      * ============================= *
      * the seq numbers the key was ingested under - the REJHIST and
      * run-log lines of the sort carry only the seq
      * ============================= *
       01  trc-seq-table.
           05  trc-seq-count        pic 9(03) value zero.
           05  trc-seq occurs 50 times.
               10  tq-seq           pic 9(05).
       77 wSeqIdx                        pic 9(03) value zero.
       77 wSeqPat                        pic x(09) value spaces.
       77 wChPat                         pic x(08) value spaces.
       77 wChPatLen                      pic 9(02) value zero.
       77 wMatchText                     pic x(132) value spaces.
       77 wMatchHit                      pic x(01) value "N".
       77 wMatchChOnly                   pic x(01) value "N".
       77 wHitCnt                        pic 9(05) value zero.
      * ============================= *
      * the INCLUDE/OMIT condition in force that night
      * ============================= *
       77 wCondSource                    pic x(40) value spaces.
       77 wCondFound                     pic x(01) value "N".
       77 wCondSense                     pic x(07) value spaces.
       77 wCondText                      pic x(72) value spaces.
       77 wCondUsable                    pic x(01) value "N".
       77 wCondStart                     pic 9(03) value zero.
       77 wCondEnd                       pic 9(03) value zero.
       77 wCondIdx                       pic 9(03) value zero.
       77 wCardText                      pic x(132) value spaces.
       77 wFltDrop                       pic x(01) value "N".
      * ============================= *
      * the timeline - one entry per step, with the records behind
      * each step kept for printing underneath it
      *   status P found, S stopped, M not found, C clear,
      *          N not applicable, I information
      * ============================= *
       01  trc-step-table.
           05  trc-step occurs 12 times.
               10  st-stage         pic x(10).
               10  st-artifact      pic x(30).
               10  st-status        pic x(01).
               10  st-count         pic 9(05).
               10  st-text          pic x(60).
               10  st-shown         pic 9(03).
               10  st-more          pic 9(05).
       77 wStepIdx                       pic 9(02) value zero.
       77 wStepLast                      pic 9(02) value zero.
       77 wStepLost                      pic 9(02) value zero.
       01  trc-detail-table.
           05  trc-detail-count     pic 9(03) value zero.
           05  trc-detail occurs 200 times.
               10  dt-step          pic 9(02).
               10  dt-text          pic x(120).
       77 wDetIdx                        pic 9(03) value zero.
       77 wDetStep                       pic 9(02) value zero.
       77 wDetText                       pic x(120) value spaces.
      * ============================= *
      * report printing
      * ============================= *
       77 wRptLine                       pic x(132) value spaces.
       77 wStepEd                        pic z9 value zero.
       77 wCountEd                       pic z(4)9 value zero.
       77 wRecEd                         pic z(6)9 value zero.
       77 wResult                        pic x(09) value spaces.
       77 wRunDate                       pic 9(08) value zero.
       77 wRunTime                       pic 9(08) value zero.
      * trace registered in the print spool - same area shape as
      * GC87SPOOLADD.CPY
       01  spooladd-area.
           05  sp-file              pic x(40).
           05  sp-type              pic x(12).
           05  sp-origin            pic x(12).
           05  sp-ok                pic x(01).
      *
      * ============================= *
       procedure division.
      * ============================= *
       master-trace.
           display "*===============================================* "
           display " TRCSQF01A - end-to-end trace of a record key "
           display "*===============================================* "
           perform read-parameters
           if wTrcParmBad = "Y"
              display "*** " wTrcParmText
              move 16 to return-code
              goback
           end-if
           open output trcrpt
           if fs-trcrpt not equal "00"
              display "*** " wRptSpec " open failed, file status="
                      fs-trcrpt
              move 25 to return-code
              goback
           end-if
           perform set-up-steps
           perform pick-night-files
           perform open-reason-table
           perform load-filter-condition thru load-filter-condition-ex
           perform trace-sortin thru trace-sortin-ex
           perform trace-reject-history thru trace-reject-history-ex
           perform trace-run-log thru trace-run-log-ex
           perform trace-dupout thru trace-dupout-ex
           perform trace-filter
           perform trace-sortout
           perform trace-splits
           perform trace-chunks
           perform trace-ebcdic thru trace-ebcdic-ex
           if wRsnOpen = "Y"
              close rsnfile
           end-if
           perform decide-verdict
           perform write-trace
           close trcrpt
           move wRptSpec     to sp-file
           move "TRACE"      to sp-type
           move "trcsqf01a"  to sp-origin
           move space        to sp-ok
           call "GC87SPOOLADD" using spooladd-area
              on exception continue
           end-call
           display "*===============================================* "
           display " Key            : " wTrcCh " seq " wTrcSeq
           display " Night of       : " wTrcDate
           if wTrcRunId > zero
              display " Run            : " wTrcRunId
           end-if
           display " Trace          : " wRptSpec
           display "*===============================================* "
           if wStepLost > zero or wStepLast = zero
              move 4 to return-code
           else
              move zero to return-code
           end-if
           goback
           .
      * ============================= *
      * the key, the night, and where the night's files are
      * ============================= *
       read-parameters.
      * ============================= *
           move "TRCSQF01A_CH" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value = spaces
              move "Y" to wTrcParmBad
              move "TRCSQF01A_CH must name the ch-field key to trace"
                to wTrcParmText
           else
              move wk-env-value(1:5) to wTrcCh
              compute wTrcChLen = length(trim(wTrcCh trailing))
           end-if
           move "TRCSQF01A_SEQ" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              if test-numval(wk-env-value) = zero
                 and numval(wk-env-value) >= 0
                 and numval(wk-env-value) <= 99999
                 compute wTrcSeq = numval(wk-env-value)
                 move "Y" to wTrcSeqGiven
              else
                 move "Y" to wTrcParmBad
                 move "TRCSQF01A_SEQ must be a seq number 0 - 99999"
                   to wTrcParmText
              end-if
           end-if
           move "TRCSQF01A_DATE" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              if wk-env-value(1:8) is numeric
                 and wk-env-value(9:1) = space
                 move wk-env-value(1:8) to wTrcDate
              else
                 move "Y" to wTrcParmBad
                 move "TRCSQF01A_DATE must be a date yyyymmdd"
                   to wTrcParmText
              end-if
           else
              accept wTrcDate from date yyyymmdd
           end-if
           move "TRCSQF01A_RUNID" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              if wk-env-value(1:8) is numeric
                 and wk-env-value(9:1) = space
                 move wk-env-value(1:8) to wTrcRunId
              else
                 move "Y" to wTrcParmBad
                 move "TRCSQF01A_RUNID must be a run id of 8 digits"
                   to wTrcParmText
              end-if
           end-if
           move "TRCSQF01A_FILEID" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wTrcFileid
           end-if
           move "TRCSQF01A_SORTIN" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wTrcSortin
           end-if
           move "TRCSQF01A_LOG" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wTrcLog
           else
              string "musesqf01a." wTrcDate ".log"
                     delimited by size into wTrcLog
           end-if
           move "TRCSQF01A_CHUNKS" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wTrcChunks
           end-if
           move "TRCSQF01A_REPORT" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wRptSpec
           end-if
           move "TRCSQF01A_RSNTABLE" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wRsnTableId
           end-if
           move "TRCSQF01A_RSNKTAB" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value(1:3) to wRsnKtab
           end-if
           .
      * ============================= *
      * the twelve hand-overs, in the order the chain makes them
      * ============================= *
       set-up-steps.
      * ============================= *
           perform varying wStepIdx from 1 by 1 until wStepIdx > 12
              move spaces to st-stage(wStepIdx) st-artifact(wStepIdx)
                             st-text(wStepIdx)
              move "N"  to st-status(wStepIdx)
              move zero to st-count(wStepIdx) st-shown(wStepIdx)
                           st-more(wStepIdx)
           end-perform
           move "INGEST"     to st-stage(1)
           move "REJHIST ingest steps" to st-artifact(1)
           move "INGEST"     to st-stage(2)
           move wTrcSortin   to st-artifact(2)
           move "SORT"       to st-stage(3)
           move "REJHIST V01/V02" to st-artifact(3)
           move "SORT"       to st-stage(4)
           move wTrcLog      to st-artifact(4)
           move "DEDUP"      to st-stage(5)
           move "REJHIST D01 / DUPOUT" to st-artifact(5)
           move "FILTER"     to st-stage(6)
           move "INCLUDE/OMIT" to st-artifact(6)
           move "SORTOUT"    to st-stage(7)
           move wTrcFileid   to st-artifact(7)
           move "SPLIT"      to st-stage(8)
           move "split output files" to st-artifact(8)
           move "CHUNKS"     to st-stage(9)
           move "outbound parts" to st-artifact(9)
           move "EBCDIC"     to st-stage(10)
           move "EBOREJ"     to st-artifact(10)
           move "EBCDIC"     to st-stage(11)
           move "EBCDICOUT"  to st-artifact(11)
           move "DOWNSTREAM" to st-stage(12)
           move "REJHIST later steps" to st-artifact(12)
           move wTrcCh to wEbcCh
           TRANSFORM wEbcCh FROM case-ascii TO case-ebcdic
           move wTrcSeq to wEbcSeq
           TRANSFORM wEbcSeq FROM case-ascii TO case-ebcdic
           move spaces to wChPat
           string "ch=" wTrcCh(1:wTrcChLen)
                  delimited by size into wChPat
           compute wChPatLen = wTrcChLen + 3
           if wTrcSeqGiven = "Y"
              move 1 to trc-seq-count
              move wTrcSeq to tq-seq(1)
           end-if
           .
      * ============================= *
      * GENCAT generation resolution
      * prgencat.cpy
      * ============================= *
           copy prgencat.
      * ============================= *
      * the SORTOUT generations cut on the night, and the split
      * output: the other file ids GENCAT catalogued that night (it
      * only ever catalogues SORTOUT and its split files); a night
      * without generations ran in place, so it is the plain SORTOUT
      * and the OUTFIL control file's split file ids
      * ============================= *
       pick-night-files.
      * ============================= *
           move zero to trc-out-count trc-split-count wOutLastGen
           move spaces to wGenTarget
           perform open-gen-catalog
           perform start-gen-scan
           perform read-gen-scan
           perform pick-night-entry until gen-cat-eof = "Y"
           perform close-gen-catalog
           move "N" to wSplitRanges wSplitCovered
           open input outfilctlfile
           if fs-outfilctl = "00"
              perform read-outfil-ranges until fs-outfilctl not = "00"
           end-if
           close outfilctlfile
           if trc-out-count = zero
              move 1 to trc-out-count
              move wTrcFileid to to-name(1) wOutLastName
              move "SORTOUT on disk - no generation that night"
                to st-text(7)
           else
              move wOutLastName to st-artifact(7)
              if trc-out-count > 1
                 move "(+ earlier generations of the night)"
                   to st-text(7)
              end-if
           end-if
           .
      * ============================= *
      * one catalog entry, of any file id - kept when it was cut on
      * the night traced
      * ============================= *
       pick-night-entry.
      * ============================= *
           perform take-gen-entry
           if (wTrcRunId = zero and wGenCatDate = wTrcDate)
              or (wTrcRunId > zero and wGenCatRunId = wTrcRunId)
              move spaces to wGenName
              string trim(gcr-fileid) ".G" gcr-gen
                     delimited by size into wGenName
              if gcr-fileid = wTrcFileid
                 if trc-out-count < 50
                    add 1 to trc-out-count
                    move wGenName to to-name(trc-out-count)
                 end-if
                 if gcr-gen >= wOutLastGen
                    move gcr-gen to wOutLastGen
                    move wGenName to wOutLastName
                 end-if
              else
                 if trc-split-count < 50
                    add 1 to trc-split-count
                    move wGenName to tp-name(trc-split-count)
                 end-if
              end-if
           end-if
           perform read-gen-scan
           .
      * ============================= *
      * an OUTFIL range: does it cover the key, and (in place) which
      * split file does it feed
      * ============================= *
       read-outfil-ranges.
      * ============================= *
           read outfilctlfile
           end-read
           if fs-outfilctl = "00"
              move "Y" to wSplitRanges
              if wTrcCh >= ofc-lo and wTrcCh <= ofc-hi
                 move "Y" to wSplitCovered
              end-if
              if trc-out-count = zero
                 move "N" to wSplitDup
                 perform varying wSplitIdx from 1 by 1
                           until wSplitIdx > trc-split-count
                    if tp-name(wSplitIdx) = ofc-fileid
                       move "Y" to wSplitDup
                    end-if
                 end-perform
                 if wSplitDup = "N" and trc-split-count < 50
                    add 1 to trc-split-count
                    move ofc-fileid to tp-name(trc-split-count)
                 end-if
              end-if
           end-if
           .
      * ============================= *
      * the reason table is optional reading - without it the codes
      * are still shown, only their descriptions are missing
      * ============================= *
       open-reason-table.
      * ============================= *
           open input rsnfile
           if fs-rsnfile = "00"
              move "Y" to wRsnOpen
           else
              display " reason table " wRsnTableId
                      " not available, file status=" fs-rsnfile
           end-if
           .
      * ============================= *
       look-up-reason.
      * ============================= *
           move spaces to wDesc
           if wRsnOpen = "Y"
              move "H"       to rs-ktip
              move wRsnKtab  to rs-ktab
              move rh-reason to rs-kcod
              read rsnfile
              end-read
              if fs-rsnfile = "00"
                 move rs-desc to wDesc
              end-if
           end-if
           .
      * ============================= *
      * the INCLUDE/OMIT card the night's generation was cut under,
      * from its manifest (the cards are copied in there verbatim);
      * without a generation, today's SRTCARDS is the best there is.
      * The condition is parsed once through fltsqf01a, the sort's
      * own evaluator, and held against each ingested record.
      * ============================= *
       load-filter-condition.
      * ============================= *
           move "N" to wCondFound wCondUsable
           move spaces to wCondSource
           if wOutLastGen > zero
              string trim(wOutLastName) ".MAN"
                     delimited by size into wCondSource
           else
              move "SRTCARDS" to wCondSource
           end-if
           move wCondSource to wTextName
           open input trctext
           if fs-trctext not = "00"
              move "C" to st-status(6)
              string "no " trim(wCondSource)
                     " - no condition known in force"
                     delimited by size into st-text(6)
              go to load-filter-condition-ex
           end-if
           perform read-condition-card
                   until fs-trctext not = "00" or wCondFound = "Y"
           close trctext
           if wCondFound = "N"
              move "C" to st-status(6)
              move "no INCLUDE/OMIT condition in force"
                to st-text(6)
              go to load-filter-condition-ex
           end-if
           move spaces to st-artifact(6)
           string trim(wCondSense) " (" trim(wCondSource) ")"
                  delimited by size into st-artifact(6)
           move spaces to wDetText
           string trim(wCondSense) " COND=(" trim(wCondText) ")"
                  delimited by size into wDetText
           move 6 to wDetStep
           perform add-detail
           move "P" to fp-request
           move wCondText(1:60) to fp-cond
           move zero to return-code
           call "fltsqf01a" using flt-parm
              on exception
                 move "N" to wCondUsable
                 move "N" to st-status(6)
                 move "fltsqf01a not available - condition not applied"
                   to st-text(6)
                 go to load-filter-condition-ex
           end-call
           if return-code not = zero
              move "N" to st-status(6)
              move "condition will not parse - not applied"
                to st-text(6)
              move zero to return-code
              go to load-filter-condition-ex
           end-if
           move "Y" to wCondUsable
           move "C" to st-status(6)
           move "the condition keeps the record" to st-text(6)
           .
       load-filter-condition-ex.
           exit.
      * ============================= *
      * a manifest carries the cards as "CARD <card>"; SRTCARDS
      * carries them bare
      * ============================= *
       read-condition-card.
      * ============================= *
           read trctext
           end-read
           if fs-trctext = "00"
              move spaces to wCardText
              if trctext-record(1:5) = "CARD "
                 move trctext-record(6:127) to wCardText
              else
                 if wOutLastGen = zero
                    move trctext-record to wCardText
                 end-if
              end-if
              move trim(wCardText leading) to wCardText
              if wCardText(1:8) = "INCLUDE "
                 move "INCLUDE" to wCondSense
                 perform extract-condition
              end-if
              if wCardText(1:5) = "OMIT "
                 move "OMIT" to wCondSense
                 perform extract-condition
              end-if
           end-if
           .
      * ============================= *
      * the text between "COND=(" and the card's last ")"
      * ============================= *
       extract-condition.
      * ============================= *
           move zero to wCondStart wCondEnd
           inspect wCardText tallying wCondStart
                   for characters before initial "COND=("
           if wCondStart < 120
              add 7 to wCondStart
              perform varying wCondIdx from 132 by -1
                        until wCondIdx < wCondStart
                           or wCondEnd > zero
                 if wCardText(wCondIdx:1) = ")"
                    move wCondIdx to wCondEnd
                 end-if
              end-perform
              if wCondEnd > wCondStart
                 move spaces to wCondText
                 move wCardText(wCondStart:wCondEnd - wCondStart)
                   to wCondText
                 move "Y" to wCondFound
              end-if
           end-if
           .
      * ============================= *
      * step 2: the record as ingested - and, while it is in hand,
      * the seq numbers it came in under and the condition's verdict
      * ============================= *
       trace-sortin.
      * ============================= *
           move wTrcSortin to wScanName
           open input trcscan
           if fs-trcscan not = "00"
              move "N" to st-status(2)
              string "not available, file status=" fs-trcscan
                     delimited by size into st-text(2)
              go to trace-sortin-ex
           end-if
           move zero to wScanRec wScanHits
           perform trace-sortin-loop until fs-trcscan not = "00"
           close trcscan
           move wScanHits to st-count(2)
           if wScanHits > zero
              move "P" to st-status(2)
              move "ingested (the latest run's SORTIN)" to st-text(2)
           else
              move "M" to st-status(2)
              move "never arrived in the latest run's SORTIN"
                to st-text(2)
           end-if
           .
       trace-sortin-ex.
           exit.
      * ============================= *
       trace-sortin-loop.
      * ============================= *
           read trcscan
           end-read
           if fs-trcscan = "00"
              add 1 to wScanRec
              if sc-ch-field = wTrcCh
                 and (wTrcSeqGiven = "N" or sc-seq-record = wTrcSeq)
                 add 1 to wScanHits
                 move 2 to wDetStep
                 perform add-scan-detail
                 if wTrcSeqGiven = "N" and trc-seq-count < 50
                    add 1 to trc-seq-count
                    move sc-seq-record to tq-seq(trc-seq-count)
                 end-if
                 if wCondUsable = "Y"
                    perform apply-condition
                 end-if
              end-if
           end-if
           .
      * ============================= *
      * the condition against the ingested record, exactly as the
      * sort stages it; OMIT drops what the condition selects
      * ============================= *
       apply-condition.
      * ============================= *
           move "E" to fp-request
           move sc-seq-record to fp-seq
           move sc-ch-field   to fp-ch
           move zero to fp-bi fp-fi fp-fl fp-pd fp-zd
           if sc-bi-field numeric
              move sc-bi-field to fp-bi
           end-if
           if sc-fi-field numeric
              move sc-fi-field to fp-fi
           end-if
           if sc-fl-field numeric
              move sc-fl-field to fp-fl
           end-if
           if sc-pd-field numeric
              move sc-pd-field to fp-pd
           end-if
           if sc-zd-field numeric
              move sc-zd-field to fp-zd
           end-if
           call "fltsqf01a" using flt-parm
              on exception continue
           end-call
           move "N" to wFltDrop
           if wCondSense = "OMIT"
              if fp-keep = "Y"
                 move "Y" to wFltDrop
              end-if
           else
              if fp-keep not = "Y"
                 move "Y" to wFltDrop
              end-if
           end-if
           if wFltDrop = "Y"
              add 1 to st-count(6)
              move spaces to wDetText
              move wScanRec to wRecEd
              string "SORTIN record " trim(wRecEd) " seq="
                     sc-seq-record " ch=" sc-ch-field
                     " - dropped by the condition"
                     delimited by size into wDetText
              move 6 to wDetStep
              perform add-detail
           end-if
           .
      * ============================= *
      * steps 1, 3, 5 and 12: the night's REJHIST rows that name the
      * key - by its seq number or its ch-field - sorted to the
      * stage by their reason code
      * ============================= *
       trace-reject-history.
      * ============================= *
           open input rejhistfile
           if fs-rejhist not = "00"
              move "REJHIST not available" to st-text(1) st-text(3)
                                              st-text(12)
              go to trace-reject-history-ex
           end-if
           move "C" to st-status(1) st-status(3) st-status(12)
           move "not rejected on ingest"       to st-text(1)
           move "not rejected by the sort"     to st-text(3)
           move "not rejected after the sort"  to st-text(12)
           perform trace-reject-history-loop
                   until fs-rejhist not = "00"
           close rejhistfile
           .
       trace-reject-history-ex.
           exit.
      * ============================= *
       trace-reject-history-loop.
      * ============================= *
           read rejhistfile
           end-read
           if fs-rejhist = "00"
              and ((wTrcRunId = zero and rh-date = wTrcDate)
                   or (wTrcRunId > zero and rh-runid = wTrcRunId))
              move rh-detail to wMatchText
              move "N" to wMatchChOnly
              perform match-key-text
              if wMatchHit = "Y"
                 evaluate rh-reason(1:1)
                    when "C"
                    when "E"
                    when "F"
                       move 1 to wDetStep
                    when "V"
                       move 3 to wDetStep
                    when "D"
                       move 5 to wDetStep
                    when other
                       move 12 to wDetStep
                 end-evaluate
                 move "S" to st-status(wDetStep)
                 add 1 to st-count(wDetStep)
                 perform look-up-reason
                 move spaces to st-text(wDetStep)
                 string "REJECTED " rh-reason " by " trim(rh-step)
                        " " trim(wDesc)
                        delimited by size into st-text(wDetStep)
                 move rh-recno to wRecEd
                 move spaces to wDetText
                 string "REJHIST " trim(rh-step) " " rh-reason
                        " record " trim(wRecEd) " from "
                        trim(rh-sender) ": " trim(rh-detail)
                        delimited by size into wDetText
                 perform add-detail
              end-if
           end-if
           .
      * ============================= *
      * does wMatchText name the key? "seq=nnnnn" for any seq it was
      * ingested under, or the ch-field itself ("ch=xxxxx" only,
      * when wMatchChOnly is Y - the run log)
      * ============================= *
       match-key-text.
      * ============================= *
           move "N" to wMatchHit
           perform varying wSeqIdx from 1 by 1
                     until wSeqIdx > trc-seq-count
                        or wMatchHit = "Y"
              move spaces to wSeqPat
              string "seq=" tq-seq(wSeqIdx)
                     delimited by size into wSeqPat
              move zero to wHitCnt
              inspect wMatchText tallying wHitCnt for all wSeqPat
              if wHitCnt > zero
                 move "Y" to wMatchHit
              end-if
           end-perform
           if wMatchHit = "N" and wTrcChLen > zero
              move zero to wHitCnt
              if wMatchChOnly = "Y"
                 inspect wMatchText tallying wHitCnt
                         for all wChPat(1:wChPatLen)
              else
                 inspect wMatchText tallying wHitCnt
                         for all wTrcCh(1:wTrcChLen)
              end-if
              if wHitCnt > zero
      *          a seq given narrows the ch-field to that one record
                 if wTrcSeqGiven = "N" or wMatchChOnly = "Y"
                    move "Y" to wMatchHit
                 end-if
              end-if
           end-if
           .
      * ============================= *
      * step 4: what the sort's own run log says about the key
      * ============================= *
       trace-run-log.
      * ============================= *
           move wTrcLog to wTextName
           open input trctext
           if fs-trctext not = "00"
              move "run log not on disk" to st-text(4)
              go to trace-run-log-ex
           end-if
           move "I" to st-status(4)
           perform trace-run-log-loop thru trace-run-log-loop-ex
                   until fs-trctext not = "00"
           close trctext
           move spaces to st-text(4)
           move st-count(4) to wCountEd
           string trim(wCountEd) " line(s) of the run log name the key"
                  delimited by size into st-text(4)
           .
       trace-run-log-ex.
           exit.
      * ============================= *
       trace-run-log-loop.
      * ============================= *
           read trctext
           end-read
           if fs-trctext = "00" and wTrcRunId > zero
              if trctext-record(133:5) not = " run "
                 or trctext-record(138:8) not = wTrcRunId
                 go to trace-run-log-loop-ex
              end-if
           end-if
           if fs-trctext = "00"
              move trctext-record to wMatchText
              move "Y" to wMatchChOnly
              perform match-key-text
              if wMatchHit = "Y"
                 add 1 to st-count(4)
                 move trctext-record to wDetText
                 move 4 to wDetStep
                 perform add-detail
              end-if
           end-if
           .
       trace-run-log-loop-ex.
           exit.
      * ============================= *
      * step 5: the duplicates dedup diverted - REJHIST D01 rows are
      * dated, DUPOUT is only the latest run's
      * ============================= *
       trace-dupout.
      * ============================= *
           move "DUPOUT" to wScanName
           move 5 to wDetStep
           perform scan-sortout-file
           if wScanOpen = "N"
              go to trace-dupout-ex
           end-if
           if st-status(5) = "N"
              move "C" to st-status(5)
              move "not discarded as a duplicate" to st-text(5)
           end-if
           if wScanHits > zero
              move "S" to st-status(5)
              if st-count(5) = zero
                 move wScanHits to st-count(5)
              end-if
              move "DISCARDED as a duplicate (D01) to DUPOUT"
                to st-text(5)
           end-if
           .
       trace-dupout-ex.
           exit.
      * ============================= *
      * step 6: what the condition made of the ingested record
      * ============================= *
       trace-filter.
      * ============================= *
           if wCondUsable = "Y" and st-count(2) = zero
              move "N" to st-status(6)
              move "nothing ingested to hold the condition against"
                to st-text(6)
           end-if
           if wCondUsable = "Y" and st-count(6) > zero
              move "S" to st-status(6)
              move spaces to st-text(6)
              string "DROPPED by the " trim(wCondSense)
                     " condition (counted, not logged)"
                     delimited by size into st-text(6)
           end-if
           .
      * ============================= *
      * step 7: the night's SORTOUT generation(s)
      * ============================= *
       trace-sortout.
      * ============================= *
           move zero to wScanFiles
           perform varying wOutIdx from 1 by 1
                     until wOutIdx > trc-out-count
              move to-name(wOutIdx) to wScanName
              move 7 to wDetStep
              perform scan-sortout-file
              if wScanOpen = "Y"
                 add 1 to wScanFiles
                 add wScanHits to st-count(7)
              end-if
           end-perform
           evaluate true
              when wScanFiles = zero
                 move "N" to st-status(7)
                 move "no SORTOUT on disk for that night" to st-text(7)
              when st-count(7) > zero
                 move "P" to st-status(7)
                 if st-text(7) = spaces
                    move "in the night's SORTOUT" to st-text(7)
                 end-if
              when other
                 move "M" to st-status(7)
                 move "not in the night's SORTOUT" to st-text(7)
           end-evaluate
           .
      * ============================= *
      * step 8: the split output files - a ch-field no OUTFIL range
      * covers is only counted by the sort, never routed
      * ============================= *
       trace-splits.
      * ============================= *
           move zero to wScanFiles
           perform varying wSplitIdx from 1 by 1
                     until wSplitIdx > trc-split-count
              move tp-name(wSplitIdx) to wScanName
              move 8 to wDetStep
              perform scan-sortout-file
              if wScanOpen = "Y"
                 add 1 to wScanFiles
                 add wScanHits to st-count(8)
              end-if
           end-perform
           evaluate true
              when wScanFiles = zero
                 move "N" to st-status(8)
                 move "no split output that night" to st-text(8)
              when st-count(8) > zero
                 move "P" to st-status(8)
                 move "routed to a split file" to st-text(8)
              when wSplitRanges = "Y" and wSplitCovered = "N"
                 move "N" to st-status(8)
                 move "no OUTFIL range covers the key - not routed"
                   to st-text(8)
              when other
                 move "M" to st-status(8)
                 move "not in any split file" to st-text(8)
           end-evaluate
           .
      * ============================= *
      * step 9: the chksqf01a parts, <file>.P0001 upward until the
      * first one missing
      * ============================= *
       trace-chunks.
      * ============================= *
           if wTrcChunks not = spaces
              move wTrcChunks to wPartBase
           else
              move wOutLastName to wPartBase
           end-if
           move zero to wScanFiles
           perform scan-part-files
           if wScanFiles = zero and wTrcChunks = spaces
              and wPartBase not = wTrcFileid
              move wTrcFileid to wPartBase
              perform scan-part-files
           end-if
           if wScanFiles = zero
              move "N" to st-status(9)
              move "no outbound parts on disk" to st-text(9)
           else
              move spaces to st-artifact(9)
              string trim(wPartFirst) "-P" wPartLast
                     delimited by size into st-artifact(9)
              if st-count(9) > zero
                 move "P" to st-status(9)
                 move "in an outbound part" to st-text(9)
              else
                 move "M" to st-status(9)
                 move "in none of the outbound parts" to st-text(9)
              end-if
           end-if
           .
      * ============================= *
       scan-part-files.
      * ============================= *
           move "Y" to wScanOpen
           perform varying wPartNbr from 1 by 1
                     until wPartNbr > 9998 or wScanOpen = "N"
              move spaces to wScanName
              string trim(wPartBase) ".P" wPartNbr
                     delimited by size into wScanName
              move 9 to wDetStep
              perform scan-sortout-file
              if wScanOpen = "Y"
                 if wScanFiles = zero
                    move wScanName to wPartFirst
                 end-if
                 add 1 to wScanFiles
                 move wPartNbr to wPartLast
                 add wScanHits to st-count(9)
              end-if
           end-perform
           .
      * ============================= *
      * steps 10 and 11: the EBCDIC return feed - refused records
      * keep the SORTOUT shape on EBOREJ; EBCDICOUT carries the key
      * EBCDIC-encoded in bytes 1-10
      * ============================= *
       trace-ebcdic.
      * ============================= *
           move "EBOREJ" to wScanName
           move 10 to wDetStep
           perform scan-sortout-file
           if wScanOpen = "Y"
              move wScanHits to st-count(10)
              if wScanHits > zero
                 move "S" to st-status(10)
                 move "REFUSED by the EBCDIC writer (ebosqf01a)"
                   to st-text(10)
              else
                 move "C" to st-status(10)
                 move "not refused by the EBCDIC writer" to st-text(10)
              end-if
           else
              move "no EBOREJ on disk" to st-text(10)
           end-if
           move "EBCDICOUT" to wScanName
           open input trcebc
           if fs-trcebc not = "00"
              move "N" to st-status(11)
              move "no EBCDIC return feed on disk" to st-text(11)
              go to trace-ebcdic-ex
           end-if
           move zero to wScanRec
           perform trace-ebcdic-loop until fs-trcebc not = "00"
           close trcebc
           if st-count(11) > zero
              move "P" to st-status(11)
              move "in the EBCDIC return feed" to st-text(11)
           else
              move "M" to st-status(11)
              move "not in the EBCDIC return feed" to st-text(11)
           end-if
           .
       trace-ebcdic-ex.
           exit.
      * ============================= *
       trace-ebcdic-loop.
      * ============================= *
           read trcebc
           end-read
           if fs-trcebc = "00"
              add 1 to wScanRec
              if eb-ch-field = wEbcCh
                 and (wTrcSeqGiven = "N" or eb-seq-record = wEbcSeq)
                 add 1 to st-count(11)
                 move wScanRec to wRecEd
                 move spaces to wDetText
                 string "EBCDICOUT record " trim(wRecEd)
                        " ch=" wTrcCh " (EBCDIC)"
                        delimited by size into wDetText
                 move 11 to wDetStep
                 perform add-detail
              end-if
           end-if
           .
      * ============================= *
      * search one SORTOUT-shape file (wScanName) for the key; the
      * control records (#TRL#, #PRT#) are never the key. wScanOpen
      * says whether the file was there, wScanHits how often the key
      * was, and every hit goes under step wDetStep
      * ============================= *
       scan-sortout-file.
      * ============================= *
           move zero to wScanRec wScanHits
           move "N" to wScanOpen
           open input trcscan
           if fs-trcscan = "00"
              move "Y" to wScanOpen
              perform scan-sortout-loop until fs-trcscan not = "00"
              close trcscan
           end-if
           .
      * ============================= *
       scan-sortout-loop.
      * ============================= *
           read trcscan
           end-read
           if fs-trcscan = "00"
              add 1 to wScanRec
              if sc-seq-record = 99999
                 and (sc-ch-field = "#TRL#" or sc-ch-field = "#PRT#")
                 continue
              else
                 if sc-ch-field = wTrcCh
                    and (wTrcSeqGiven = "N"
                         or sc-seq-record = wTrcSeq)
                    add 1 to wScanHits
                    perform add-scan-detail
                 end-if
              end-if
           end-if
           .
      * ============================= *
       add-scan-detail.
      * ============================= *
           move wScanRec to wRecEd
           move spaces to wDetText
           string trim(wScanName) " record " trim(wRecEd)
                  " seq=" sc-seq-record " ch=" sc-ch-field
                  delimited by size into wDetText
           perform add-detail
           .
      * ============================= *
      * a line under step wDetStep - twelve a step at most, the rest
      * only counted
      * ============================= *
       add-detail.
      * ============================= *
           if st-shown(wDetStep) < 12 and trc-detail-count < 200
              add 1 to trc-detail-count
              move wDetStep to dt-step(trc-detail-count)
              move wDetText to dt-text(trc-detail-count)
              add 1 to st-shown(wDetStep)
           else
              add 1 to st-more(wDetStep)
           end-if
           move spaces to wDetText
           .
      * ============================= *
      * where it disappeared: the first stop after the last step the
      * record was seen at, failing that the first step it should
      * have reached and did not
      * ============================= *
       decide-verdict.
      * ============================= *
           move zero to wStepLast wStepLost
           perform varying wStepIdx from 1 by 1 until wStepIdx > 12
              if st-status(wStepIdx) = "P"
                 move wStepIdx to wStepLast
              end-if
           end-perform
           perform varying wStepIdx from 12 by -1
                     until wStepIdx <= wStepLast
              if st-status(wStepIdx) = "S"
                 move wStepIdx to wStepLost
              end-if
           end-perform
           if wStepLost = zero
              perform varying wStepIdx from 12 by -1
                        until wStepIdx <= wStepLast
                 if st-status(wStepIdx) = "M"
                    move wStepIdx to wStepLost
                 end-if
              end-perform
           end-if
           .
      * ============================= *
       write-trace.
      * ============================= *
           accept wRunDate from date yyyymmdd
           accept wRunTime from time
           string "RECORD TRACE - TRCSQF01A"
                  "                                        run "
                  wRunDate(1:4) "-" wRunDate(5:2) "-" wRunDate(7:2)
                  " " wRunTime(1:2) ":" wRunTime(3:2) ":"
                  wRunTime(5:2)
                  delimited by size into wRptLine
           perform write-report-line
           move all "=" to wRptLine
           perform write-report-line
           if wTrcSeqGiven = "Y"
              string "KEY        ch=" wTrcCh "  seq=" wTrcSeq
                     delimited by size into wRptLine
           else
              string "KEY        ch=" wTrcCh "  seq=any"
                     delimited by size into wRptLine
           end-if
           perform write-report-line
           string "NIGHT OF   " wTrcDate(1:4) "-" wTrcDate(5:2) "-"
                  wTrcDate(7:2)
                  delimited by size into wRptLine
           if wTrcRunId > zero
              move "  RUN " to wRptLine(22:6)
              move wTrcRunId to wRptLine(28:8)
           end-if
           perform write-report-line
           perform write-report-line
           string "STEP STAGE      ARTIFACT                       "
                  "RESULT    COUNT  WHAT HAPPENED"
                  delimited by size into wRptLine
           perform write-report-line
           string "---- ---------- ------------------------------ "
                  "--------- -----  ----------------------------"
                  delimited by size into wRptLine
           perform write-report-line
           perform write-trace-step
                   varying wStepIdx from 1 by 1 until wStepIdx > 12
           perform write-report-line
           evaluate true
              when wStepLost > zero
                 move wStepLost to wStepEd
                 string "VERDICT    LOST at step " trim(wStepEd) " "
                        trim(st-stage(wStepLost)) " - "
                        trim(st-text(wStepLost))
                        delimited by size into wRptLine
              when wStepLast = zero
                 string "VERDICT    NO TRACE of the key on any"
                        " artifact of that night"
                        delimited by size into wRptLine
              when other
                 move wStepLast to wStepEd
                 string "VERDICT    DELIVERED - last seen at step "
                        trim(wStepEd) " " trim(st-stage(wStepLast)) " "
                        trim(st-artifact(wStepLast))
                        delimited by size into wRptLine
           end-evaluate
           perform write-report-line
           move all "=" to wRptLine
           perform write-report-line
           move "END OF TRACE" to wRptLine
           perform write-report-line
           .
      * ============================= *
       write-trace-step.
      * ============================= *
           evaluate st-status(wStepIdx)
              when "P"  move "FOUND"     to wResult
              when "S"  move "STOPPED"   to wResult
              when "M"  move "NOT FOUND" to wResult
              when "C"  move "CLEAR"     to wResult
              when "I"  move "INFO"      to wResult
              when other move "N/A"      to wResult
           end-evaluate
           move wStepIdx to wStepEd
           move st-count(wStepIdx) to wCountEd
           string "  " wStepEd " " st-stage(wStepIdx) " "
                  st-artifact(wStepIdx) " " wResult " " wCountEd
                  "  " st-text(wStepIdx)
                  delimited by size into wRptLine
           perform write-report-line
           perform varying wDetIdx from 1 by 1
                     until wDetIdx > trc-detail-count
              if dt-step(wDetIdx) = wStepIdx
                 string "        " dt-text(wDetIdx)
                        delimited by size into wRptLine
                 perform write-report-line
              end-if
           end-perform
           if st-more(wStepIdx) > zero
              move st-more(wStepIdx) to wCountEd
              string "        ... and " trim(wCountEd) " more"
                     delimited by size into wRptLine
              perform write-report-line
           end-if
           if wStepIdx = wStepLost
              string "        <<<<<<<<<<<<<<<<<<<< RECORD LOST HERE "
                     ">>>>>>>>>>>>>>>>>>>>"
                     delimited by size into wRptLine
              perform write-report-line
           end-if
           .
      * ============================= *
       write-report-line.
      * ============================= *
           move wRptLine to trcrpt-record
           write trcrpt-record
           display wRptLine
           move spaces to wRptLine
           .
