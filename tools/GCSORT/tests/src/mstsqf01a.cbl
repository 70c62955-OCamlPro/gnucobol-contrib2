      *-------------------------------------------------------------------------------*
      * **********************************************************
      *  GCSORT Tests
      * **********************************************************
      * Author:    Sauro Menna
      * Date:      20160821
      * License
      *    Copyright 2016 Sauro Menna
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Indexed keyed master loader - the step after
      *            musesqf01a/updsqf01a that answers "what are
      *            tonight's figures for key X" without scrolling a
      *            whole generation in GC79RECBROWSE or rerunning a
      *            sort with an INCLUDE card. Resolves a SORTOUT
      *            generation through the GENCAT catalog (the highest
      *            one, or the one MSTSQF01A_GEN names), and reloads
      *            it record by record into an INDEXED file keyed on
      *            the active composite key - SRTKEYS, or the same
      *            built-in 6-key default the sorts use, folded slot
      *            for slot the way build-composite-key folds it -
      *            plus the record's sequence number, so records that
      *            tie on the composite key still load side by side.
      *            A header record (key all LOW-VALUES) carries the
      *            generation number, build date/time, record count
      *            and the key list, which GC96MSTINQ needs to fold a
      *            typed key the same way. The sequential generation
      *            stays the file of record: the indexed master is
      *            recreated from scratch on every load, and a master
      *            already built from the resolved generation is left
      *            alone unless MSTSQF01A_FORCE=Y. The control-total
      *            trailer (#TRL#) is not loaded; when present, its
      *            record count is checked against what was loaded and
      *            a mismatch ends the run RETURN-CODE 4, as does any
      *            record refused for a duplicate key.
      *            Trailer ("T") keys are refused, as in updsqf01a:
      *            the inquiry folds keys from the fixed fields only.
      *            Environment:
      *              MSTSQF01A_GEN     generation to load (dflt the
      *                                highest SORTOUT generation)
      *              MSTSQF01A_MASTER  indexed master file name
      *                                (dflt SORTMAST.DAT)
      *              MSTSQF01A_FORCE=Y reload even when the master is
      *                                already built from that
      *                                generation
      * **********************************************************
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8
      *      -fnotrunc -fbinary-byteorder=big-endian -o ..\bin\%1 ..\src\%1.CBL
      * **********************************************************
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. mstsqf01a.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
      *the SORTOUT generation being loaded (resolved from GENCAT)
           select mstin assign to dynamic wSrcGenName
               organization is sequential
               access mode is sequential
               file status is fs-mstin.
      *the indexed keyed master
      * smstsqf01.cpy
           copy smstsqf01.
      *sort key parameter file (optional - defaults are used if absent)
      * skeysqf01.cpy
           copy skeysqf01.
      *generation catalog
      * sgensqf01.cpy
           copy sgensqf01.
      *run log - status/error messages also written here, not just console
      * slogsqf01.cpy
           copy slogsqf01.
       data division.
       file section.
       FD  mstin
           label records are standard
           record is varying in size from 41 to 241 characters
                    depending on mi-trailer-len.
       01  mstin-record.
           05  mi-seq-record        pic 9(05).
           05  mi-ch-field          pic x(05).
           05  mi-bi-field          pic 9(05).
           05  mi-fi-field          pic s9(05).
           05  mi-fl-field          pic s9(05).
           05  mi-pd-field          pic s9(05).
           05  mi-zd-field          pic s9(08).
           05  mi-trailer-len       pic 9(03).
           05  mi-trailer-data      pic x(01)
                                     occurs 0 to 200 times
                                     depending on mi-trailer-len.
      * fmstsqf01.cpy
           copy fmstsqf01.
      * fkeysqf01.cpy
           copy fkeysqf01.
      * fgensqf01.cpy
           copy fgensqf01.
      * flogsqf01.cpy
           copy flogsqf01.
      *
       working-storage section.
       77 fs-mstin                  pic xx.
       77 fs-mastfile               pic xx.
       77 fs-keyparm                pic xx.
       77 fs-gencat                 pic xx.
      *
           copy wkenvfield.
      *
           copy wklogfield.
           copy wrunid.
      *
           copy wgencat.
      *
           copy wtrailer.
      *    the physical names of the generation being loaded and of
      *    the indexed master it is loaded into
       77 wSrcGenName                    pic x(26) value spaces.
       77 wSrcGenNbr                     pic 9(04) value zero.
       77 wMstName                       pic x(40) value "SORTMAST.DAT".
       77 wForceLoad                     pic x(01) value "N".
      * ============================= *
      * runtime-selected key list, read from SRTKEYS (or defaulted to
      * the same hardcoded 6-key sequence the sorts default to) - the
      * key the indexed master is built on
      * ============================= *
       01  srtkey-table.
           05  srtkey-count           pic 9(01) value zero.
           05  srtkey-entry occurs 6 times indexed by srtkey-idx.
               10  srtkey-field       pic x(01).
               10  srtkey-direction   pic x(01).
      * ============================= *
      * scratch fields used to build one 9-byte slot of the key
      * ============================= *
       77 wSlotNum                       pic 9(09).
       77 wSlotBytes                     pic x(09).
       77 wSlotPos                       pic 9(02).
       77 wByteIdx                       pic 9(01).
       77 wByteVal                       pic 9(03).
      *    the staged record the key is built from
       01  key-fields.
           05  kf-ch-field          pic x(05).
           05  kf-bi-field          pic 9(05).
           05  kf-fi-field          pic s9(05).
           05  kf-fl-field          pic s9(05).
           05  kf-pd-field          pic s9(05).
           05  kf-zd-field          pic s9(08).
       01  wMatchKey                     pic x(54) value spaces.
       77  wTrailerIdx                   pic 9(03) value zero.
       77  wTrlBytes                     pic 9(03) value zero.
      * ============================= *
      * load accounting
      * ============================= *
       77 record-counter-in              pic 9(07) value zero.
       77 record-counter-out             pic 9(07) value zero.
       77 record-counter-dup             pic 9(07) value zero.
       77 wTrailerCount                  pic 9(09) value zero.
      *
      * ============================= *
       procedure division.
      * ============================= *
       master-load.
           perform open-log
           string "RunStart mstsqf01a" delimited by size
                       into wLogLine
           perform write-log-line
           display "*===============================================* "
           display " MSTSQF01A - indexed keyed master from SORTOUT "
           display "*===============================================* "
           perform read-key-parms
           perform read-master-options
           perform resolve-source-generation
           perform check-master-current thru check-master-current-ex
           open input mstin
           if fs-mstin not equal "00"
                string "*** generation " wSrcGenName
                            " open failed, file status="
                            fs-mstin delimited by size into wLogLine
                perform write-log-line
                perform close-log
                MOVE 25 TO RETURN-CODE
                GOBACK
           end-if
      * recreated from scratch every time - the indexed master never
      * carries anything the generation itself does not
           open output mastfile
           if fs-mastfile not equal "00"
                string "*** indexed master " wMstName
                            " open failed, file status="
                            fs-mastfile delimited by size into wLogLine
                perform write-log-line
                close mstin
                perform close-log
                MOVE 25 TO RETURN-CODE
                GOBACK
           end-if
           perform load-one-record thru load-one-record-ex
                  until fs-mstin not equal "00"
           perform write-master-header
           close mstin
           close mastfile
           perform report-load-counts
           perform close-log
           if record-counter-dup > zero
              or (wTrailerSeen = "Y"
                  and wTrailerCount not = record-counter-out)
              move 4 to return-code
           else
              move zero to return-code
           end-if
           goback.
      *
      * ============================= *
      * the generation to load is the one MSTSQF01A_GEN names, or the
      * highest SORTOUT generation on the catalog - either way it
      * must be on the catalog, or there is nothing to load
      * ============================= *
       resolve-source-generation.
      * ============================= *
           move "MSTSQF01A_GEN" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value  from environment-value
           move zero to wGenPick
           if wk-env-value not = spaces
              compute wGenPick = function numval(wk-env-value)
           end-if
           move zero to wSrcGenNbr
           move "SORTOUT" to wGenTarget
           if wGenPick = zero
              perform find-latest-generation
              move wGenPick to wSrcGenNbr
           else
              perform find-generation
              if gen-found = "Y"
                 move wGenPick to wSrcGenNbr
              end-if
           end-if
           if wSrcGenNbr = zero
              display "*** no such SORTOUT generation on the GENCAT"
                      " catalog - nothing to load"
              string "*** SORTOUT generation " wGenPick
                          " not on GENCAT - refused"
                          delimited by size into wLogLine
              perform write-log-line
              perform close-log
              MOVE 16 TO RETURN-CODE
              GOBACK
           end-if
           move spaces to wSrcGenName
           string "SORTOUT.G" wSrcGenNbr
                       delimited by size into wSrcGenName
           display " loading generation : " wSrcGenName
           display " into indexed master: " wMstName
           string "Loading generation: " wSrcGenName " into "
                       wMstName delimited by size into wLogLine
           perform write-log-line
           .
      * ============================= *
      * a master whose header already names the resolved generation
      * was built from it - reloading would change nothing, so the
      * step ends clean unless the operator forces it
      * ============================= *
       check-master-current.
      * ============================= *
           if wForceLoad = "Y"
              go to check-master-current-ex
           end-if
           open input mastfile
           if fs-mastfile not equal "00"
              go to check-master-current-ex
           end-if
           move low-value to mk-key
           read mastfile
                invalid key
                   move spaces to mh-tag
                   move zero   to mh-gen
           end-read
           close mastfile
           if mh-tag = "MSTHDR" and mh-gen = wSrcGenNbr
              display " indexed master already built from "
                      wSrcGenName " - nothing to do"
              string "Indexed master already current at "
                          wSrcGenName delimited by size into wLogLine
              perform write-log-line
              perform close-log
              move zero to return-code
              goback
           end-if
           .
       check-master-current-ex.
           exit.
      * ============================= *
       read-master-options.
      * ============================= *
           move "MSTSQF01A_MASTER" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value  from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wMstName
           end-if
           move "MSTSQF01A_FORCE" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value  from environment-value
           if wk-env-value(1:1) = "Y" or wk-env-value(1:1) = "y"
              move "Y" to wForceLoad
           end-if
           .
      * ============================= *
      * one generation record into the indexed master - the control
      * trailer is kept aside for the balance check, not loaded
      * ============================= *
       load-one-record.
      * ============================= *
           read mstin
           end-read
           if fs-mstin not equal "00"
              go to load-one-record-ex
           end-if
           add 1 to record-counter-in
           if mi-seq-record = 99999 and mi-ch-field = "#TRL#"
              move "Y" to wTrailerSeen
              perform varying wTrailerIdx from 1 by 1
                        until wTrailerIdx > 76
                 move mi-trailer-data(wTrailerIdx)
                   to wCtlTrailerX(wTrailerIdx:1)
              end-perform
              if trl-count is numeric
                 move trl-count to wTrailerCount
              end-if
              go to load-one-record-ex
           end-if
           move mi-ch-field to kf-ch-field
           move mi-bi-field to kf-bi-field
           move mi-fi-field to kf-fi-field
           move mi-fl-field to kf-fl-field
           move mi-pd-field to kf-pd-field
           move mi-zd-field to kf-zd-field
           perform build-match-key
           move spaces              to mastfile-record
           move wMatchKey           to mk-comp-key
           move mi-seq-record       to mk-seq
           move mi-seq-record       to mk-seq-record
           move mi-ch-field         to mk-ch-field
           move mi-bi-field         to mk-bi-field
           move mi-fi-field         to mk-fi-field
           move mi-fl-field         to mk-fl-field
           move mi-pd-field         to mk-pd-field
           move mi-zd-field         to mk-zd-field
           move mi-trailer-len      to mk-trailer-len
      * the trailer-len field carries the whole record's length - 41
      * bytes of fixed part plus the trailer segment itself
           if mi-trailer-len > 41
              compute wTrlBytes = mi-trailer-len - 41
           else
              move zero to wTrlBytes
           end-if
           perform varying wTrailerIdx from 1 by 1
                     until wTrailerIdx > wTrlBytes
              move mi-trailer-data(wTrailerIdx)
                to mk-trailer-data(wTrailerIdx:1)
           end-perform
           write mastfile-record
                invalid key
                   add 1 to record-counter-dup
                   display "*** DUPLICATE key refused, record "
                           record-counter-in " seq=" mi-seq-record
                           " ch=" mi-ch-field
                   string "*** DUPLICATE key refused, record "
                          record-counter-in " seq=" mi-seq-record
                          " ch=" mi-ch-field
                          delimited by size into wLogLine
                   perform write-log-line
                not invalid key
                   add 1 to record-counter-out
           end-write
           .
       load-one-record-ex.
           exit.
      * ============================= *
      * the LOW-VALUES header - which generation, when, how many, and
      * the key list the composite keys were folded with
      * ============================= *
       write-master-header.
      * ============================= *
           move spaces              to masthdr-record
           move low-value           to mh-key
           move "MSTHDR"            to mh-tag
           move wSrcGenNbr          to mh-gen
           accept mh-date from date yyyymmdd
           accept wGenTime from time
           move wGenTime(1:6)       to mh-time
           move record-counter-out  to mh-count
           move srtkey-count        to mh-key-count
           perform varying srtkey-idx from 1 by 1
                     until srtkey-idx > srtkey-count
              move srtkey-field(srtkey-idx)
                to mh-key-field(srtkey-idx)
              move srtkey-direction(srtkey-idx)
                to mh-key-direction(srtkey-idx)
           end-perform
           write masthdr-record
                invalid key
                   string "*** indexed master header not written"
                          delimited by size into wLogLine
                   perform write-log-line
           end-write
           .
      * ============================= *
       read-key-parms.
      * ============================= *
           move zero to srtkey-count
           open input keyparmfile
           if fs-keyparm = "00"
              perform read-key-parms-loop
                     until fs-keyparm not equal "00"
              close keyparmfile
           end-if
           if srtkey-count = zero
              perform load-default-key-parms
           end-if
           .
      * ============================= *
      * "T" (trailer) keys are refused: the inquiry folds a typed key
      * from the fixed fields only
      * ============================= *
       read-key-parms-loop.
      * ============================= *
           read keyparmfile
           end-read
           if fs-keyparm = "00" and srtkey-count < 6
              if kp-field = "T"
                 display "*** SRTKEYS trailer key not supported by"
                         " the indexed master - run refused"
                 string "*** SRTKEYS trailer key refused"
                             delimited by size into wLogLine
                 perform write-log-line
                 perform close-log
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              end-if
              add 1 to srtkey-count
              move kp-field     to srtkey-field(srtkey-count)
              move kp-direction to srtkey-direction(srtkey-count)
           end-if
           .
      * ============================= *
       load-default-key-parms.
      * ============================= *
      * the same hardcoded sequence the sorts fall back to when
      * SRTKEYS is missing or empty
           move 6 to srtkey-count
           move "C" to srtkey-field(1)   move "A" to srtkey-direction(1)
           move "B" to srtkey-field(2)   move "D" to srtkey-direction(2)
           move "F" to srtkey-field(3)   move "A" to srtkey-direction(3)
           move "L" to srtkey-field(4)   move "D" to srtkey-direction(4)
           move "P" to srtkey-field(5)   move "A" to srtkey-direction(5)
           move "Z" to srtkey-field(6)   move "D" to srtkey-direction(6)
           .
      * ============================= *
      * fold the staged kf- fields into one always-ascending key, slot
      * for slot the way the sorts' build-composite-key does, so the
      * indexed master reads back in the generation's own order
      * ============================= *
       build-match-key.
      * ============================= *
           move spaces to wMatchKey
           perform varying srtkey-idx from 1 by 1
                     until srtkey-idx > srtkey-count
              perform build-key-slot
           end-perform
           .
      * ============================= *
       build-key-slot.
      * ============================= *
           compute wSlotPos = ((srtkey-idx - 1) * 9) + 1
           evaluate srtkey-field(srtkey-idx)
              when "C" move kf-ch-field                   to wSlotBytes
              when "B" move kf-bi-field                   to wSlotBytes
              when "F" compute wSlotNum = kf-fi-field + 100000
                       move wSlotNum                      to wSlotBytes
              when "L" compute wSlotNum = kf-fl-field + 100000
                       move wSlotNum                      to wSlotBytes
              when "P" compute wSlotNum = kf-pd-field + 100000
                       move wSlotNum                      to wSlotBytes
              when "Z" compute wSlotNum = kf-zd-field + 100000000
                       move wSlotNum                      to wSlotBytes
           end-evaluate
           if srtkey-direction(srtkey-idx) = "D"
              perform complement-slot
           end-if
           move wSlotBytes to wMatchKey(wSlotPos:9)
           .
      * ============================= *
       complement-slot.
      * ============================= *
           perform varying wByteIdx from 1 by 1 until wByteIdx > 9
              compute wByteVal = 255 -
                      (function ord(wSlotBytes(wByteIdx:1)) - 1)
              move function char(wByteVal + 1)
                to wSlotBytes(wByteIdx:1)
           end-perform
           .
      * ============================= *
      * GENCAT generation resolution
      * prgencat.cpy
      * ============================= *
           copy prgencat.
      * ============================= *
      * LOGID in the process environment overrides the run log's
      * physical name - unset defaults to this program's own id plus
      * today's date, so each day's run lands in its own dated file
      * ============================= *
       open-log.
      * ============================= *
           move "LOGID" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wLogCurrentId
           else
              accept wLogDate from date yyyymmdd
              string "mstsqf01a." wLogDate ".log"
                     delimited by size into wLogCurrentId
           end-if
           open extend runlogfile
           if fs-runlogfile not = "00"
              open output runlogfile
              close runlogfile
              open extend runlogfile
           end-if
           move "Y" to wLogOpen
           .
      * ============================= *
      * append one timestamped line to the run log, then clear the
      * buffer so the next caller starts from a blank line
      * ============================= *
       write-log-line.
      * ============================= *
           accept wLogDate from date yyyymmdd
           accept wLogTime from time
           move wLogDate(1:4) to wLogTS-year
           move wLogDate(5:2) to wLogTS-month
           move wLogDate(7:2) to wLogTS-day
           move wLogTime(1:2) to wLogTS-hours
           move wLogTime(3:2) to wLogTS-minutes
           move wLogTime(5:2) to wLogTS-seconds
           string wLogTS   delimited by size
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
      * ============================= *
       close-log.
      * ============================= *
           if wLogOpen = "Y"
              close runlogfile
              move "N" to wLogOpen
           end-if
           .
      * ============================= *
      * the load report - on the console and in the run log, with the
      * balance against the control trailer when the generation has
      * one
      * ============================= *
       report-load-counts.
      * ============================= *
           display "*===============================================* "
           display " Generation records in : " record-counter-in
           display " Master records loaded : " record-counter-out
           display " Duplicate keys refused: " record-counter-dup
           if wTrailerSeen = "Y"
              display " Control trailer count : " wTrailerCount
              if wTrailerCount not = record-counter-out
                 display "*** loaded count does not agree with the"
                         " control trailer"
              end-if
           end-if
           display "*===============================================* "
           string "Generation records in : " record-counter-in
                       delimited by size into wLogLine
           perform write-log-line
           string "Master records loaded : " record-counter-out
                       delimited by size into wLogLine
           perform write-log-line
           string "Duplicate keys refused: " record-counter-dup
                       delimited by size into wLogLine
           perform write-log-line
           if wTrailerSeen = "Y"
              and wTrailerCount not = record-counter-out
              string "*** loaded " record-counter-out
                     " but control trailer says " wTrailerCount
                          delimited by size into wLogLine
              perform write-log-line
           end-if
           .
      *
      * ============================= *
      * the night's run correlation id
      * prrunid.cpy
      * ============================= *
           copy prrunid.
