      *-------------------------------------------------------------------------------*
      * **********************************************************
      *  GCSORT Tests
      * **********************************************************
      * Author:    Sauro Menna
      * Date:      20160821
      * License
      *    Copyright 2016 Sauro Menna
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Statistical audit sample of a SORTOUT generation.
      *            Draws a sample from one foutsqf01-layout generation
      *            resolved through the GENCAT catalog, writes the
      *            drawn records to their own file (SAMPLE, the same
      *            layout, closed by a control-total trailer of its
      *            own) and prints a sampling certificate (SAMPLE.CRT)
      *            that lets an outside party draw exactly the same
      *            sample again from the same generation.
      *            Methods:
      *              RANDOM      simple random sample of SIZE records
      *                          without replacement
      *              NTH         every INTERVAL-th record from START
      *              STRATIFIED  a simple random sample inside each
      *                          ch-field group, SIZE shared out in
      *                          proportion to the group sizes
      *                          (rounded), never fewer than MINGROUP
      *                          records from a group unless the group
      *                          is smaller than that
      *            The random numbers come from a published generator
      *            (Park-Miller minimal standard), not from the run
      *            time library, so the draw can be recomputed by hand
      *            or in a spreadsheet:
      *              X(0)   = SEED
      *              X(k+1) = 16807 * X(k) mod 2147483647
      *            one draw per data record, in file order. Record t
      *            of a population (the generation, or its group) of
      *            N is taken when
      *              (N - t + 1) * X  <  (n - m) * 2147483647
      *            with n the records wanted and m those already
      *            taken (selection sampling - always exactly n).
      *            NTH without a START takes its start record from
      *            the first draw: START = 1 + X(1) mod INTERVAL.
      *            The generation's control-total trailer (#TRL#) is
      *            checked against what is read before anything is
      *            drawn - a generation that does not balance is not
      *            sampled. The trailer record is a control, never
      *            part of the population.
      *            Environment:
      *              SMPSQF01A_FILEID   catalog file id (dflt SORTOUT)
      *              SMPSQF01A_GEN      the generation - the number or
      *                                 the full physical name
      *                                 (SORTOUT.G0142); unset means
      *                                 the latest one catalogued
      *              SMPSQF01A_METHOD   RANDOM (dflt), NTH, STRATIFIED
      *              SMPSQF01A_SIZE     records wanted (dflt 25)
      *              SMPSQF01A_SEED     1 - 2147483646; unset means one
      *                                 taken from the clock - either
      *                                 way it is on the certificate
      *              SMPSQF01A_INTERVAL NTH interval (dflt 10)
      *              SMPSQF01A_START    NTH first record (dflt drawn)
      *              SMPSQF01A_MINGROUP STRATIFIED minimum (dflt 1)
      *            RETURN-CODE 8 when the generation is not on the
      *            catalog, 12 when its control trailer does not
      *            balance, 16 for a bad parameter or more ch-field
      *            groups than the table holds, 25 when a file will
      *            not open.
      * **********************************************************
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8
      *      -fnotrunc -fbinary-byteorder=big-endian -o ..\bin\%1 ..\src\%1.CBL
      * **********************************************************
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. smpsqf01a.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
      *generation catalog
      * sgensqf01.cpy
           copy sgensqf01.
      *the generation being sampled
           select smpin assign to dynamic wLookName
               organization is sequential
               access mode is sequential
               file status is fs-smpin.
      *the drawn records
           select smpout assign to "SAMPLE"
               organization is sequential
               access mode is sequential
               file status is fs-smpout.
      *the sampling certificate
           select smpcrt assign to "SAMPLE.CRT"
               organization is line sequential
               file status  is fs-smpcrt.
       data division.
       file section.
      * fgensqf01.cpy
           copy fgensqf01.
       FD  smpin
           label records are standard
           record is varying in size from 41 to 241 characters
                    depending on si-trailer-len.
       01  smpin-record.
           05  si-seq-record        pic 9(05).
           05  si-ch-field          pic x(05).
           05  si-bi-field          pic 9(05).
           05  si-fi-field          pic s9(05).
           05  si-fl-field          pic s9(05).
           05  si-pd-field          pic s9(05).
           05  si-zd-field          pic s9(08).
           05  si-trailer-len       pic 9(03).
           05  si-trailer-data      pic x(01)
                                     occurs 0 to 200 times
                                     depending on si-trailer-len.
       FD  smpout
           label records are standard
           record is varying in size from 41 to 241 characters
                    depending on so-trailer-len.
       01  smpout-record.
           05  so-seq-record        pic 9(05).
           05  so-ch-field          pic x(05).
           05  so-bi-field          pic 9(05).
           05  so-fi-field          pic s9(05).
           05  so-fl-field          pic s9(05).
           05  so-pd-field          pic s9(05).
           05  so-zd-field          pic s9(08).
           05  so-trailer-len       pic 9(03).
           05  so-trailer-data      pic x(01)
                                     occurs 0 to 200 times
                                     depending on so-trailer-len.
       FD  smpcrt.
       01  smpcrt-record            pic x(132).
      *
       working-storage section.
       77 fs-gencat                      pic xx.
       77 fs-smpin                       pic xx.
       77 fs-smpout                      pic xx.
       77 fs-smpcrt                      pic xx.
       77 record-counter-in              pic 9(7) value zero.
       77 record-counter-out             pic 9(7) value zero.
      *
           copy wkenvfield.
      *
           copy wgencat.
       77 wLookFileid                    pic x(20) value "SORTOUT".
       77 wLookGen                       pic 9(04) value zero.
       77 wLookName                      pic x(26) value spaces.
       77 wCatFound                      pic x(01) value "N".
       77 wCatDate                       pic 9(08) value zero.
       77 wCatTime                       pic 9(06) value zero.
      *
           copy wtrailer.
           copy wrunid.
      *    the generation's own trailer image, kept for the certificate
      *    once wCtlTrailer is reused for the sample's trailer
       77 wSrcTrailer                    pic x(76) value spaces.
      * ============================= *
      * sampling parameters, as given or defaulted
      * ============================= *
       77 wSmpMethod                     pic x(10) value "RANDOM".
       77 wSmpSize                       pic 9(07) value 25.
       77 wSmpSeed                       pic 9(10) value zero.
       77 wSmpSeedGiven                  pic x(01) value "N".
       77 wSmpInterval                   pic 9(07) value 10.
       77 wSmpStart                      pic 9(07) value zero.
       77 wSmpStartGiven                 pic x(01) value "N".
       77 wSmpMinGroup                   pic 9(07) value 1.
       77 wSmpParmBad                    pic x(01) value "N".
       77 wSmpParmText                   pic x(60) value spaces.
      * ============================= *
      * the generator - Park-Miller minimal standard, kept in packed
      * decimal so every step is exact and can be recomputed
      * ============================= *
       77 wRngMult                       pic 9(05) value 16807.
       77 wRngMod                        pic 9(10) value 2147483647.
       77 wRngX                          pic 9(10) comp-3 value zero.
       77 wRngWork                       pic 9(18) comp-3 value zero.
       77 wRngQuot                       pic 9(18) comp-3 value zero.
       77 wRngLeft                       pic 9(18) comp-3 value zero.
       77 wRngRight                      pic 9(18) comp-3 value zero.
       77 wRngDate                       pic 9(08) value zero.
       77 wRngTime                       pic 9(08) value zero.
      * ============================= *
      * the population, by ch-field group - counted on the first
      * pass, drawn from on the second
      * ============================= *
       01  smp-group-table.
           05  smp-group-count      pic 9(03) value zero.
           05  smp-group occurs 500 times.
               10  sg-ch            pic x(05).
               10  sg-pop           pic 9(07).
               10  sg-want          pic 9(07).
               10  sg-seen          pic 9(07).
               10  sg-taken         pic 9(07).
       77 wGrpIdx                        pic 9(03) value zero.
       77 wGrpHit                        pic 9(03) value zero.
       77 wSmpWant                       pic 9(07) value zero.
       77 wSmpTaken                      pic 9(07) value zero.
       77 wSmpPos                        pic 9(07) value zero.
       77 wSmpPick                       pic x(01) value "N".
       77 wSmpRem                        pic 9(07) value zero.
       77 wRecLen                        pic 9(03) value zero.
      *    hash totals of the drawn records
       01  sample-hash.
           05  sh-bi                pic s9(11) comp-3 value zero.
           05  sh-fi                pic s9(11) comp-3 value zero.
           05  sh-pd                pic s9(11) comp-3 value zero.
           05  sh-zd                pic s9(11) comp-3 value zero.
      * ============================= *
      * certificate printing
      * ============================= *
       77 wCrtLine                       pic x(132) value spaces.
       77 wCountEd                       pic z(6)9 value zero.
       77 wCountEd2                      pic z(6)9 value zero.
       77 wSeedEd                        pic z(9)9 value zero.
       77 wSeqEd                         pic z(4)9 value zero.
       77 wRunDate                       pic 9(08) value zero.
       77 wRunTime                       pic 9(08) value zero.
      *
      * ============================= *
       procedure division.
      * ============================= *
       master-sample.
           display "*===============================================* "
           display " SMPSQF01A - audit sample of a SORTOUT generation "
           display "*===============================================* "
           perform read-parameters
           if wSmpParmBad = "Y"
              display "*** " wSmpParmText
              move 16 to return-code
              goback
           end-if
           perform resolve-generation
           if wCatFound = "N"
              display "*** " wLookName " is not on the GENCAT catalog"
              move 8 to return-code
              goback
           end-if
           open input smpin
           if fs-smpin not equal "00"
              display "*** " wLookName " open failed, file status="
                      fs-smpin
              move 25 to return-code
              goback
           end-if
           perform count-population
           close smpin
           if smp-group-count > 500
              display "*** more than 500 ch-field groups in "
                      wLookName
              move 16 to return-code
              goback
           end-if
           if wTrailerSeen = "Y" and wTrailerOk = "N"
              display "*** CONTROL TRAILER MISMATCH - not sampled"
              display "***   trailer : " wSrcTrailer
              display "***   records read here : " record-counter-in
              move 12 to return-code
              goback
           end-if
           perform plan-sample
           open input smpin
           open output smpout
           if fs-smpout not equal "00"
              display "*** SAMPLE open failed, file status=" fs-smpout
              close smpin
              move 25 to return-code
              goback
           end-if
           open output smpcrt
           if fs-smpcrt not equal "00"
              display "*** SAMPLE.CRT open failed, file status="
                      fs-smpcrt
              close smpin
              close smpout
              move 25 to return-code
              goback
           end-if
           perform write-certificate-head
           perform draw-sample-loop until fs-smpin not equal "00"
           close smpin
           perform write-sample-trailer
           close smpout
           perform write-certificate-foot
           close smpcrt
           display "*===============================================* "
           display " Generation     : " wLookName
           display " Method         : " wSmpMethod
           display " Seed           : " wSmpSeed
           display " Population     : " record-counter-in
           display " Records drawn  : " record-counter-out
           display "*===============================================* "
           move zero to return-code
           goback
           .
      * ============================= *
      * which generation, and how to draw from it - the generation
      * forms are the ones jsnsqf01a and mansqf01a take
      * ============================= *
       read-parameters.
      * ============================= *
           move "SMPSQF01A_FILEID" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wLookFileid
           end-if
           move "SMPSQF01A_GEN" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              if wk-env-value(1:1) >= "0"
                 and wk-env-value(1:1) <= "9"
                 compute wLookGen = numval(wk-env-value)
              else
                 unstring wk-env-value delimited by ".G"
                      into wLookFileid wk-env-name
                 end-unstring
                 compute wLookGen = numval(wk-env-name)
              end-if
           end-if
           move "SMPSQF01A_METHOD" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move upper-case(wk-env-value) to wSmpMethod
           end-if
           if wSmpMethod not = "RANDOM" and not = "NTH"
              and not = "STRATIFIED"
              move "Y" to wSmpParmBad
              string "SMPSQF01A_METHOD " trim(wSmpMethod)
                     " is not RANDOM, NTH or STRATIFIED"
                     delimited by size into wSmpParmText
           end-if
           move "SMPSQF01A_SIZE" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              if test-numval(wk-env-value) = zero
                 compute wSmpSize = numval(wk-env-value)
              else
                 move zero to wSmpSize
              end-if
              if wSmpSize = zero
                 move "Y" to wSmpParmBad
                 move "SMPSQF01A_SIZE must be a count above zero"
                   to wSmpParmText
              end-if
           end-if
           move "SMPSQF01A_SEED" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move "Y" to wSmpSeedGiven
              if test-numval(wk-env-value) = zero
                 and numval(wk-env-value) >= 1
                 and numval(wk-env-value) <= 2147483646
                 compute wSmpSeed = numval(wk-env-value)
              else
                 move "Y" to wSmpParmBad
                 move "SMPSQF01A_SEED must be 1 - 2147483646"
                   to wSmpParmText
              end-if
           else
      *       no seed given - one from the clock, which the certificate
      *       then records like any other
              accept wRngDate from date yyyymmdd
              accept wRngTime from time
              compute wRngWork = wRngDate * 100000000 + wRngTime
              divide wRngWork by 2147483646 giving wRngQuot
                     remainder wRngLeft
              compute wSmpSeed = wRngLeft + 1
           end-if
           move "SMPSQF01A_INTERVAL" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              if test-numval(wk-env-value) = zero
                 compute wSmpInterval = numval(wk-env-value)
              else
                 move zero to wSmpInterval
              end-if
              if wSmpInterval = zero
                 move "Y" to wSmpParmBad
                 move "SMPSQF01A_INTERVAL must be a count above zero"
                   to wSmpParmText
              end-if
           end-if
           move "SMPSQF01A_START" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move "Y" to wSmpStartGiven
              if test-numval(wk-env-value) = zero
                 compute wSmpStart = numval(wk-env-value)
              else
                 move zero to wSmpStart
              end-if
              if wSmpStart = zero
                 move "Y" to wSmpParmBad
                 move "SMPSQF01A_START must be a record number"
                   to wSmpParmText
              end-if
           end-if
           move "SMPSQF01A_MINGROUP" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              if test-numval(wk-env-value) = zero
                 compute wSmpMinGroup = numval(wk-env-value)
              else
                 move "Y" to wSmpParmBad
                 move "SMPSQF01A_MINGROUP must be a count"
                   to wSmpParmText
              end-if
           end-if
           .
      * ============================= *
      * zero means the latest generation catalogued; the catalog
      * entry also gives the date/time the generation was cut
      * ============================= *
       resolve-generation.
      * ============================= *
           move wLookFileid to wGenTarget
           if wLookGen = zero
              perform find-latest-generation
              move wGenPick to wLookGen
           end-if
           move wLookGen to wGenPick
           perform find-generation
           move gen-found to wCatFound
           if gen-found = "Y"
              move wGenCatDate to wCatDate
              move wGenCatTime to wCatTime
           end-if
           move spaces to wLookName
           string trim(wLookFileid) ".G" wLookGen
                       delimited by size into wLookName
           display " sampling: " wLookName
           .
      * ============================= *
      * GENCAT generation resolution
      * prgencat.cpy
      * ============================= *
           copy prgencat.
      * ============================= *
      * first pass: the population size, overall and per ch-field
      * group, and the hash totals the control trailer is held
      * against
      * ============================= *
       count-population.
      * ============================= *
           move zero to record-counter-in smp-group-count
           move zero to th-bi th-fi th-pd th-zd
           move "N" to wTrailerSeen
           move "Y" to wTrailerOk
           perform count-population-loop until fs-smpin not equal "00"
           if wTrailerSeen = "Y"
              if trl-count not = record-counter-in
                 move "N" to wTrailerOk
              end-if
              if trl-bi not = th-bi or trl-fi not = th-fi
                 or trl-pd not = th-pd or trl-zd not = th-zd
                 move "N" to wTrailerOk
              end-if
           end-if
           .
      * ============================= *
       count-population-loop.
      * ============================= *
           read smpin
           end-read
           if fs-smpin equal "00"
              if si-seq-record = 99999 and si-ch-field = "#TRL#"
                 perform keep-control-trailer
              else
                 add 1 to record-counter-in
                 if si-bi-field numeric
                    add si-bi-field to th-bi
                 end-if
                 if si-fi-field numeric
                    add si-fi-field to th-fi
                 end-if
                 if si-pd-field numeric
                    add si-pd-field to th-pd
                 end-if
                 if si-zd-field numeric
                    add si-zd-field to th-zd
                 end-if
                 perform find-sample-group
                 if wGrpHit = zero
                    if smp-group-count < 500
                       add 1 to smp-group-count
                       move smp-group-count to wGrpHit
                       move si-ch-field to sg-ch(wGrpHit)
                       move zero to sg-pop(wGrpHit) sg-want(wGrpHit)
                                    sg-seen(wGrpHit) sg-taken(wGrpHit)
                    else
      *                one past the table - refused after the pass
                       move 501 to smp-group-count
                       move 1 to wGrpHit
                    end-if
                 end-if
                 if smp-group-count <= 500
                    add 1 to sg-pop(wGrpHit)
                 end-if
              end-if
           end-if
           .
      * ============================= *
      * the #TRL# record: its 76-byte control image
      * ============================= *
       keep-control-trailer.
      * ============================= *
           move "Y" to wTrailerSeen
           move spaces to wCtlTrailerX
           perform varying wCtlTrailerIdx from 1 by 1
                     until wCtlTrailerIdx > 76
                        or wCtlTrailerIdx > si-trailer-len
              move si-trailer-data(wCtlTrailerIdx)
                to wCtlTrailerX(wCtlTrailerIdx:1)
           end-perform
           move wCtlTrailerX to wSrcTrailer
           .
      * ============================= *
      * the group of the record in smpin-record, zero if not yet seen
      * ============================= *
       find-sample-group.
      * ============================= *
           move zero to wGrpHit
           perform varying wGrpIdx from 1 by 1
                     until wGrpIdx > smp-group-count
                        or wGrpIdx > 500
                        or wGrpHit > zero
              if sg-ch(wGrpIdx) = si-ch-field
                 move wGrpIdx to wGrpHit
              end-if
           end-perform
           .
      * ============================= *
      * how many records are wanted, overall and from each group,
      * and where the generator starts
      * ============================= *
       plan-sample.
      * ============================= *
           move wSmpSeed to wRngX
           move zero to wSmpTaken wSmpPos
           evaluate wSmpMethod
              when "RANDOM"
                 move wSmpSize to wSmpWant
                 if wSmpWant > record-counter-in
                    move record-counter-in to wSmpWant
                 end-if
              when "NTH"
                 if wSmpStartGiven = "N"
                    perform next-random-number
                    divide wRngX by wSmpInterval giving wRngQuot
                           remainder wRngLeft
                    compute wSmpStart = wRngLeft + 1
                 end-if
                 move zero to wSmpWant
                 if wSmpStart <= record-counter-in
                    compute wSmpWant =
                       (record-counter-in - wSmpStart) / wSmpInterval
                       + 1
                 end-if
              when "STRATIFIED"
                 move zero to wSmpWant
                 perform varying wGrpIdx from 1 by 1
                           until wGrpIdx > smp-group-count
                    compute sg-want(wGrpIdx) rounded =
                       wSmpSize * sg-pop(wGrpIdx) / record-counter-in
                    if sg-want(wGrpIdx) < wSmpMinGroup
                       move wSmpMinGroup to sg-want(wGrpIdx)
                    end-if
                    if sg-want(wGrpIdx) > sg-pop(wGrpIdx)
                       move sg-pop(wGrpIdx) to sg-want(wGrpIdx)
                    end-if
                    add sg-want(wGrpIdx) to wSmpWant
                 end-perform
           end-evaluate
           .
      * ============================= *
      * X(k+1) = 16807 * X(k) mod 2147483647 - never zero, never
      * above 2147483646
      * ============================= *
       next-random-number.
      * ============================= *
           compute wRngWork = wRngX * wRngMult
           divide wRngWork by wRngMod giving wRngQuot
                  remainder wRngLeft
           move wRngLeft to wRngX
           .
      * ============================= *
      * second pass: decide record by record, in file order
      * ============================= *
       draw-sample-loop.
      * ============================= *
           read smpin
           end-read
           if fs-smpin equal "00"
              if si-seq-record = 99999 and si-ch-field = "#TRL#"
                 continue
              else
                 add 1 to wSmpPos
                 move "N" to wSmpPick
                 evaluate wSmpMethod
                    when "RANDOM"
                       perform next-random-number
                       compute wSmpRem = record-counter-in - wSmpPos + 1
                       compute wRngLeft = wSmpRem * wRngX
                       compute wRngRight =
                          (wSmpWant - wSmpTaken) * wRngMod
                       if wRngLeft < wRngRight
                          move "Y" to wSmpPick
                       end-if
                    when "NTH"
                       if wSmpPos >= wSmpStart
                          compute wRngWork = wSmpPos - wSmpStart
                          divide wRngWork by wSmpInterval
                                 giving wRngQuot remainder wRngLeft
                          if wRngLeft = zero
                             move "Y" to wSmpPick
                          end-if
                       end-if
                    when "STRATIFIED"
                       perform next-random-number
                       perform find-sample-group
                       add 1 to sg-seen(wGrpHit)
                       compute wSmpRem =
                          sg-pop(wGrpHit) - sg-seen(wGrpHit) + 1
                       compute wRngLeft = wSmpRem * wRngX
                       compute wRngRight =
                          (sg-want(wGrpHit) - sg-taken(wGrpHit))
                          * wRngMod
                       if wRngLeft < wRngRight
                          move "Y" to wSmpPick
                       end-if
                 end-evaluate
                 if wSmpPick = "Y"
                    perform write-sample-record
                 end-if
              end-if
           end-if
           .
      * ============================= *
      * the drawn record, whole, to SAMPLE - and its line on the
      * certificate
      * ============================= *
       write-sample-record.
      * ============================= *
           add 1 to wSmpTaken
           add 1 to record-counter-out
           if wSmpMethod not = "STRATIFIED"
              perform find-sample-group
           end-if
           add 1 to sg-taken(wGrpHit)
           if si-trailer-len > 41 and si-trailer-len <= 241
              move si-trailer-len to wRecLen
           else
              move 41 to wRecLen
           end-if
           move smpin-record(1:wRecLen) to smpout-record(1:wRecLen)
           move wRecLen to so-trailer-len
           write smpout-record
           if so-bi-field numeric
              add so-bi-field to sh-bi
           end-if
           if so-fi-field numeric
              add so-fi-field to sh-fi
           end-if
           if so-pd-field numeric
              add so-pd-field to sh-pd
           end-if
           if so-zd-field numeric
              add so-zd-field to sh-zd
           end-if
           move wSmpTaken to wCountEd
           move wSmpPos to wCountEd2
           move spaces to wCrtLine
           string "  " wCountEd "   " wCountEd2 "   "
                  si-seq-record "   " si-ch-field
                  delimited by size into wCrtLine
           perform write-certificate-line
           .
      * ============================= *
      * the sample closes with a control trailer of its own, the
      * same #TRL# record musesqf01a appends, so the consuming side
      * can prove the sample arrived whole
      * ============================= *
       write-sample-trailer.
      * ============================= *
           move 99999            to so-seq-record
           move "#TRL#"          to so-ch-field
           move zero             to so-bi-field
           move zero             to so-fi-field
           move zero             to so-fl-field
           move zero             to so-pd-field
           move zero             to so-zd-field
           move record-counter-out to trl-count
           move sh-bi            to trl-bi
           move sh-fi            to trl-fi
           move sh-pd            to trl-pd
           move sh-zd            to trl-zd
           move 117              to so-trailer-len
           perform varying wCtlTrailerIdx from 1 by 1
                     until wCtlTrailerIdx > 76
              move wCtlTrailerX(wCtlTrailerIdx:1)
                to so-trailer-data(wCtlTrailerIdx)
           end-perform
      * the run record follows the image
           perform get-run-id
           move rid-value to trl-runid
           perform varying wCtlTrailerIdx from 77 by 1
                     until wCtlTrailerIdx > 88
              move wCtlRunTagX(wCtlTrailerIdx - 76:1)
                to so-trailer-data(wCtlTrailerIdx)
           end-perform
           write smpout-record
           .
      * ============================= *
      * everything needed to draw the same sample again, ahead of
      * the list of what was drawn
      * ============================= *
       write-certificate-head.
      * ============================= *
           accept wRunDate from date yyyymmdd
           accept wRunTime from time
           move spaces to wCrtLine
           string "SAMPLING CERTIFICATE - SMPSQF01A"
                  "                              run "
                  wRunDate(1:4) "-" wRunDate(5:2) "-" wRunDate(7:2)
                  " " wRunTime(1:2) ":" wRunTime(3:2) ":"
                  wRunTime(5:2)
                  delimited by size into wCrtLine
           perform write-certificate-line
           move all "=" to wCrtLine
           perform write-certificate-line
           move spaces to wCrtLine
           string "GENERATION      " wLookName
                  " cut " wCatDate(1:4) "-" wCatDate(5:2) "-"
                  wCatDate(7:2) " " wCatTime(1:2) ":" wCatTime(3:2)
                  ":" wCatTime(5:2)
                  delimited by size into wCrtLine
           perform write-certificate-line
           move spaces to wCrtLine
           if wTrailerSeen = "Y"
              string "CONTROL TRAILER " wSrcTrailer " BALANCED"
                     delimited by size into wCrtLine
           else
              move "CONTROL TRAILER none on this generation"
                to wCrtLine
           end-if
           perform write-certificate-line
           move record-counter-in to wCountEd
           move smp-group-count to wCountEd2
           move spaces to wCrtLine
           string "POPULATION      " wCountEd " data records in "
                  wCountEd2 " ch-field groups"
                  delimited by size into wCrtLine
           perform write-certificate-line
           move spaces to wCrtLine
           string "METHOD          " wSmpMethod
                  delimited by size into wCrtLine
           perform write-certificate-line
           move wSmpSeed to wSeedEd
           move spaces to wCrtLine
           if wSmpSeedGiven = "Y"
              string "SEED            " wSeedEd " (given)"
                     delimited by size into wCrtLine
           else
              string "SEED            " wSeedEd " (from the clock)"
                     delimited by size into wCrtLine
           end-if
           perform write-certificate-line
           move spaces to wCrtLine
           string "GENERATOR       X(0) = SEED, X(k+1) = 16807 * X(k)"
                  " mod 2147483647, one draw per data record in"
                  " file order"
                  delimited by size into wCrtLine
           perform write-certificate-line
           move spaces to wCrtLine
           evaluate wSmpMethod
              when "RANDOM"
                 string "RULE            record t of N taken when"
                        " (N - t + 1) * X < (n - m) * 2147483647,"
                        " m = taken so far"
                        delimited by size into wCrtLine
                 perform write-certificate-line
              when "NTH"
                 move wSmpInterval to wCountEd
                 move wSmpStart to wCountEd2
                 if wSmpStartGiven = "Y"
                    string "RULE            every " trim(wCountEd)
                           "th record from record " trim(wCountEd2)
                           " (given)"
                           delimited by size into wCrtLine
                 else
                    string "RULE            every " trim(wCountEd)
                           "th record from record " trim(wCountEd2)
                           " = 1 + X(1) mod interval"
                           delimited by size into wCrtLine
                 end-if
                 perform write-certificate-line
              when "STRATIFIED"
                 move wSmpMinGroup to wCountEd
                 string "RULE            as RANDOM inside each group,"
                        " N and n the group's; n = size * group /"
                        " population rounded, minimum " trim(wCountEd)
                        delimited by size into wCrtLine
                 perform write-certificate-line
           end-evaluate
           move wSmpSize to wCountEd
           move wSmpWant to wCountEd2
           move spaces to wCrtLine
           if wSmpMethod = "NTH"
              string "SAMPLE SIZE     to be drawn " wCountEd2
                     delimited by size into wCrtLine
           else
              string "SAMPLE SIZE     requested " wCountEd
                     "   to be drawn " wCountEd2
                     delimited by size into wCrtLine
           end-if
           perform write-certificate-line
           move spaces to wCrtLine
           perform write-certificate-line
           move "SELECTED RECORDS" to wCrtLine
           perform write-certificate-line
           move "     DRAW  POSITION     SEQ   CH" to wCrtLine
           perform write-certificate-line
           .
      * ============================= *
      * the per-group split, the sample's own totals, and the
      * settings that reproduce it
      * ============================= *
       write-certificate-foot.
      * ============================= *
           move spaces to wCrtLine
           perform write-certificate-line
           move "GROUP   POPULATION     DRAWN" to wCrtLine
           perform write-certificate-line
           perform varying wGrpIdx from 1 by 1
                     until wGrpIdx > smp-group-count
              move sg-pop(wGrpIdx) to wCountEd
              move sg-taken(wGrpIdx) to wCountEd2
              move spaces to wCrtLine
              string sg-ch(wGrpIdx) "      " wCountEd "   " wCountEd2
                     delimited by size into wCrtLine
              perform write-certificate-line
           end-perform
           move spaces to wCrtLine
           perform write-certificate-line
           move spaces to wCrtLine
           string "SAMPLE FILE     SAMPLE, closed by its own trailer "
                  wCtlTrailerX
                  delimited by size into wCrtLine
           perform write-certificate-line
           move wSmpSeed to wSeedEd
           move spaces to wCrtLine
           string "REPRODUCE WITH  SMPSQF01A_GEN=" trim(wLookName)
                  " SMPSQF01A_METHOD=" trim(wSmpMethod)
                  " SMPSQF01A_SEED=" trim(wSeedEd)
                  delimited by size into wCrtLine
           perform write-certificate-line
           move spaces to wCrtLine
           evaluate wSmpMethod
              when "RANDOM"
                 move wSmpSize to wCountEd
                 string "                SMPSQF01A_SIZE=" trim(wCountEd)
                        delimited by size into wCrtLine
              when "NTH"
                 move wSmpInterval to wCountEd
                 move wSmpStart to wCountEd2
                 string "                SMPSQF01A_INTERVAL="
                        trim(wCountEd)
                        " SMPSQF01A_START=" trim(wCountEd2)
                        delimited by size into wCrtLine
              when "STRATIFIED"
                 move wSmpSize to wCountEd
                 move wSmpMinGroup to wCountEd2
                 string "                SMPSQF01A_SIZE=" trim(wCountEd)
                        " SMPSQF01A_MINGROUP=" trim(wCountEd2)
                        delimited by size into wCrtLine
           end-evaluate
           perform write-certificate-line
           move all "=" to wCrtLine
           perform write-certificate-line
           move "END OF CERTIFICATE" to wCrtLine
           perform write-certificate-line
           .
      * ============================= *
       write-certificate-line.
      * ============================= *
           move wCrtLine to smpcrt-record
           write smpcrt-record
           move spaces to wCrtLine
           .
      *
      * ============================= *
      * the night's run correlation id
      * prrunid.cpy
      * ============================= *
           copy prrunid.
