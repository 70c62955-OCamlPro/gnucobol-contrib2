      *-------------------------------------------------------------------------------*
      * **********************************************************
      *  GCSORT Tests
      * **********************************************************
      * Author:    Sauro Menna
      * Date:      20160821
      * License
      *    Copyright 2016 Sauro Menna
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Job-step file interpreter - one driver for any chain
      *            of steps, where iosqpr03, drvsqf01a and parsqf01a
      *            each hard-code their own. JOBSQF01A_JOB names the
      *            job; its steps are read from <job>.JCL, a plain
      *            text step file in a JCL subset, one statement per
      *            line:
      *              //* text                  comment
      *              //name   JOB              the chain name the
      *                                        step timings are filed
      *                                        under (dflt the job)
      *              //step   EXEC PGM=prog[,COND=cond]
      *                                        a step - prog is CALLed
      *              //ddname DD   DSN=file    ddname is pointed at
      *                                        file for the steps that
      *                                        follow
      *              //ddname DD   DSN=id(0)   ... at the current
      *                                        GENCAT generation of id
      *                                        (id.Gnnnn); id(-1) the
      *                                        one before, and so on
      *              //       SET  NAME=value  an environment setting
      *                                        for the steps that
      *                                        follow
      *            DD and SET statements ahead of the first EXEC apply
      *            to the whole job; after an EXEC they are applied
      *            just before that step, so they stay in force for the
      *            steps after it until a later statement changes them.
      *            A DD is the same environment redirection the chain
      *            drivers make by hand (SORTIN, SORTOUT, SQPD03_FILEID
      *            through SET, ...), and a generation is resolved when
      *            its step comes up - after the steps before it have
      *            had the chance to cut one.
      *            COND decides whether a step runs, on the RETURN-CODE
      *            of every step that ran before it:
      *              (none)     run only while every earlier step
      *                         ended zero - the drivers' own "stop
      *                         if the step failed" rule
      *              (n,op)     bypass the step if n op RC holds for
      *                         any earlier step - op GT GE EQ NE LT LE
      *              EVEN       run whatever the earlier steps did
      *              ONLY       run only once an earlier step failed
      *            The job ends with the highest RETURN-CODE of the
      *            steps that ran.
      *            Step-level restart, as iosqpr03 keeps it: <job>.JST
      *            holds the last step completed while the job was
      *            still clean, and a rerun resumes after it - its DD
      *            and SET statements re-established on the way past.
      *            A clean finish clears it. JOBSQF01A_FORCERUN=Y runs
      *            from the top regardless; JOBSQF01A_RESTART=<step>
      *            resumes at the named step.
      *            Every step's start, end and RETURN-CODE goes to
      *            stpsqf01a for the run-history database, and to the
      *            dated run log. A step file that does not parse
      *            runs nothing (RETURN-CODE 16).
      *            A chain written as a step file is filed in the
      *            schsqf01a calendar as @<job>.
      *            Example - the iosqpr03 chain:
      *              //IOSQPR03 JOB
      *              //STEP1    EXEC PGM=iosqpd03
      *              //         SET  SQPD03_FILEID=SORTIN
      *              //STEP2    EXEC PGM=musesqf01a
      *              //STEP3    EXEC PGM=iosqpv03
      *              //         SET  SQPD03_FILEID=SORTOUT
      * **********************************************************
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8
      *      -fnotrunc -fbinary-byteorder=big-endian -o ..\bin\%1 ..\src\%1.CBL
      * **********************************************************
      *-------------------------------------------------------------------------------*
       identification division.
       program-id.  jobsqf01a.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
      *    the step file - <job>.JCL
           select optional stepfile assign to dynamic wStepSpec
               organization is line sequential
               file status  is fs-stepfile.
      *    step-level restart state - the last step completed while
      *    the job was still clean, absent for a fresh run
           select optional jobstate assign to dynamic wStateSpec
               organization is line sequential
               file status  is fs-jobstate.
      *generation catalog - DSN=id(n) resolves through it
      * sgensqf01.cpy
           copy sgensqf01.
      *run log
      * slogsqf01.cpy
           copy slogsqf01.
       data division.
       file section.
       fd stepfile.
       01 step-record                    pic x(80).
       fd jobstate.
       01 jobstate-record.
          05 js-last-step                pic 9(02).
          05 filler                      pic x(01).
          05 js-step-name                pic x(08).
      * fgensqf01.cpy
           copy fgensqf01.
      * flogsqf01.cpy
           copy flogsqf01.
       working-storage section.
       77 fs-stepfile                    pic xx.
       77 fs-jobstate                    pic xx.
       77 fs-gencat                      pic xx.
       77 wk-env-name                    pic x(20) value spaces.
       77 wk-env-value                   pic x(20) value spaces.
       77 wJobName                       pic x(12) value spaces.
       77 wChainName                     pic x(12) value spaces.
       77 wStepSpec                      pic x(40) value spaces.
       77 wStateSpec                     pic x(40) value spaces.
       77 wForceRun                      pic x(01) value "N".
       77 wRestartStep                   pic x(08) value spaces.
      * ============================= *
      * the step file, parsed: one entry per step, and the DD / SET
      * statements in file order, each tagged with the step it
      * belongs to (zero = job level, ahead of the first EXEC)
      * ============================= *
       01  step-table.
           05  step-count           pic 9(02) value zero.
           05  step-entry occurs 50 times.
               10  stp-name         pic x(08).
               10  stp-pgm          pic x(30).
      *        space=default E=EVEN O=ONLY T=(code,op) test
               10  stp-cond         pic x(01).
               10  stp-cond-code    pic 9(04).
               10  stp-cond-op      pic x(02).
      *        R=ran B=bypassed K=completed on a prior run
               10  stp-state        pic x(01).
               10  stp-rc           pic s9(04).
       77 stp-idx                        pic 9(02) value zero.
       77 stp-idx2                       pic 9(02) value zero.
       01  jcl-table.
           05  jcl-count            pic 9(03) value zero.
           05  jcl-entry occurs 300 times.
               10  jl-step          pic 9(02).
               10  jl-verb          pic x(04).
               10  jl-name          pic x(30).
               10  jl-value         pic x(60).
       77 jcl-idx                        pic 9(03) value zero.
      * statement parsing
       77 wLineNo                        pic 9(04) value zero.
       77 wJclErrors                     pic 9(03) value zero.
       77 wStmtName                      pic x(30) value spaces.
       77 wStmtVerb                      pic x(08) value spaces.
       77 wStmtOper                      pic x(70) value spaces.
       77 wStmtRest                      pic x(78) value spaces.
       77 wPgmPart                       pic x(70) value spaces.
       77 wCondPart                      pic x(70) value spaces.
       77 wCondJunk                      pic x(10) value spaces.
       77 wCondCode                      pic x(10) value spaces.
       77 wCondOp                        pic x(10) value spaces.
       77 wJclMsg                        pic x(60) value spaces.
      * running the steps
       77 wLastDone                      pic 9(02) value zero.
       77 wJobRC                         pic s9(04) value zero.
       77 wStepRC                        pic s9(09) value zero.
       77 wCondHit                       pic x(01) value "N".
       77 wRunIt                         pic x(01) value "N".
       77 wFailSeen                      pic x(01) value "N".
       77 wRanCount                      pic 9(02) value zero.
       77 wBypassCount                   pic 9(02) value zero.
       77 wRcDisp                        pic -(04)9.
       77 wEnvName                       pic x(30) value spaces.
       77 wEnvValue                      pic x(80) value spaces.
      * generation resolution: DSN=id(n) -> id.Gnnnn, n generations
      * back from the highest on the catalog
       77 wGenFile                       pic x(20) value spaces.
       77 wGenRelTxt                     pic x(10) value spaces.
       77 wGenBack                       pic 9(03) value zero.
       77 wGenPass                       pic 9(03) value zero.
       77 wGenCeiling                    pic 9(05) value zero.
       77 wGenFound                      pic 9(04) value zero.
       77 wGenOk                         pic x(01) value "Y".
           copy wgencat.
      *    step-timing capture handed to stpsqf01a after every step,
      *    the feed GCSTEPHIST loads into the run-history database
           copy wstepparm.
       77 wStepTime                      pic 9(08) value zero.
      *
           copy wklogfield.
           copy wrunid.

       procedure division.
       begin.
           perform read-parameters
           perform open-log
           string "RunStart jobsqf01a job " wJobName
                  delimited by size into wLogLine
           perform write-log-line
           perform load-step-file thru load-step-file-ex
           if wJclErrors > zero or step-count = zero
              if step-count = zero and wJclErrors = zero
                 display "*** " wStepSpec " has no EXEC statement"
              end-if
              display "*=========================================* "
              display " JCL ERROR - " function trim(wStepSpec)
                      " - nothing run"
              display "*=========================================* "
              string "JCL error in " wStepSpec " - nothing run"
                     delimited by size into wLogLine
              perform write-log-line
              perform close-log
              move 16 to return-code
              goback
           end-if
           perform read-job-state

           display "*===============================================* "
           display " JOBSQF01A - job " function trim(wJobName)
                   " (" step-count " steps)"
           if wLastDone > zero
              display " restart - steps 1-" wLastDone
                      " already complete, skipping them"
              string "Restart after step " wLastDone " "
                     stp-name(wLastDone)
                     delimited by size into wLogLine
              perform write-log-line
           end-if
           display "*===============================================* "

      * the job-level statements, then every step in turn
           move zero to stp-idx
           perform apply-statements
           if wGenOk not = "Y"
              display "*=========================================* "
              display " JOB-LEVEL DD DOES NOT RESOLVE - nothing run"
              display "*=========================================* "
              string "Job-level generation not resolved - nothing run"
                     delimited by size into wLogLine
              perform write-log-line
              perform close-log
              move 16 to return-code
              goback
           end-if
           perform run-one-step
                  varying stp-idx from 1 by 1
                  until stp-idx > step-count

           if wJobRC = zero
              perform clear-job-state
           end-if
           move wJobRC to wRcDisp
           display "*===============================================* "
           display " JOBSQF01A - job " function trim(wJobName)
                   " ended, steps run "
                   wRanCount ", bypassed " wBypassCount
           display " RETURN-CODE " wRcDisp
           display "*===============================================* "
           string "Job " wJobName " ended RETURN-CODE " wRcDisp
                  " steps run " wRanCount " bypassed " wBypassCount
                  delimited by size into wLogLine
           perform write-log-line
           perform close-log
           move wJobRC to return-code
           goback
           .
      *-------------------------------------------------------------------------------*
      * read-parameters
      * JOBSQF01A_JOB is required - there is no default job.
      *-------------------------------------------------------------------------------*
       read-parameters.
           move "JOBSQF01A_JOB" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value = spaces
              display "*** JOBSQF01A_JOB must name the job to run"
              move 16 to return-code
              goback
           end-if
           move wk-env-value to wJobName
           move wJobName to wChainName
           move spaces to wStepSpec wStateSpec
           string function trim(wJobName) ".JCL"
                  delimited by size into wStepSpec
           string function trim(wJobName) ".JST"
                  delimited by size into wStateSpec
           move "JOBSQF01A_FORCERUN" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value(1:1) = "Y" or wk-env-value(1:1) = "y"
              move "Y" to wForceRun
           end-if
           move "JOBSQF01A_RESTART" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move function upper-case(wk-env-value) to wRestartStep
           end-if
           .
      *-------------------------------------------------------------------------------*
      * load-step-file
      * the whole file is parsed before a single step runs - a typo in
      * step 5 must not be found after steps 1-4 have already changed
      * the world
      *-------------------------------------------------------------------------------*
       load-step-file.
           open input stepfile
           if fs-stepfile not = "00"
              display "*** step file " function trim(wStepSpec)
                      " not found"
              add 1 to wJclErrors
              go to load-step-file-ex
           end-if
           move zero to wLineNo
           perform load-step-line until fs-stepfile not = "00"
           close stepfile
           .
       load-step-file-ex.
           exit.
      *-------------------------------------------------------------------------------*
       load-step-line.
           read stepfile
           end-read
           if fs-stepfile = "00"
              add 1 to wLineNo
              evaluate true
                 when step-record = spaces
                 when step-record(1:3) = "//*"
                    continue
                 when step-record(1:2) not = "//"
                    move "statement does not start //" to wJclMsg
                    perform jcl-error
                 when other
                    perform parse-statement
              end-evaluate
           end-if
           .
      *-------------------------------------------------------------------------------*
      * parse-statement
      * //name verb operands - a blank name (column 3 a space) is
      * allowed on SET, where JCL leaves it off
      *-------------------------------------------------------------------------------*
       parse-statement.
           move spaces to wStmtName wStmtVerb wStmtOper wStmtRest
           if step-record(3:1) = space
              move function trim(step-record(3:78)) to wStmtRest
              unstring wStmtRest delimited by all spaces
                  into wStmtVerb wStmtOper
              end-unstring
           else
              unstring step-record(3:78) delimited by all spaces
                  into wStmtName wStmtVerb wStmtOper
              end-unstring
           end-if
           move function upper-case(wStmtVerb) to wStmtVerb
           evaluate wStmtVerb
              when "JOB"
                 if wStmtName not = spaces
                    move wStmtName to wChainName
                 end-if
              when "EXEC"
                 perform parse-exec
              when "DD"
                 perform parse-dd
              when "SET"
                 perform parse-set
              when other
                 move spaces to wJclMsg
                 string "unknown statement " wStmtVerb
                        delimited by size into wJclMsg
                 perform jcl-error
           end-evaluate
           .
      *-------------------------------------------------------------------------------*
       parse-exec.
           if wStmtName = spaces
              move "EXEC needs a step name" to wJclMsg
              perform jcl-error
           end-if
           if step-count >= 50
              move "more than 50 steps" to wJclMsg
              perform jcl-error
           else
              add 1 to step-count
              move function upper-case(wStmtName)
                to stp-name(step-count)
              move spaces to stp-pgm(step-count)
              move space  to stp-cond(step-count)
              move zero   to stp-cond-code(step-count)
              move spaces to stp-cond-op(step-count)
              move space  to stp-state(step-count)
              move zero   to stp-rc(step-count)
              move spaces to wPgmPart wCondPart
              unstring wStmtOper delimited by ",COND=" or ",cond="
                  into wPgmPart wCondPart
              end-unstring
              if function upper-case(wPgmPart(1:4)) not = "PGM="
                 or wPgmPart(5:) = spaces
                 move "EXEC needs PGM=program" to wJclMsg
                 perform jcl-error
              else
                 move wPgmPart(5:) to stp-pgm(step-count)
              end-if
              if wCondPart not = spaces
                 perform parse-cond
              end-if
           end-if
           .
      *-------------------------------------------------------------------------------*
      * parse-cond - EVEN, ONLY or (code,op)
      *-------------------------------------------------------------------------------*
       parse-cond.
           move function upper-case(wCondPart) to wCondPart
           evaluate true
              when wCondPart = "EVEN"
                 move "E" to stp-cond(step-count)
              when wCondPart = "ONLY"
                 move "O" to stp-cond(step-count)
              when wCondPart(1:1) = "("
                 move spaces to wCondJunk wCondCode wCondOp
                 unstring wCondPart delimited by "(" or "," or ")"
                     into wCondJunk wCondCode wCondOp
                 end-unstring
                 if function test-numval(wCondCode) not = 0
                    or function numval(wCondCode) > 4095
                    or (wCondOp not = "GT" and not = "GE"
                        and not = "EQ" and not = "NE"
                        and not = "LT" and not = "LE")
                    move "COND must be (code,op), EVEN or ONLY"
                      to wJclMsg
                    perform jcl-error
                 else
                    move "T" to stp-cond(step-count)
                    compute stp-cond-code(step-count) =
                            function numval(wCondCode)
                    move wCondOp to stp-cond-op(step-count)
                 end-if
              when other
                 move "COND must be (code,op), EVEN or ONLY"
                   to wJclMsg
                 perform jcl-error
           end-evaluate
           .
      *-------------------------------------------------------------------------------*
       parse-dd.
           if wStmtName = spaces
              move "DD needs a ddname" to wJclMsg
              perform jcl-error
           end-if
           if function upper-case(wStmtOper(1:4)) not = "DSN="
              or wStmtOper(5:) = spaces
              move "DD needs DSN=file" to wJclMsg
              perform jcl-error
           end-if
           move "DD" to wStmtVerb
           move wStmtOper(5:) to wStmtOper
           perform add-statement
           .
      *-------------------------------------------------------------------------------*
       parse-set.
           move spaces to wEnvName wEnvValue
           unstring wStmtOper delimited by "="
               into wEnvName wEnvValue
           end-unstring
           if wEnvName = spaces
              move "SET needs NAME=value" to wJclMsg
              perform jcl-error
           end-if
           move wEnvName  to wStmtName
           move wEnvValue to wStmtOper
           perform add-statement
           .
      *-------------------------------------------------------------------------------*
       add-statement.
           if jcl-count >= 300
              move "more than 300 DD/SET statements" to wJclMsg
              perform jcl-error
           else
              add 1 to jcl-count
              move step-count to jl-step(jcl-count)
              move wStmtVerb  to jl-verb(jcl-count)
              move wStmtName  to jl-name(jcl-count)
              move wStmtOper  to jl-value(jcl-count)
           end-if
           .
      *-------------------------------------------------------------------------------*
       jcl-error.
           add 1 to wJclErrors
           display "*** JCL ERROR line " wLineNo ": "
                   function trim(wJclMsg)
           display "    " function trim(step-record trailing)
           string "JCL error line " wLineNo ": " wJclMsg
                  delimited by size into wLogLine
           perform write-log-line
           .
      *-------------------------------------------------------------------------------*
      * read-job-state
      * the <job>.JST record left by a prior run that did not finish
      * clean says how far it got; JOBSQF01A_RESTART names the step to
      * resume at instead, JOBSQF01A_FORCERUN=Y discards both
      *-------------------------------------------------------------------------------*
       read-job-state.
           move zero to wLastDone
           open input jobstate
           if fs-jobstate(1:1) = "0"
              read jobstate
              end-read
              if fs-jobstate = "00" and js-last-step is numeric
                 and js-last-step <= step-count
                 move js-last-step to wLastDone
              end-if
              close jobstate
           end-if
           if wRestartStep not = spaces
              move zero to stp-idx2
              perform varying stp-idx from 1 by 1
                        until stp-idx > step-count
                 if stp-name(stp-idx) = wRestartStep
                    move stp-idx to stp-idx2
                 end-if
              end-perform
              if stp-idx2 = zero
                 display "*** JOBSQF01A_RESTART step " wRestartStep
                         " is not in " wStepSpec
                 perform close-log
                 move 16 to return-code
                 goback
              end-if
              compute wLastDone = stp-idx2 - 1
           end-if
           if wForceRun = "Y"
              if wLastDone > zero
                 display " FORCERUN - restart state discarded,"
                         " running from the top"
              end-if
              move zero to wLastDone
           end-if
           .
      *-------------------------------------------------------------------------------*
       save-job-state.
           open output jobstate
           move spaces to jobstate-record
           move stp-idx to js-last-step
           move stp-name(stp-idx) to js-step-name
           write jobstate-record
           close jobstate
           .
      *-------------------------------------------------------------------------------*
      * clear-job-state
      * a clean finish means the next run is a fresh one, not a restart
      *-------------------------------------------------------------------------------*
       clear-job-state.
           open output jobstate
           move spaces to jobstate-record
           move zero to js-last-step
           write jobstate-record
           close jobstate
           .
      *-------------------------------------------------------------------------------*
      * run-one-step
      * its DD/SET statements first - on a restart too, so a step
      * skipped as complete still leaves its redirections in force for
      * the ones after it - then the COND test and the CALL
      *-------------------------------------------------------------------------------*
       run-one-step.
           perform apply-statements
           if wGenOk not = "Y"
              move 16 to wStepRC
              perform record-step-failure
           end-if
           evaluate true
              when wGenOk not = "Y"
                 continue
              when stp-idx <= wLastDone
                 move "K" to stp-state(stp-idx)
                 display " Step " stp-name(stp-idx) ": complete on a"
                         " prior run - skipped"
              when other
                 perform test-condition
                 if wRunIt = "Y"
                    perform call-step
                 else
                    move "B" to stp-state(stp-idx)
                    add 1 to wBypassCount
                    display " Step " stp-name(stp-idx) ": "
                            function trim(stp-pgm(stp-idx))
                            " BYPASSED (COND)"
                    string "Step " stp-name(stp-idx)
                           " bypassed by its condition"
                           delimited by size into wLogLine
                    perform write-log-line
                 end-if
           end-evaluate
           if wJobRC = zero and stp-idx > wLastDone
              perform save-job-state
           end-if
           .
      *-------------------------------------------------------------------------------*
      * apply-statements - the DD/SET statements tagged with stp-idx
      *-------------------------------------------------------------------------------*
       apply-statements.
           move "Y" to wGenOk
           perform varying jcl-idx from 1 by 1
                     until jcl-idx > jcl-count
              if jl-step(jcl-idx) = stp-idx
                 perform apply-one-statement
              end-if
           end-perform
           .
      *-------------------------------------------------------------------------------*
       apply-one-statement.
           move jl-name(jcl-idx)  to wEnvName
           move jl-value(jcl-idx) to wEnvValue
           if jl-verb(jcl-idx) = "DD"
              move function upper-case(wEnvName) to wEnvName
              perform resolve-dsn thru resolve-dsn-ex
           end-if
           if wGenOk = "Y"
              display wEnvName upon environment-name
              display wEnvValue upon environment-value
              string jl-verb(jcl-idx) " " function trim(wEnvName) "="
                     function trim(wEnvValue)
                     delimited by size into wLogLine
              perform write-log-line
           end-if
           .
      *-------------------------------------------------------------------------------*
      * resolve-dsn
      * id(0) is the highest generation of id on GENCAT, id(-n) the one
      * n below it; anything without a (n) suffix is a plain file name
      *-------------------------------------------------------------------------------*
       resolve-dsn.
           move zero to wGenPass
           inspect wEnvValue tallying wGenPass for all ")"
           if wGenPass = zero
              go to resolve-dsn-ex
           end-if
           move spaces to wGenFile wGenRelTxt
           unstring wEnvValue delimited by "(" or ")"
               into wGenFile wGenRelTxt
           end-unstring
           if function test-numval(wGenRelTxt) not = 0
              or function numval(wGenRelTxt) > 0
              display "*** JCL ERROR - generation " function
                      trim(wEnvValue) " must be (0) or (-n)"
              move "N" to wGenOk
              go to resolve-dsn-ex
           end-if
           compute wGenBack = 0 - function numval(wGenRelTxt)
           move 10000 to wGenCeiling
           move zero to wGenPass
           perform resolve-generation-pass
                  until wGenPass > wGenBack or wGenOk not = "Y"
           if wGenOk = "Y"
              move spaces to wEnvValue
              string function trim(wGenFile) ".G" wGenFound
                     delimited by size into wEnvValue
           else
              display "*** no generation " function trim(wGenRelTxt)
                      " of " function trim(wGenFile) " on GENCAT"
           end-if
           .
       resolve-dsn-ex.
           exit.
      *-------------------------------------------------------------------------------*
      * one pass of the catalog: the highest generation of wGenFile
      * below the ceiling the pass before left
      *-------------------------------------------------------------------------------*
       resolve-generation-pass.
           move wGenFile to wGenTarget
           move wGenCeiling to wGenBelow
           perform find-latest-generation
           move 10000 to wGenBelow
           move wGenPick to wGenFound
           if wGenFound = zero
              move "N" to wGenOk
           else
              move wGenFound to wGenCeiling
           end-if
           add 1 to wGenPass
           .
      *-------------------------------------------------------------------------------*
      * test-condition
      * wRunIt says whether the step runs, on the RCs of every step
      * that ran before it this time around (a step completed on a
      * prior run ended zero, or the job would not have moved past it)
      *-------------------------------------------------------------------------------*
       test-condition.
           move "N" to wCondHit
           perform varying stp-idx2 from 1 by 1
                     until stp-idx2 >= stp-idx
              if stp-state(stp-idx2) = "R"
                 and stp-cond(stp-idx) = "T"
                 evaluate stp-cond-op(stp-idx)
                    when "GT"
                       if stp-cond-code(stp-idx) > stp-rc(stp-idx2)
                          move "Y" to wCondHit
                       end-if
                    when "GE"
                       if stp-cond-code(stp-idx) >= stp-rc(stp-idx2)
                          move "Y" to wCondHit
                       end-if
                    when "EQ"
                       if stp-cond-code(stp-idx) = stp-rc(stp-idx2)
                          move "Y" to wCondHit
                       end-if
                    when "NE"
                       if stp-cond-code(stp-idx) not = stp-rc(stp-idx2)
                          move "Y" to wCondHit
                       end-if
                    when "LT"
                       if stp-cond-code(stp-idx) < stp-rc(stp-idx2)
                          move "Y" to wCondHit
                       end-if
                    when "LE"
                       if stp-cond-code(stp-idx) <= stp-rc(stp-idx2)
                          move "Y" to wCondHit
                       end-if
                 end-evaluate
              end-if
           end-perform
           evaluate stp-cond(stp-idx)
              when "E"
                 move "Y" to wRunIt
              when "O"
                 move wFailSeen to wRunIt
              when "T"
                 if wCondHit = "Y"
                    move "N" to wRunIt
                 else
                    move "Y" to wRunIt
                 end-if
              when other
                 if wFailSeen = "Y"
                    move "N" to wRunIt
                 else
                    move "Y" to wRunIt
                 end-if
           end-evaluate
           .
      *-------------------------------------------------------------------------------*
      * call-step
      * the timing goes to stpsqf01a before anything else looks at the
      * step's RETURN-CODE, so a failed step's timing is recorded too
      *-------------------------------------------------------------------------------*
       call-step.
           display " Step " stp-name(stp-idx) ": "
                   function trim(stp-pgm(stp-idx))
           string "Step " stp-name(stp-idx) " start "
                  stp-pgm(stp-idx)
                  delimited by size into wLogLine
           perform write-log-line
           move wChainName to sp-chain
           move stp-pgm(stp-idx) to sp-program
           accept sp-date from date yyyymmdd
           accept wStepTime from time
           move wStepTime(1:6) to sp-start-time
           move zero to return-code
           call stp-pgm(stp-idx)
              on exception
                 display "*** " function trim(stp-pgm(stp-idx))
                         " not found"
                 move 12 to return-code
           end-call
           move return-code to wStepRC
           accept wStepTime from time
           move wStepTime(1:6) to sp-end-time
           move wStepRC to sp-rc
           call "stpsqf01a" using step-parm
              on exception continue
           end-call
           move "R" to stp-state(stp-idx)
           add 1 to wRanCount
           move wStepRC to stp-rc(stp-idx)
           move wStepRC to wRcDisp
           if wStepRC not = zero
              perform record-step-failure
           end-if
           display " Step " stp-name(stp-idx) " ended RETURN-CODE "
                   wRcDisp
           string "Step " stp-name(stp-idx) " end RETURN-CODE "
                  wRcDisp
                  delimited by size into wLogLine
           perform write-log-line
           move zero to return-code
           .
      *-------------------------------------------------------------------------------*
       record-step-failure.
           move "Y" to wFailSeen
           if wStepRC > wJobRC
              move wStepRC to wJobRC
           end-if
           if wGenOk not = "Y"
              move "R" to stp-state(stp-idx)
              move wStepRC to stp-rc(stp-idx)
              display "*=========================================* "
              display " STEP " stp-name(stp-idx) " NOT RUN - its DD"
                      " generation does not resolve"
              display "*=========================================* "
              string "Step " stp-name(stp-idx)
                     " not run - generation not resolved"
                     delimited by size into wLogLine
              perform write-log-line
           else
              display "*=========================================* "
              display " STEP FAILED : " stp-name(stp-idx) " "
                      function trim(stp-pgm(stp-idx))
              display " RETURN-CODE : " wStepRC
              display "*=========================================* "
           end-if
           .
      *-------------------------------------------------------------------------------*
      * open-log / write-log-line / close-log
      * the same dated-run-log idiom the sort programs use - LOGID
      * overrides the physical name, unset defaults to this program's
      * own id plus today's date
      *-------------------------------------------------------------------------------*
       open-log.
           move "LOGID" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wLogCurrentId
           else
              accept wLogDate from date yyyymmdd
              string "jobsqf01a." wLogDate ".log"
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
      *-------------------------------------------------------------------------------*
       write-log-line.
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
      *-------------------------------------------------------------------------------*
       close-log.
           if wLogOpen = "Y"
              close runlogfile
              move "N" to wLogOpen
           end-if
           .
      *
      * ============================= *
      * the night's run correlation id
      * prrunid.cpy
      * ============================= *
           copy prrunid.
      *
      * ============================= *
      * GENCAT generation resolution
      * prgencat.cpy
      * ============================= *
           copy prgencat.
