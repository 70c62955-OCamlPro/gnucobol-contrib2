      *-------------------------------------------------------------------------------*
      * **********************************************************
      *  GCSORT Tests
      * **********************************************************
      * Author:    Sauro Menna
      * Date:      20160821
      * License
      *    Copyright 2016 Sauro Menna
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   The night's run correlation id. schsqf01a, the first
      *            job of the night, CALLs here with rid-action N once
      *            its schedule log is open: the next id is taken from
      *            RUNID.CTL, written back, and exported as the RUNID
      *            variable, so every job it launches - and every sort,
      *            converter, chain driver and export those start -
      *            inherits it. Everything else CALLs with G (through
      *            prrunid.cpy): RUNID if it is set, else the last id
      *            in RUNID.CTL - a step rerun by hand the next morning
      *            still belongs to the night it is repairing - else a
      *            new id, so a step run on its own is still stamped.
      *            The id is eight digits and is stamped on the run-log
      *            lines, the GENCAT entry, the generation manifest,
      *            the control trailer, the step timing feed, the
      *            reject history and the alert queue; the dashboard,
      *            the balancing report, the record trace and the
      *            rollback can then select "everything of run N".
      *            RUNID.CTL is one line:
      *               RUNID nnnnnnnn yyyymmdd hhmmss
      *            the id and when it was allocated.
      * **********************************************************
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8
      *      -fnotrunc -fbinary-byteorder=big-endian -o ..\bin\%1 ..\src\%1.CBL
      * **********************************************************
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. ridsqf01a.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
           select optional runidctl assign to "RUNID.CTL"
               organization is line sequential
               file status  is fs-runidctl.
       data division.
       file section.
       fd  runidctl.
       01  runidctl-record.
           05  rc-tag               pic x(05).
           05  filler               pic x(01).
           05  rc-id                pic 9(08).
           05  filler               pic x(01).
           05  rc-date              pic 9(08).
           05  filler               pic x(01).
           05  rc-time              pic 9(06).
       working-storage section.
       77 fs-runidctl               pic xx.
       77 wk-env-name               pic x(20) value spaces.
       77 wk-env-value              pic x(20) value spaces.
       77 wRidLast                  pic 9(08) value zero.
       77 wRidTime                  pic 9(08) value zero.
       linkage section.
           copy wrunid.
       procedure division using runid-parm.
      * ============================= *
       main-runid.
      * ============================= *
           if rid-action not = "N"
              move "RUNID" to wk-env-name
              display wk-env-name upon environment-name
              accept  wk-env-value from environment-value
              if wk-env-value(1:8) is numeric
                 and wk-env-value(9:) = spaces
                 and wk-env-value(1:8) not = "00000000"
                 move wk-env-value(1:8) to rid-value
                 goback
              end-if
           end-if
           perform read-control
           if rid-action not = "N" and wRidLast > zero
              move wRidLast to rid-value
           else
              perform allocate-run-id
           end-if
           move "RUNID" to wk-env-name
           move rid-value to wk-env-value
           display wk-env-name  upon environment-name
           display wk-env-value upon environment-value
           goback
           .
      * ============================= *
      * the last id handed out - none yet, or an unreadable control
      * record, starts the count again from 1
      * ============================= *
       read-control.
      * ============================= *
           move zero to wRidLast
           open input runidctl
           if fs-runidctl(1:1) = "0"
              read runidctl
              end-read
              if fs-runidctl = "00"
                 and rc-tag = "RUNID"
                 and rc-id is numeric
                 move rc-id to wRidLast
              end-if
              close runidctl
           end-if
           .
      * ============================= *
       allocate-run-id.
      * ============================= *
           if wRidLast = 99999999
              move 1 to rid-value
           else
              compute rid-value = wRidLast + 1
           end-if
           move spaces to runidctl-record
           move "RUNID"   to rc-tag
           move rid-value to rc-id
           accept rc-date  from date yyyymmdd
           accept wRidTime from time
           move wRidTime(1:6) to rc-time
           open output runidctl
           if fs-runidctl(1:1) not = "0"
              display "*** ridsqf01a: cannot write RUNID.CTL"
                      " - status " fs-runidctl
           else
              write runidctl-record
              close runidctl
           end-if
           .
