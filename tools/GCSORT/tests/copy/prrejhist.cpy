      *-------------------------------------------------------------------------------*
      * prrejhist.cpy
      * Reject history, shared by every step that refuses records
      * (csvsqf01a, ebcsqf01a, fxwsqf01a, cnvsqf01a, musesqf01a and
      * sincsqf06Eb):
      * the sender is read once at start-up from the step's own
      * <prog>_SENDER variable, and every refused record is appended
      * to REJHIST under its standard reason code. The file is opened
      * on the first reject and stays open to the end of the run, so
      * a clean run never touches it. Each line carries the night's
      * run correlation id (prrunid.cpy, which the step copies too).
      *-------------------------------------------------------------------------------*
      * ============================= *
      * wRejSenderVar names the variable - unset leaves the sender
      * UNNAMED, which the monthly analysis reports as such
      * ============================= *
       read-reject-sender.
      * ============================= *
           move wRejSenderVar to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wRejSender
           end-if
           .
      * ============================= *
      * one line per refused record - the caller has set wRejReason,
      * wRejRecNo and wRejDetail; both code and detail are cleared
      * again so a stale reason can never ride on the next reject
      * ============================= *
       write-reject-history.
      * ============================= *
           if rejhist-open = "N"
              open extend rejhistfile
              if fs-rejhist not = "00"
                 open output rejhistfile
                 close rejhistfile
                 open extend rejhistfile
              end-if
              move "Y" to rejhist-open
           end-if
           accept wRejDate from date yyyymmdd
           move spaces     to rejhist-record
           move wRejDate   to rh-date
           move wRejStep   to rh-step
           move wRejSender to rh-sender
           move wRejReason to rh-reason
           move wRejRecNo  to rh-recno
           move wRejDetail to rh-detail
           perform get-run-id
           move rid-value  to rh-runid
           write rejhist-record
           move spaces to wRejReason wRejDetail
           .
      * ============================= *
       close-reject-history.
      * ============================= *
           if rejhist-open = "Y"
              close rejhistfile
              move "N" to rejhist-open
           end-if
           .
