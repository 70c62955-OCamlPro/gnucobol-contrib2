      *            the normal validate/release path expects. A record
      *            that will not decode lands whole on EBCREJ, and a
      *            run that rejected anything ends RETURN-CODE 4.
      *            Every EBCREJ record carries its standard reason code
      *            (table RSN, see frsnsqf01.cpy) in front of the raw
      *            bytes, and the same code goes on its run-log line
      *            and on the REJHIST reject history under the sender
      *            named by EBCSQF01A_SENDER: E01 a zoned field will not
      *            decode, E02 trailer count out of range, E03 RDW
      *            disagrees with the record, E04 refused on write.
      *            EBCSQF01A_RDW=Y switches the input side to true VB
      *            framing: each record arrives prefixed by its 4-byte
      *            RDW, whose length frames the record (and so the
      *run log - status/error messages also written here, not just console
      * slogsqf01.cpy
           copy slogsqf01.
      *reject history, appended for the monthly reject analysis
      * srjhsqf01.cpy
           copy srjhsqf01.
       data division.
       file section.
      * febcsqf01.cpy
           copy fmansqf01.
      * flogsqf01.cpy
           copy flogsqf01.
      * frjhsqf01.cpy
           copy frjhsqf01.
      *
       working-storage section.
       77 fs-ebcin                       pic xx.
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
      *
      * ============================= *
       procedure division.
           display "*===============================================* "
           display " EBCSQF01A - true-EBCDIC feed to ASCII SORTIN "
           display "*===============================================* "
           move "ebcsqf01a" to wRejStep
           move "EBCSQF01A_SENDER" to wRejSenderVar
           perform read-reject-sender
           perform read-feed-manifest thru read-feed-manifest-ex
           perform check-rdw-mode
      * a record full of EBCDIC spaces, for padding short VB records
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
       ebcrec-proc.
           if rdw-mode = "Y" and wk-record-valid = "Y"
              if wRdwDataLen not = 41 + wTrlBytes
                 move "N" to wk-record-valid
                 move "E03" to wRejReason
              end-if
           end-if
           if wk-record-valid = "Y"
                 add eo-pd-field to mn-pd
                 add eo-zd-field to mn-zd
              else
                 display "*** WRITE failed, file status="
                         fs-ebcout " record " record-counter-in
                 move "E04" to wRejReason
                 perform reject-ebc-record
              end-if
           else
              display "*** REJECTED undecodable record "
                      record-counter-in " reason=" wRejReason
              perform reject-ebc-record
           end-if
           .
      * ============================= *
      * the raw record goes to EBCREJ whole, behind its reason code,
      * and the same code goes on the run-log line and the reject
      * history
      * ============================= *
       reject-ebc-record.
      * ============================= *
           move wRejReason to ebcrej-reason
           move wEbcRec    to ebcrej-raw
           write ebcrej-record
           add 1 to record-counter-rejected
           string "*** REJECTED record "
                       record-counter-in " reason=" wRejReason
                       " to EBCREJ"
                       delimited by size into wLogLine
           perform write-log-line
           move record-counter-in to wRejRecNo
           perform write-reject-history
           .
      * ============================= *
      * field positions in the raw record (the finsqf01 shape):
      *   seq 1-5, ch 6-10, bi 11-15, fi 16-20, fl 21-25, pd 26-30,
      *   zd 31-38, trailer-len 39-41, trailer data 42 onward
       decode-one-record.
      * ============================= *
           move "Y" to wk-record-valid
           move spaces to wRejReason
      * unsigned zoned fields
           move 1 to wEbcOff   move 5 to wEbcLen
           perform decode-zoned-field
           move wEbcNum to wTrlBytes
           if wTrlBytes > 159
              move "N" to wk-record-valid
              if wRejReason = spaces
                 move "E02" to wRejReason
              end-if
           end-if
           if wk-record-valid = "Y"
              compute eo-trailer-len = 41 + wTrlBytes
                 when other
                    move zero to wEbcDigit
                    move "N" to wk-record-valid
                    if wRejReason = spaces
                       move "E01" to wRejReason
                    end-if
              end-evaluate
              compute wEbcNum = (wEbcNum * 10) + wEbcDigit
           end-perform
           compute wEbcNum = wEbcNum * wEbcSign
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
