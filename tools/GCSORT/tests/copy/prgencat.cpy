      *-------------------------------------------------------------------------------*
      * prgencat.cpy
      * Resolve generations off the GENCAT catalog (sgensqf01.cpy) by
      * key - nothing is loaded into memory, so the catalog may carry
      * any number of entries. The catalog is only opened for input
      * here; a job cutting a generation at the same moment locks its
      * own records and is never held up by a reader.
      *   find-latest-generation  wGenTarget -> wGenPick, its highest
      *                           generation below wGenBelow (zero
      *                           when there is none)
      *   find-generation         wGenTarget + wGenPick -> gen-found
      * and either way wGenCatDate/wGenCatTime/wGenCatRunId describe
      * the entry found. open-gen-catalog, start-gen-scan,
      * read-gen-scan and close-gen-catalog walk the entries of
      * wGenTarget (of every file id when wGenTarget is spaces) in
      * generation order, for callers that pick by something else.
      *-------------------------------------------------------------------------------*
      * ============================= *
       open-gen-catalog.
      * ============================= *
           open input gencatfile
           if fs-gencat = "00"
              move "Y" to gen-cat-open
           else
              move "N" to gen-cat-open
      *       an optional catalog not there yet opens empty
              if fs-gencat = "05"
                 close gencatfile
              end-if
           end-if
           .
      * ============================= *
       close-gen-catalog.
      * ============================= *
           if gen-cat-open = "Y"
              close gencatfile
              move "N" to gen-cat-open
           end-if
           .
      * ============================= *
      * position on the first generation of wGenTarget
      * ============================= *
       start-gen-scan.
      * ============================= *
           move "Y" to gen-cat-eof
           if gen-cat-open = "Y"
              move wGenTarget to gcr-fileid
              move zero       to gcr-gen
              start gencatfile key >= gcr-key
              end-start
              if fs-gencat = "00"
                 move "N" to gen-cat-eof
              end-if
           end-if
           .
      * ============================= *
       read-gen-scan.
      * ============================= *
           if gen-cat-eof = "N"
              read gencatfile next record
              end-read
              if fs-gencat not = "00"
                 move "Y" to gen-cat-eof
              else
                 if wGenTarget not = spaces
                    and gcr-fileid not = wGenTarget
                    move "Y" to gen-cat-eof
                 end-if
              end-if
           end-if
           .
      * ============================= *
       take-gen-entry.
      * ============================= *
           move gcr-date to wGenCatDate
           move gcr-time to wGenCatTime
           if gcr-runid is numeric
              move gcr-runid to wGenCatRunId
           else
              move zero      to wGenCatRunId
           end-if
           .
      * ============================= *
       find-latest-generation.
      * ============================= *
           move zero to wGenPick
           perform open-gen-catalog
           perform start-gen-scan
           perform read-gen-scan
           perform find-latest-generation-loop
                  until gen-cat-eof = "Y"
           perform close-gen-catalog
           .
      * ============================= *
       find-latest-generation-loop.
      * ============================= *
           if gcr-gen < wGenBelow
              move gcr-gen to wGenPick
              perform take-gen-entry
              perform read-gen-scan
           else
              move "Y" to gen-cat-eof
           end-if
           .
      * ============================= *
       find-generation.
      * ============================= *
           move "N" to gen-found
           perform open-gen-catalog
           if gen-cat-open = "Y"
              move wGenTarget to gcr-fileid
              move wGenPick   to gcr-gen
              read gencatfile key is gcr-key
              end-read
              if fs-gencat = "00"
                 move "Y" to gen-found
                 perform take-gen-entry
              end-if
           end-if
           perform close-gen-catalog
           .
