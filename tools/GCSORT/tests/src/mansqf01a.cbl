      *            the generation: the GENCAT registration (when it
      *            was cut) plus the manifest's input ids and counts,
      *            effective key list, control statements and control
      *            totals, printed to the console. The catalog
      *            entry and the manifest's GENERATION line both carry
      *            the run correlation id of the night that cut it.
      *            Environment:
      *              MANSQF01A_GEN   the generation to look up -
      *                              either the full physical name
           display " MANSQF01A - generation provenance lookup "
           display "*===============================================* "
           perform read-parameters
           perform resolve-lookup-target
           perform show-catalog-entry
           perform show-manifest thru show-manifest-ex
      * ============================= *
       resolve-lookup-target.
      * ============================= *
           move wLookFileid to wGenTarget
           if wLookGen = zero
              perform find-latest-generation
              move wGenPick to wLookGen
           end-if
           move spaces to wLookName
           string function trim(wLookFileid) ".G" wLookGen
      * ============================= *
       show-catalog-entry.
      * ============================= *
           move wLookGen to wGenPick
           perform find-generation
           move gen-found to wCatFound
           if gen-found = "Y"
              if wGenCatRunId > zero
                 display " catalog: cut " wGenCatDate
                         " at " wGenCatTime
                         " run " wGenCatRunId
              else
                 display " catalog: cut " wGenCatDate
                         " at " wGenCatTime
              end-if
           end-if
           if wCatFound = "N"
              display " catalog: no entry (purged by retention, or"
                      " never cut through gen mode)"
           end-if
           .
      * ============================= *
      * GENCAT generation resolution
      * prgencat.cpy
      * ============================= *
           copy prgencat.
