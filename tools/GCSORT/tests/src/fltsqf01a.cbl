       working-storage section.
           copy wkenvfield.
           copy wklogfield.
           copy wrunid.
           copy wctlcard.
           copy wtrlfld.
           copy wsplittab.
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
      * prctlcard.cpy - the shared parser/evaluator itself
      * ============================= *
           copy prctlcard.
      *
      * ============================= *
      * the night's run correlation id
      * prrunid.cpy
      * ============================= *
           copy prrunid.
