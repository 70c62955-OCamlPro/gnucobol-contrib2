      * ============================= *
       resolve-generations.
      * ============================= *
           move "SORTOUT" to wGenTarget
           if wGenBNbr = zero
              perform find-latest-generation
              move wGenPick to wGenBNbr
           end-if
           if wGenANbr = zero
              move wGenBNbr to wGenBelow
              perform find-latest-generation
              move wGenPick to wGenANbr
              move 10000 to wGenBelow
           end-if
           if wGenANbr = zero or wGenBNbr = zero
              display "*** fewer than two SORTOUT generations on the"
           end-perform
           .
      * ============================= *
      * GENCAT generation resolution
      * prgencat.cpy
      * ============================= *
           copy prgencat.
