      *-------------------------------------------------------------------------------*
      * fratsqf01.cpy
      * FD + record for the conversion-rate table (see sratsqf01.cpy)
      * - the standard LREC=100 Tabe shape under fx- names, one code
      * record per rate (kcod is any code, the key value is in the
      * data), with the rate view of Tabe-data laid over it:
      *    fx-keyval       the ch-field group (KEY=CH) or the
      *                    trailer field value (KEY=Tn) the rate
      *                    applies to, left-justified; * is the
      *                    rate for every value not listed
      *    fx-rate         the multiplier, e.g. 1.0845 - up to 5
      *                    integer and 8 decimal places
      *    fx-unit         the unit or currency converted into,
      *                    carried onto the run log and manifest
      *    fx-desc         free text
      *    fx-valid-from/to  the usual Tabe validity window (76-91) -
      *                    the rate in force on the as-of day is the
      *                    one whose window covers it; two rates for
      *                    one value in force on the same day stop
      *                    the run at start-up
      *-------------------------------------------------------------------------------*
       fd  ratefile.
       01  fx-record.
           05  fx-key.
               10  fx-ktip          pic x(01).
               10  fx-ktab          pic x(03).
               10  fx-kcod          pic x(03).
           05  fx-data              pic x(93).
       01  fx-rate-view.
           05  filler               pic x(07).
           05  fx-keyval            pic x(20).
           05  filler               pic x(01).
           05  fx-rate              pic x(15).
           05  filler               pic x(01).
           05  fx-unit              pic x(05).
           05  filler               pic x(01).
           05  fx-desc              pic x(32).
           05  fx-valid-from        pic x(08).
           05  fx-valid-to          pic x(08).
           05  filler               pic x(02).
