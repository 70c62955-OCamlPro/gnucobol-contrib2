      *-------------------------------------------------------------------------------*
      * fbudsqf01.cpy
      * FD + record for the budget table (see sbudsqf01.cpy) - the
      * standard LREC=100 Tabe shape under bd- names, one code record
      * per period / ch-field group / measure (kcod is just a running
      * number, 001-999), with the budget view of Tabe-data laid over
      * it:
      *    bd-period       the calendar period budgeted, YYYYMM
      *    bd-ch           the ch-field group
      *    bd-field        the PTDSTORE figure the budget is held
      *                    against: CT (record count), BI, FI, FL,
      *                    PD or ZD (blank is ZD)
      *    bd-amount       the budget for the whole period, signed
      *                    whole number, left-justified or edited
      *    bd-valid-from/to  the usual Tabe validity window (76-91)
      *-------------------------------------------------------------------------------*
       fd  budfile.
       01  bd-record.
           05  bd-key.
               10  bd-ktip          pic x(01).
               10  bd-ktab          pic x(03).
               10  bd-kcod          pic x(03).
           05  bd-data              pic x(93).
       01  bd-budget-view.
           05  filler               pic x(07).
           05  bd-period            pic x(06).
           05  filler               pic x(01).
           05  bd-ch                pic x(05).
           05  filler               pic x(01).
           05  bd-field             pic x(02).
           05  filler               pic x(01).
           05  bd-amount            pic x(14).
           05  filler               pic x(45).
           05  bd-valid-from        pic x(08).
           05  bd-valid-to          pic x(08).
           05  filler               pic x(02).
