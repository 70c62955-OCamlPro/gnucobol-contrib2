      *-------------------------------------------------------------------------------*
      * fregsqf01.cpy
      * FD + record for the sender registry table file (see
      * sregsqf01.cpy) - the standard LREC=100 Tabe shape under rg-
      * names, one code record per sender (kcod = sender code), with
      * the registry view of Tabe-data laid over it:
      *    rg-pattern      the landed file name pattern - * matches
      *                    any run of characters, ? any one
      *                    character, e.g. ACME*.CSV
      *    rg-format       CSV  delimited text       (csvsqf01a)
      *                    EBC  fixed EBCDIC          (ebcsqf01a)
      *                    RDW  EBCDIC VB with RDWs   (ebcsqf01a RDW)
      *                    FXW  fixed-width text      (fxwsqf01a)
      *    rg-map          the CSVMAP/FXWMAP control file to use
      *    rg-layout       the LAYOUTS.DIC entry (FXW only)
      *    rg-manifest     Y = the feed is refused without a manifest
      *    rg-vol-min/max  expected records converted - outside the
      *                    range the feed is refused (zero/blank max
      *                    is no upper limit)
      *    rg-sender       the sender name the reject history files
      *                    rejects under
      *    rg-valid-from/to  the usual Tabe validity window (76-91)
      *-------------------------------------------------------------------------------*
       fd  regfile.
       01  rg-record.
           05  rg-key.
               10  rg-ktip          pic x(01).
               10  rg-ktab          pic x(03).
               10  rg-kcod          pic x(03).
           05  rg-data              pic x(93).
       01  rg-sender-view.
           05  filler               pic x(07).
           05  rg-pattern           pic x(20).
           05  rg-format            pic x(03).
           05  rg-map               pic x(12).
           05  rg-layout            pic x(12).
           05  rg-manifest          pic x(01).
           05  rg-vol-min           pic x(07).
           05  rg-vol-max           pic x(07).
           05  rg-sender            pic x(10).
           05  filler               pic x(03).
           05  rg-valid-from        pic x(08).
           05  rg-valid-to          pic x(08).
           05  filler               pic x(02).
