      *-------------------------------------------------------------------------------*
      * wgencat.cpy
      * Working storage for generation-style versioned output (gen
      * mode): the switches that drive cutting/purging generations on
      * the writing side, and the work fields the GENCAT resolution
      * paragraphs (prgencat.cpy) share. A generation of file id XXXX
      * is the physical file XXXX.Gnnnn.
      *-------------------------------------------------------------------------------*
       77  gen-mode                 pic x(01) value "N".
      *    MUSESQF01_GENMODE=N pins gen mode off even against an
      *    how many generations of each file id are kept on disk -
      *    older ones are purged as a new generation is cut
       77  gen-keep                 pic 9(03) value 5.
       77  gen-cat-open             pic x(01) value "N".
       77  gen-cat-eof              pic x(01) value "Y".
       77  gen-found                pic x(01) value "N".
       77  wGenIdx                  pic 9(03) value zero.
       77  wGenTarget               pic x(20) value spaces.
       77  wGenName                 pic x(26) value spaces.
       77  wGenDate                 pic 9(08) value zero.
       77  wGenTime                 pic 9(08) value zero.
       77  wGenPick                 pic 9(04) value zero.
      *    find-latest-generation only counts generations below this -
      *    a caller stepping back generation by generation lowers it
      *    and puts it back to 10000 when done
       77  wGenBelow                pic 9(05) value 10000.
      *    the catalog entry the last find came back with
       77  wGenCatDate              pic 9(08) value zero.
       77  wGenCatTime              pic 9(06) value zero.
       77  wGenCatRunId             pic 9(08) value zero.
