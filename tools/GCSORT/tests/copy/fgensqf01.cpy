      *-------------------------------------------------------------------------------*
      * fgensqf01.cpy
      * FD + record for the generation catalog (see sgensqf01.cpy).
      * gcr-runid is the run correlation id of the night that cut the
      * generation (see wrunid.cpy); entries catalogued before it was
      * kept carry zero there.
      *-------------------------------------------------------------------------------*
       fd  gencatfile.
       01  gencat-record.
           05  gcr-key.
               10  gcr-fileid       pic x(20).
               10  gcr-gen          pic 9(04).
           05  gcr-date             pic 9(08).
           05  gcr-time             pic 9(06).
           05  gcr-runid            pic 9(08).
