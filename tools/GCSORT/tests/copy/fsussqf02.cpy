      *-------------------------------------------------------------------------------*
      * fsussqf02.cpy
      * FD + record for the suspense file being rebuilt (see
      * ssussqf02.cpy) - byte for byte the fsussqf01.cpy shape.
      *-------------------------------------------------------------------------------*
       fd  suspensenew.
       01  suspensenew-record.
           05  sn-action            pic x(01).
           05  sn-reason            pic x(03).
           05  sn-reason-text       pic x(30).
           05  sn-first-date        pic 9(08).
           05  sn-last-date         pic 9(08).
           05  sn-presented         pic 9(03).
           05  sn-escalated         pic x(01).
           05  sn-tran.
               10  sn-seq-record    pic 9(05).
               10  sn-ch-field      pic x(05).
               10  sn-bi-field      pic 9(05).
               10  sn-fi-field      pic s9(05).
               10  sn-fl-field      pic s9(05).
               10  sn-pd-field      pic s9(05).
               10  sn-zd-field      pic s9(08).
               10  sn-trailer-len   pic 9(03).
               10  sn-trailer-data  pic x(200).
