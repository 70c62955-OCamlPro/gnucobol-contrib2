      *-------------------------------------------------------------------------------*
      * fmstsqf01.cpy
      * FD + record for the indexed keyed master (see smstsqf01.cpy).
      * The key is the 54-byte composite key (six 9-byte slots, the
      * numeric slots offset and the descending ones complemented,
      * exactly as build-composite-key folds them) followed by the
      * record's own sequence number, so two records that tie on the
      * composite key still load side by side. The data part is the
      * foutsqf01 record with its trailer segment padded to the full
      * 200 bytes. One header record, keyed all LOW-VALUES, tells the
      * reader which generation the file was built from and which key
      * list folded the keys - the inquiry screen needs that list to
      * fold a typed key the same way.
      *-------------------------------------------------------------------------------*
       fd  mastfile.
       01  mastfile-record.
           05  mk-key.
               10  mk-comp-key      pic x(54).
               10  mk-seq           pic 9(05).
           05  mk-seq-record        pic 9(05).
           05  mk-ch-field          pic x(05).
           05  mk-bi-field          pic 9(05).
           05  mk-fi-field          pic s9(05).
           05  mk-fl-field          pic s9(05).
           05  mk-pd-field          pic s9(05).
           05  mk-zd-field          pic s9(08).
           05  mk-trailer-len       pic 9(03).
           05  mk-trailer-data      pic x(200).
       01  masthdr-record.
           05  mh-key               pic x(59).
           05  mh-tag               pic x(08).
           05  mh-gen               pic 9(04).
           05  mh-date              pic 9(08).
           05  mh-time              pic 9(06).
           05  mh-count             pic 9(07).
           05  mh-key-count         pic 9(01).
           05  mh-key-entry occurs 6 times.
               10  mh-key-field     pic x(01).
               10  mh-key-direction pic x(01).
           05  filler               pic x(195).
