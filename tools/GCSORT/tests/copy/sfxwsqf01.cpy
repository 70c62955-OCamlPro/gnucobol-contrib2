      *-------------------------------------------------------------------------------*
      * sfxwsqf01.cpy
      * SELECT clauses for the layout-driven fixed-width ingest
      * (fxwsqf01a): the sender's plain ASCII fixed-width file (FXWIN)
      * - read line by line for a FRAME=LINE layout, or as a raw byte
      * stream cut into LEN-byte records for FRAME=FIX - the record
      * layout dictionary describing it (LAYOUTS.DIC, the one
      * GC79RECBROWSE reads), the mapping control file naming which
      * dictionary field feeds which SORTIN field (FXWMAP), the
      * finsqf01-layout SORTIN written for the normal release-record
      * path, and the reject file refused records land in.
      *-------------------------------------------------------------------------------*
           select fxwinline assign to "FXWIN"
               organization is line sequential
               file status  is fs-fxwline.
           select fxwinbyte assign to "FXWIN"
               organization is sequential
               access mode is sequential
               file status  is fs-fxwbyte.
           select fxwdict assign to dynamic wDictId
               organization is line sequential
               file status  is fs-fxwdict.
           select fxwmapfile assign to "FXWMAP"
               organization is line sequential
               file status  is fs-fxwmap.
           select fxwoutfile assign to "SORTIN"
               organization is sequential
               access mode is sequential
               file status is fs-fxwout.
           select fxwrejfile assign to "FXWREJ"
               organization is line sequential
               file status  is fs-fxwrej.
