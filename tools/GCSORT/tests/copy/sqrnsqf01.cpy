      *-------------------------------------------------------------------------------*
      * sqrnsqf01.cpy
      * SELECT for the feed quarantine register (QUARANT.DAT) - one
      * line per feed a check moved into the quarantine directory,
      * appended by the batch step that refused the feed and updated
      * by GC97QUARANTINE when an operator releases or rejects it.
      *-------------------------------------------------------------------------------*
           select quarfile assign to "QUARANT.DAT"
               organization is line sequential
               file status  is fs-quarfile.
