      *-------------------------------------------------------------------------------*
      * ssussqf01.cpy
      * SELECT for the persistent transaction suspense file - every
      * C or D that found no master record, and every A whose key was
      * already there, parked by updsqf01a instead of being lost. Each
      * night's update reads it back in ahead of TRANIN, so an item
      * the intervening feeds have made applicable is applied and
      * leaves suspense. Optional: the first night there is none.
      *-------------------------------------------------------------------------------*
           select optional suspensefile assign to "SUSPENSE"
               organization is sequential
               access mode is sequential
               file status is fs-suspense.
