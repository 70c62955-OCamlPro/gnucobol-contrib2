      *-------------------------------------------------------------------------------*
      * srulsqf01.cpy
      * SELECT for the TABE0nnn.DAT table file the business validation
      * rules are read from (<prog>_RULETABLE names the file,
      * <prog>_RULEKTAB the three-digit table code within it, default
      * VRL) - ordinary code records, maintained through GC81TABCODES
      * like every other code table, so a rule changes without a
      * program change.
      *-------------------------------------------------------------------------------*
           select rulefile assign to dynamic wRuleTableId
               organization is indexed
               access mode  is dynamic
               record key   is ru-key
               file status  is fs-rulefile.
