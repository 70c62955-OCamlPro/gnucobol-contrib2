      *-------------------------------------------------------------------------------*
      * srulsqf02.cpy
      * SELECT for the rule-exceptions report - per validation rule
      * the records it caught and the first few of them (default
      * RULEEXC.RPT, <prog>_RULERPT overrides).
      *-------------------------------------------------------------------------------*
           select rulerpt assign to dynamic wRuleRptId
               organization is line sequential
               file status  is fs-rulerpt.
