      *        connector to the NEXT condition - AND/OR, spaces on
      *        the last one - folded left to right
               10  fc-conn          pic x(03).
      *        a value naming another numeric field (FI, or FI%110 =
      *        110 percent of FI) compares the two fields of the same
      *        record - spaces means the value is the literal fc-num
               10  fc-ref-field     pic x(03).
               10  fc-ref-pct       pic 9(03)v99 comp-3.
       01  ctl-opt-table.
           05  ctl-opt-count        pic 9(02) value zero.
           05  ctl-opt-entry occurs 10 times.
       77  wCmpRel                  pic x(01) value "=".
       77  wFcCmpLen                pic 9(02) value zero.
       77  wFltNum                  comp-2    value zero.
       77  wFltCmp                  comp-2    value zero.
      *    the current record's fields, staged by each program from
      *    its own layout so one evaluator serves both record shapes
       01  flt-fields.
      *    which list a reformat statement being parsed loads -
      *    I = INREC, O = OUTREC
       77  wRfmPhase                pic x(01) value "I".
      * ============================= *
      * CONVERT statement (see prctlcard.cpy): which amount fields are
      * converted at return time, what the rate is looked up by, the
      * rounding asked for, and the effective-dated rate table the
      * rates come from (loaded and applied by prconvert.cpy)
      * ============================= *
       77  conv-active              pic x(01) value "N".
       77  conv-pd                  pic x(01) value "N".
       77  conv-zd                  pic x(01) value "N".
      *    CH = by ch-field group, T1-T9 = by that declared trailer
      *    field's value
       77  conv-key                 pic x(02) value spaces.
      *    N = nearest (half away from zero), T = truncate
       77  conv-round               pic x(01) value spaces.
       77  conv-table-id            pic x(20) value "TABE0001.DAT".
       77  conv-ktab                pic x(03) value "FXR".
      *    the day the rates must be in force on - zero is the run date
       77  conv-asof                pic 9(08) value zero.
