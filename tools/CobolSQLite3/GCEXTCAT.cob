*>    RETURN-CODE 8 when any due extract failed; the summary names
*>    each extract with ran/skipped/failed.
*>
*>    Each due extract is timed into the STEPHIST.LOG feed
*>    through stpsqf01a like any chain step - chain GCEXTCAT, the
*>    extract name as the program - so GCSTEPHIST carries it into
*>    step_history and GCCHGRPT can charge it to its owner.
*>
*> Tectonics:
*>
*>   prompt$ cobc -x GCEXTCAT.cob CobolSQLite3.so
    01  ran-count                      pic 9(003) value ZERO.
    01  fail-count                     pic 9(003) value ZERO.
    01  step-rc                        pic s9(09) value ZERO.
    01  time-now                       pic 9(008) value ZERO.

    *> step timing handed to stpsqf01a - same shape as its
    *> wstepparm area
    01  step-parm.
      05  St-Chain                     pic x(012) value "GCEXTCAT".
      05  St-Program                   pic x(012) value SPACES.
      05  St-Date                      pic 9(008) value ZERO.
      05  St-Start-Time                pic 9(006) value ZERO.
      05  St-End-Time                  pic 9(006) value ZERO.
      05  St-Rc                        pic s9(004) value ZERO.

    01  spooladd-area.
      05  Sp-File                      pic x(040) value SPACES.
    display "EXTRACT_OUT" upon environment-name end-display
    display xc-out upon environment-value end-display

    accept time-now from time end-accept
    move time-now(1:6) to St-Start-Time
    move ZERO to return-code
    call "GCDBEXTRACT"
      on exception
    move return-code to step-rc
    move ZERO to return-code

    accept time-now from time end-accept
    move time-now(1:6) to St-End-Time
    move xc-name       to St-Program
    move today-date    to St-Date
    move step-rc       to St-Rc
    call "stpsqf01a" using step-parm
      on exception continue
    end-call
    move ZERO to return-code

    if step-rc = ZERO then
      add 1 to ran-count
      *> the delivered copy goes on the spool queue under the
