      *> day-over-day swing beyond the allowed percentage (compared
      *> to the prior run's totals from the history file).  a day
      *> with no breaches says so explicitly so the operator knows
      *> the check ran.  needs simulate.cpy and operator.cpy for
      *> the header marks.
       9950-CHECK-LIMITS.
           OPEN OUTPUT EXCEPT-FILE
           MOVE WS-LEDGER-PROGRAM-ID TO EXC-HDR-PROGRAM
           MOVE WS-RUN-DATE TO EXC-HDR-DATE
           MOVE WS-SIM-MARK TO EXC-HDR-SIM-MARK
           MOVE WS-OPER-MARK TO EXC-HDR-OPER-MARK
           WRITE EXCEPT-LINE FROM EXC-PAGE-HEADER
           PERFORM 9952-LOAD-LIMITS
           IF WS-LIMITS-COUNT = ZEROS
