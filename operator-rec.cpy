      *> record layout of the operator authorization file
      *> (cboperator.txt): one entry per operator ID with the
      *> operator's name and a Y/N flag for each controlled function,
      *> in the order run reports, close period, maintain codes,
      *> approve write-offs, retention purge and retransmit the GL
      *> feed.
       01 OPERATOR-RECORD.
          05 OPR-ID               PIC X(8).
          05 FILLER               PIC X.
          05 OPR-NAME             PIC X(20).
          05 FILLER               PIC X.
          05 OPR-FUNCTIONS.
             10 OPR-RUN-REPORTS   PIC X(1).
             10 OPR-CLOSE-PERIOD  PIC X(1).
             10 OPR-MAINT-CODES   PIC X(1).
             10 OPR-APPROVE-WOFF  PIC X(1).
             10 OPR-PURGE         PIC X(1).
             10 OPR-RETRANSMIT    PIC X(1).
          05 OPR-FUNCTION-FLAGS REDEFINES OPR-FUNCTIONS.
             10 OPR-FUNCTION-FLAG PIC X(1) OCCURS 6 TIMES.
