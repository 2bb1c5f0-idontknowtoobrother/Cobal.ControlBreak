      *> result of one CB3 partition run (cb3partN.res), read back
      *> by the CB3 merge step.  record types by first byte:
      *>   G - one COL-A group: net total and base-currency value
      *>   C - one currency: lines, gross, net, amount and base
      *>   P - one COL-A group's movement in one foreign currency:
      *>       amount in the currency and its base value
      *>   T - the partition's totals and outcome, written last, so
      *>       a result without its T record is an unfinished run
      *> every record carries the partition number and run date so
      *> the merge can refuse a stale or misfiled result.  a result
      *> left by a simulated partition (PRS-SIMULATION "Y") is never
      *> merged into a real run.
       01 PART-RESULT-RECORD.
          05 PRS-REC-TYPE         PIC X(1).
             88 PRS-GROUP-REC                VALUE "G".
             88 PRS-CURRENCY-REC             VALUE "C".
             88 PRS-POSITION-REC             VALUE "P".
             88 PRS-TOTALS-REC               VALUE "T".
          05 FILLER               PIC X.
          05 PRS-PART-NO          PIC 9(1).
          05 FILLER               PIC X.
          05 PRS-RUN-DATE         PIC 9(6).
          05 FILLER               PIC X.
          05 PRS-DATA             PIC X(80).
          05 PRS-GROUP-DATA REDEFINES PRS-DATA.
             10 PRS-GRP-CODE      PIC X(2).
             10 FILLER            PIC X.
             10 PRS-GRP-TOTAL     PIC S9(9) SIGN LEADING SEPARATE.
             10 FILLER            PIC X.
             10 PRS-GRP-VALUE     PIC S9(11) SIGN LEADING SEPARATE.
             10 FILLER            PIC X(54).
          05 PRS-CURRENCY-DATA REDEFINES PRS-DATA.
             10 PRS-CCY-CODE      PIC X(3).
             10 FILLER            PIC X.
             10 PRS-CCY-LINES     PIC 9(7).
             10 FILLER            PIC X.
             10 PRS-CCY-GROSS     PIC S9(11) SIGN LEADING SEPARATE.
             10 FILLER            PIC X.
             10 PRS-CCY-NET       PIC S9(9) SIGN LEADING SEPARATE.
             10 FILLER            PIC X.
             10 PRS-CCY-AMOUNT    PIC S9(11) SIGN LEADING SEPARATE.
             10 FILLER            PIC X.
             10 PRS-CCY-BASE      PIC S9(11) SIGN LEADING SEPARATE.
             10 FILLER            PIC X(10).
          05 PRS-POSITION-DATA REDEFINES PRS-DATA.
             10 PRS-POS-GROUP     PIC X(2).
             10 FILLER            PIC X.
             10 PRS-POS-CURRENCY  PIC X(3).
             10 FILLER            PIC X.
             10 PRS-POS-AMOUNT    PIC S9(11) SIGN LEADING SEPARATE.
             10 FILLER            PIC X.
             10 PRS-POS-BASE      PIC S9(11) SIGN LEADING SEPARATE.
             10 FILLER            PIC X(48).
          05 PRS-TOTALS-DATA REDEFINES PRS-DATA.
             10 PRS-READ-COUNT    PIC 9(7).
             10 FILLER            PIC X.
             10 PRS-DUP-COUNT     PIC 9(7).
             10 FILLER            PIC X.
             10 PRS-NET-TOTAL     PIC S9(9) SIGN LEADING SEPARATE.
             10 FILLER            PIC X.
             10 PRS-AMOUNT-TOTAL  PIC S9(9) SIGN LEADING SEPARATE.
             10 FILLER            PIC X.
             10 PRS-BASE-TOTAL    PIC S9(11) SIGN LEADING SEPARATE.
             10 FILLER            PIC X.
             10 PRS-PAGE-COUNT    PIC 9(4).
             10 FILLER            PIC X.
             10 PRS-COND-CODE     PIC 9(2).
             10 FILLER            PIC X.
             10 PRS-SIZE-ERROR    PIC X(1).
             10 PRS-HIST-TRUNC    PIC X(1).
             10 PRS-NONBASE       PIC X(1).
             10 PRS-SIMULATION    PIC X(1).
             10 FILLER            PIC X(17).
