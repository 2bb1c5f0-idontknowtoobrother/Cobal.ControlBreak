      *> record layout of the permanent closed-period history file
      *> (cbclosehist.txt).  CBCLOSE appends one record per COL-A
      *> group at every close, from 5200-APPEND-CLOSED-PERIOD, before
      *> the period's activity is folded into the opening balances.
      *> the journal figures repeat on every group of the same close:
      *> CLH-JRNL-COUNT is the day journals posted in the period and
      *> CLH-JRNL-DAYS the distinct run dates they cover.  never
      *> purged; read by the CBTREND trend report (trend-report.cbl).
       01 CLOSE-HIST-RECORD.
          05 CLH-CLOSE-DATE       PIC 9(6).
          05 FILLER               PIC X.
          05 CLH-PERIOD-START     PIC 9(6).
          05 FILLER               PIC X.
          05 CLH-CODE             PIC X(2).
          05 FILLER               PIC X.
          05 CLH-OPENING          PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER               PIC X.
          05 CLH-ACTIVITY         PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER               PIC X.
          05 CLH-CLOSING          PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER               PIC X.
          05 CLH-JRNL-COUNT       PIC 9(4).
          05 FILLER               PIC X.
          05 CLH-JRNL-DAYS        PIC 9(3).
