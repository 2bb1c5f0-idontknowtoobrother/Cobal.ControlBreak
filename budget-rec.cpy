      *> record layout of the plan file (cbbudget.txt): one entry
      *> per COL-A code and period (the YYMM of the month the
      *> ledger period opens in) with the planned net count and the
      *> planned base-currency value for the whole period.  read by
      *> the CBBUDGET budget-versus-actual report (budget-report.cbl).
       01 BUDGET-RECORD.
          05 BUD-CODE             PIC X(2).
          05 FILLER               PIC X.
          05 BUD-PERIOD           PIC 9(4).
          05 FILLER               PIC X.
          05 BUD-PLAN-COUNT       PIC S9(9) SIGN LEADING SEPARATE.
          05 FILLER               PIC X.
          05 BUD-PLAN-VALUE       PIC S9(11) SIGN LEADING SEPARATE.
