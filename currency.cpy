       01 WS-CCY-LINE-BASE        PIC S9(11) VALUE ZEROS.
       01 WS-CCY-NONBASE-SW       PIC X(1)   VALUE "N".
          88 WS-CCY-NONBASE-SEEN             VALUE "Y".
      *> the run's movement per COL-A group per foreign currency,
      *> in the currency and in base.  posted to the ledger as the
      *> group's currency position (see ledger-post.cpy) for the
      *> month-end revaluation at close.
       01 WS-GCY-COUNT            PIC 9(3)   VALUE ZEROS.
       01 WS-GCY-MAX              PIC 9(3)   VALUE 100.
       01 WS-GCY-TABLE.
          05 WS-GCY-ENTRY OCCURS 100 TIMES.
             10 WS-GCY-GROUP      PIC X(2).
             10 WS-GCY-CODE       PIC X(3).
             10 WS-GCY-AMOUNT     PIC S9(11).
             10 WS-GCY-BASE       PIC S9(11).
       01 WS-GCY-SUB              PIC 9(3)   VALUE ZEROS.
       01 WS-GCY-MATCH-SUB        PIC 9(3)   VALUE ZEROS.
       01 WS-GCY-WORK-GROUP       PIC X(2)   VALUE SPACES.
       01 RPT-CCY-HEADER.
          05 FILLER               PIC X(28)  VALUE
             "--- CURRENCY TOTALS - BASE ".
