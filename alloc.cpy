      *> in-storage image of the allocation rules (see
      *> alloc-rec.cpy), loaded by 8600-LOAD-ALLOC-RULES in
      *> alloc-load.cpy.  WS-ALLOC-POOL lists each pool group once,
      *> in the order first seen; CBALLOC allocates the pools in that
      *> order and CBCLOSE will not close while any of them still
      *> holds a period balance.
       01 WS-ALLOC-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-ALR-COUNT            PIC 9(3)   VALUE ZEROS.
       01 WS-ALR-MAX              PIC 9(3)   VALUE 200.
       01 WS-ALR-TABLE.
          05 WS-ALR-ENTRY OCCURS 200 TIMES.
             10 WS-ALR-POOL       PIC X(2).
             10 WS-ALR-RECEIVER   PIC X(2).
             10 WS-ALR-BASIS      PIC X(1).
             10 WS-ALR-PERCENT    PIC 9(3)V99.
       01 WS-ALR-SUB              PIC 9(3)   VALUE ZEROS.
       01 WS-ALR-SKIPPED          PIC 9(3)   VALUE ZEROS.
       01 WS-ALLOC-POOL-COUNT     PIC 9(2)   VALUE ZEROS.
       01 WS-ALLOC-POOL-MAX       PIC 9(2)   VALUE 50.
       01 WS-ALLOC-POOL-TABLE.
          05 WS-ALLOC-POOL OCCURS 50 TIMES
                                  PIC X(2).
       01 WS-ALLOC-POOL-SUB       PIC 9(2)   VALUE ZEROS.
       01 WS-ALLOC-POOL-FOUND-SW  PIC X(1)   VALUE "N".
          88 WS-ALLOC-POOL-FOUND             VALUE "Y".
