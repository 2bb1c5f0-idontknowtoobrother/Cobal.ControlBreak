      *> in-storage image of the code-reorganization map (see
      *> codemap-rec.cpy) and the fields of the translation in
      *> codemap-lookup.cpy.  an absent map file leaves the count at
      *> zero and every code passes through unchanged.
       01 WS-CMAP-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-CMAP-COUNT           PIC 9(3)   VALUE ZEROS.
       01 WS-CMAP-MAX             PIC 9(3)   VALUE 100.
       01 WS-CMAP-SKIPPED         PIC 9(3)   VALUE ZEROS.
       01 WS-CMAP-TABLE.
          05 WS-CMAP-ENTRY OCCURS 100 TIMES.
             10 WS-CMAP-OLD       PIC X(2).
             10 WS-CMAP-NEW       PIC X(2).
             10 WS-CMAP-LEVEL     PIC X(1).
             10 WS-CMAP-EFF-DATE  PIC 9(6).
       01 WS-CMAP-SUB             PIC 9(3)   VALUE ZEROS.
       01 WS-CMAP-CODE            PIC X(2)   VALUE SPACES.
       01 WS-CMAP-CHECK-LEVEL     PIC X(1)   VALUE SPACE.
       01 WS-CMAP-CHECK-DATE      PIC 9(6)   VALUE ZEROS.
       01 WS-CMAP-TRANSLATED-SW   PIC X(1)   VALUE "N".
          88 WS-CMAP-TRANSLATED              VALUE "Y".
