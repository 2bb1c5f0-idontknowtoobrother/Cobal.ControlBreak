      *> record layout of the shared-services allocation rules file
      *> (cballoc.txt): one line per pool per receiving group.  the
      *> basis is P (fixed percentage, ALR-PERCENT with two implied
      *> decimals, "02500" = 25.00), C (the receiver's share of the
      *> receivers' period count on cbledger.txt) or V (its share of
      *> their period-to-date base value).  every line of a pool
      *> carries the same basis; percentages of a pool total 100.
       01 ALLOC-RULE-RECORD.
          05 ALR-POOL             PIC X(2).
          05 FILLER               PIC X.
          05 ALR-RECEIVER         PIC X(2).
          05 FILLER               PIC X.
          05 ALR-BASIS            PIC X(1).
          05 FILLER               PIC X.
          05 ALR-PERCENT          PIC 9(3)V99.
