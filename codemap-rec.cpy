      *> record layout of the code-reorganization map
      *> (cbcodemap.txt).  one entry per retired code: the old code,
      *> the code it folds into or is renumbered to, the level it
      *> lives at (A = COL-A, B = COL-B, C = COL-C) and the date the
      *> change takes effect.  read by CBPREP/CB1/CB2 to translate
      *> late extracts and by CBREORG to restate history.
       01 CODE-MAP-RECORD.
          05 CMP-OLD-CODE         PIC X(2).
          05 FILLER               PIC X.
          05 CMP-NEW-CODE         PIC X(2).
          05 FILLER               PIC X.
          05 CMP-LEVEL            PIC X(1).
          05 FILLER               PIC X.
          05 CMP-EFF-DATE         PIC 9(6).
