      *> record layout of the manual adjustment transaction file
      *> (cbadjust.txt) read by CBADJ (ledger-adjust.cbl): one
      *> correction to a COL-A group's period-to-date activity per
      *> line, dated in the period it belongs to, with the signed
      *> amount, the accounting reason code, and the user ids of
      *> the preparer and of the approver, who must differ.
       01 ADJUST-RECORD.
          05 ADJ-DATE             PIC 9(6).
          05 FILLER               PIC X.
          05 ADJ-CODE             PIC X(2).
          05 FILLER               PIC X.
          05 ADJ-AMOUNT           PIC S9(9) SIGN LEADING SEPARATE.
          05 FILLER               PIC X.
          05 ADJ-REASON           PIC X(4).
          05 FILLER               PIC X.
          05 ADJ-PREPARER         PIC X(8).
          05 FILLER               PIC X.
          05 ADJ-APPROVER         PIC X(8).
          05 FILLER               PIC X.
          05 ADJ-TEXT             PIC X(30).
