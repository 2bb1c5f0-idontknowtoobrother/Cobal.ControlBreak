      *> in-storage image of the shared period-to-date ledger file
      *> (cbledger.txt).  record types by first byte:
      *>   P - period header (period start date)
      *>   M - group master (COL-A code, opening, period activity,
      *>       period-to-date base-currency value)
      *>   J - day journal (run date, program, net posted, trailer
      *>       status OK/OOB/NOTRL)
      *>   G - group posting (run date, program, COL-A code, net and
      *>       base value the run added to that group), so a single
      *>       run's movements can be withdrawn exactly
      *>   A - manual adjusting entry (effective date, sequence within
      *>       the date, COL-A code, signed amount, reason code,
      *>       preparer and approver) posted by CBADJ
      *>   C - currency posting (run date, program, COL-A code,
      *>       foreign currency, the amount in that currency and its
      *>       base value at the day's rate); the C records of the
      *>       period sum to the group's period-to-date position in
      *>       the currency, which CBCLOSE revalues at month-end
      *> CB1/CB2/CB3 post through ledger-post.cpy; CBADJ posts
      *> adjustments; CBCLOSE rolls the period.  file i/o paragraphs
      *> are in ledger-io.cpy.
       01 WS-LEDGER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-LEDGER-PROGRAM-ID    PIC X(5)   VALUE SPACES.
       01 WS-LEDGER-PERIOD-START  PIC 9(6)   VALUE ZEROS.
             10 WS-LDG-CODE       PIC X(2).
             10 WS-LDG-OPENING    PIC S9(11).
             10 WS-LDG-ACTIVITY   PIC S9(11).
             10 WS-LDG-VALUE      PIC S9(11).
       01 WS-LEDGER-JRNL-COUNT    PIC 9(4)   VALUE ZEROS.
       01 WS-LEDGER-JRNL-MAX      PIC 9(4)   VALUE 1000.
       01 WS-LEDGER-JRNL-TABLE.
             10 WS-JRN-PROGRAM    PIC X(5).
             10 WS-JRN-NET        PIC S9(9).
             10 WS-JRN-STATUS     PIC X(5).
       01 WS-LEDGER-GPOST-COUNT   PIC 9(4)   VALUE ZEROS.
       01 WS-LEDGER-GPOST-MAX     PIC 9(4)   VALUE 2000.
       01 WS-LEDGER-GPOST-TABLE.
          05 WS-LEDGER-GPOST OCCURS 2000 TIMES.
             10 WS-GPO-DATE       PIC 9(6).
             10 WS-GPO-PROGRAM    PIC X(5).
             10 WS-GPO-CODE       PIC X(2).
             10 WS-GPO-NET        PIC S9(9).
             10 WS-GPO-VALUE      PIC S9(11).
       01 WS-LEDGER-ADJ-COUNT     PIC 9(4)   VALUE ZEROS.
       01 WS-LEDGER-ADJ-MAX       PIC 9(4)   VALUE 500.
       01 WS-LEDGER-ADJ-TABLE.
          05 WS-LEDGER-ADJ OCCURS 500 TIMES.
             10 WS-ADJ-DATE       PIC 9(6).
             10 WS-ADJ-SEQ-NO     PIC 9(3).
             10 WS-ADJ-CODE       PIC X(2).
             10 WS-ADJ-AMOUNT     PIC S9(9).
             10 WS-ADJ-REASON     PIC X(4).
             10 WS-ADJ-PREPARER   PIC X(8).
             10 WS-ADJ-APPROVER   PIC X(8).
       01 WS-LEDGER-CPOST-COUNT   PIC 9(4)   VALUE ZEROS.
       01 WS-LEDGER-CPOST-MAX     PIC 9(4)   VALUE 2000.
       01 WS-LEDGER-CPOST-TABLE.
          05 WS-LEDGER-CPOST OCCURS 2000 TIMES.
             10 WS-CPO-DATE       PIC 9(6).
             10 WS-CPO-PROGRAM    PIC X(5).
             10 WS-CPO-CODE       PIC X(2).
             10 WS-CPO-CURRENCY   PIC X(3).
             10 WS-CPO-AMOUNT     PIC S9(11).
             10 WS-CPO-VALUE      PIC S9(11).
       01 WS-LEDGER-SUB           PIC 9(4)   VALUE ZEROS.
       01 WS-LEDGER-MATCH-SUB     PIC 9(3)   VALUE ZEROS.
       01 WS-LEDGER-FOUND-SW      PIC X(1)   VALUE "N".
       01 WS-LEDGER-POST-SUB      PIC 9(2)   VALUE ZEROS.
       01 WS-LEDGER-POSTED-SW     PIC X(1)   VALUE "N".
          88 WS-LEDGER-ALREADY-POSTED        VALUE "Y".
       01 WS-LEDGER-IN-REC        PIC X(60)  VALUE SPACES.
       01 WS-LEDGER-REC-P REDEFINES WS-LEDGER-IN-REC.
          05 LDR-P-TYPE           PIC X(1).
          05 FILLER               PIC X(1).
          05 LDR-P-START          PIC 9(6).
          05 FILLER               PIC X(52).
       01 WS-LEDGER-REC-M REDEFINES WS-LEDGER-IN-REC.
          05 LDR-M-TYPE           PIC X(1).
          05 FILLER               PIC X(1).
          05 LDR-M-OPENING        PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER               PIC X(1).
          05 LDR-M-ACTIVITY       PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER               PIC X(1).
          05 LDR-M-VALUE          PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER               PIC X(17).
       01 WS-LEDGER-REC-J REDEFINES WS-LEDGER-IN-REC.
          05 LDR-J-TYPE           PIC X(1).
          05 FILLER               PIC X(1).
          05 LDR-J-NET            PIC S9(9) SIGN LEADING SEPARATE.
          05 FILLER               PIC X(1).
          05 LDR-J-STATUS         PIC X(5).
          05 FILLER               PIC X(29).
       01 WS-LEDGER-REC-G REDEFINES WS-LEDGER-IN-REC.
          05 LDR-G-TYPE           PIC X(1).
          05 FILLER               PIC X(1).
          05 LDR-G-DATE           PIC 9(6).
          05 FILLER               PIC X(1).
          05 LDR-G-PROGRAM        PIC X(5).
          05 FILLER               PIC X(1).
          05 LDR-G-CODE           PIC X(2).
          05 FILLER               PIC X(1).
          05 LDR-G-NET            PIC S9(9) SIGN LEADING SEPARATE.
          05 FILLER               PIC X(1).
          05 LDR-G-VALUE          PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER               PIC X(19).
       01 WS-LEDGER-REC-A REDEFINES WS-LEDGER-IN-REC.
          05 LDR-A-TYPE           PIC X(1).
          05 FILLER               PIC X(1).
          05 LDR-A-DATE           PIC 9(6).
          05 FILLER               PIC X(1).
          05 LDR-A-SEQ-NO         PIC 9(3).
          05 FILLER               PIC X(1).
          05 LDR-A-CODE           PIC X(2).
          05 FILLER               PIC X(1).
          05 LDR-A-AMOUNT         PIC S9(9) SIGN LEADING SEPARATE.
          05 FILLER               PIC X(1).
          05 LDR-A-REASON         PIC X(4).
          05 FILLER               PIC X(1).
          05 LDR-A-PREPARER       PIC X(8).
          05 FILLER               PIC X(1).
          05 LDR-A-APPROVER       PIC X(8).
          05 FILLER               PIC X(11).
       01 WS-LEDGER-REC-C REDEFINES WS-LEDGER-IN-REC.
          05 LDR-C-TYPE           PIC X(1).
          05 FILLER               PIC X(1).
          05 LDR-C-DATE           PIC 9(6).
          05 FILLER               PIC X(1).
          05 LDR-C-PROGRAM        PIC X(5).
          05 FILLER               PIC X(1).
          05 LDR-C-CODE           PIC X(2).
          05 FILLER               PIC X(1).
          05 LDR-C-CURRENCY       PIC X(3).
          05 FILLER               PIC X(1).
          05 LDR-C-AMOUNT         PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER               PIC X(1).
          05 LDR-C-VALUE          PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER               PIC X(13).
