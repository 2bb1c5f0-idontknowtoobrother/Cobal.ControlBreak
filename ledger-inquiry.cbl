       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(60).

       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".
       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "ledger.cpy".
       COPY "operator.cpy".
       01 WS-INQ-PARM             PIC X(30)  VALUE SPACES.
       01 WS-INQ-TOKEN-1          PIC X(10)  VALUE SPACES.
       01 WS-INQ-TOKEN-2          PIC X(10)  VALUE SPACES.
       01 WS-GROUP-SUB            PIC 9(3)   VALUE ZEROS.
       01 WS-CURRENT-BALANCE      PIC S9(11) VALUE ZEROS.
       01 WS-JRNL-LISTED          PIC 9(4)   VALUE ZEROS.
       01 WS-ADJ-LISTED           PIC 9(4)   VALUE ZEROS.
       01 WS-ADJ-LISTED-NET       PIC S9(11) VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 RPT-INQ-CODE         PIC X(2).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-INQ-DESC         PIC X(12).
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-PERIOD-LINE.
          05 FILLER               PIC X(14)  VALUE "PERIOD START: ".
          05 RPT-PERIOD-START     PIC 9(6).
       01 RPT-JRNL-COUNT-LINE.
          05 FILLER               PIC X(16)  VALUE "JOURNALS LISTED:".
          05 RPT-JRNL-COUNT       PIC ZZZZ9.
       01 RPT-ADJ-HEADER.
          05 FILLER               PIC X(8)   VALUE "DATE    ".
          05 FILLER               PIC X(5)   VALUE "SEQ  ".
          05 FILLER               PIC X(12)  VALUE "    ADJUSTED".
          05 FILLER               PIC X(7)   VALUE "  RSN  ".
          05 FILLER               PIC X(17)  VALUE "PREPARER APPROVER".
       01 RPT-ADJ-LINE.
          05 RPT-ADJ-DATE         PIC 9(6).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ADJ-SEQ          PIC 9(3).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ADJ-AMOUNT       PIC -(11)9.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ADJ-REASON       PIC X(4).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ADJ-PREPARER     PIC X(8).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ADJ-APPROVER     PIC X(8).
       01 RPT-ADJ-COUNT-LINE.
          05 FILLER               PIC X(19)  VALUE
             "ADJUSTMENTS LISTED:".
          05 RPT-ADJ-COUNT        PIC ZZZZ9.
          05 FILLER               PIC X(7)   VALUE "  NET: ".
          05 RPT-ADJ-NET          PIC -(11)9.
       01 RPT-NO-JRNL-LINE.
          05 FILLER               PIC X(40)  VALUE
             "*** NO JOURNAL POSTINGS IN THE RANGE ***".
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-INQ-PARM FROM COMMAND-LINE
           UNSTRING WS-INQ-PARM DELIMITED BY ALL SPACES
              INTO WS-INQ-TOKEN-1 WS-INQ-TOKEN-2 WS-INQ-TOKEN-3
           MOVE WS-INQ-CODE TO WS-LOOKUP-CODE
           PERFORM 8000-LOOKUP-CODE-DESC
           MOVE WS-LOOKUP-DESC TO RPT-INQ-DESC
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-INQ-HEADER
           WRITE RPT-FILE-LINE FROM RPT-INQ-HEADER
           MOVE WS-LEDGER-PERIOD-START TO RPT-PERIOD-START
           .
      *> the J records carry the whole run's net per program, not a
      *> per-group split, so the drill-down lists the day journals
      *> that make up the period the group's activity accrued over,
      *> followed by the group's manual adjustments.
       3000-PRINT-GROUP-POSITION.
           MOVE WS-LDG-OPENING (WS-LEDGER-MATCH-SUB)
              TO RPT-BAL-OPENING
           MOVE WS-JRNL-LISTED TO RPT-JRNL-COUNT
           DISPLAY RPT-JRNL-COUNT-LINE
           WRITE RPT-FILE-LINE FROM RPT-JRNL-COUNT-LINE
           DISPLAY RPT-ADJ-HEADER
           WRITE RPT-FILE-LINE FROM RPT-ADJ-HEADER
           PERFORM 3200-PRINT-ONE-ADJUSTMENT
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-ADJ-COUNT
           MOVE WS-ADJ-LISTED TO RPT-ADJ-COUNT
           MOVE WS-ADJ-LISTED-NET TO RPT-ADJ-NET
           DISPLAY RPT-ADJ-COUNT-LINE
           WRITE RPT-FILE-LINE FROM RPT-ADJ-COUNT-LINE
           .
       3100-PRINT-ONE-JOURNAL.
           IF WS-JRN-DATE (WS-LEDGER-SUB) >= WS-FROM-DATE
              ADD 1 TO WS-JRNL-LISTED
           END-IF
           .
      *> manual adjusting entries (CBADJ) are the group's own, so
      *> they are listed apart from the extract day journals.
       3200-PRINT-ONE-ADJUSTMENT.
           IF WS-ADJ-CODE (WS-LEDGER-SUB) = WS-INQ-CODE
              AND WS-ADJ-DATE (WS-LEDGER-SUB) >= WS-FROM-DATE
              AND WS-ADJ-DATE (WS-LEDGER-SUB) <= WS-TO-DATE
              MOVE WS-ADJ-DATE (WS-LEDGER-SUB) TO RPT-ADJ-DATE
              MOVE WS-ADJ-SEQ-NO (WS-LEDGER-SUB) TO RPT-ADJ-SEQ
              MOVE WS-ADJ-AMOUNT (WS-LEDGER-SUB) TO RPT-ADJ-AMOUNT
              MOVE WS-ADJ-REASON (WS-LEDGER-SUB) TO RPT-ADJ-REASON
              MOVE WS-ADJ-PREPARER (WS-LEDGER-SUB)
                 TO RPT-ADJ-PREPARER
              MOVE WS-ADJ-APPROVER (WS-LEDGER-SUB)
                 TO RPT-ADJ-APPROVER
              DISPLAY RPT-ADJ-LINE
              WRITE RPT-FILE-LINE FROM RPT-ADJ-LINE
              ADD 1 TO WS-ADJ-LISTED
              ADD WS-ADJ-AMOUNT (WS-LEDGER-SUB) TO WS-ADJ-LISTED-NET
           END-IF
           .
       COPY "ledger-io.cpy".
       COPY "codetab-lookup.cpy".
       COPY "operator-check.cpy".
