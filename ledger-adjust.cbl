       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBADJ.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "cbledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "cbadjust.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJUST-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO "codemast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbadjreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "cboperator.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cbauditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(60).

       FD  ADJUST-FILE.
       COPY "adjust-rec.cpy".

       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(132).

       FD  OPERATOR-FILE.
       COPY "operator-rec.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "ledger.cpy".
       COPY "operator.cpy".
       COPY "operauth.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-ADJUST-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-REFUSE-REASON        PIC X(26)  VALUE SPACES.
       01 WS-TXN-READ-COUNT       PIC 9(5)   VALUE ZEROS.
       01 WS-TXN-POSTED-COUNT     PIC 9(5)   VALUE ZEROS.
       01 WS-TXN-REFUSED-COUNT    PIC 9(5)   VALUE ZEROS.
       01 WS-TXN-NET-POSTED       PIC S9(11) VALUE ZEROS.
       01 WS-TXN-SEQ-NO           PIC 9(3)   VALUE ZEROS.
       01 WS-TXN-DUP-SW           PIC X(1)   VALUE "N".
          88 WS-TXN-ALREADY-POSTED           VALUE "Y".
       01 WS-ADJ-SCAN-SUB         PIC 9(4)   VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                  PIC 9(6).
       01 WS-RUN-TIME.
          05 WS-RUN-HH            PIC 9(2).
          05 WS-RUN-MN            PIC 9(2).
          05 WS-RUN-SS            PIC 9(2).
          05 FILLER               PIC 9(2).
       01 WS-MAX-LINES-PER-PAGE   PIC 9(3)   VALUE 20.
       01 WS-LINE-COUNT           PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-COUNT           PIC 9(4)   VALUE ZEROS.
       01 RPT-PAGE-HEADER.
          05 FILLER               PIC X(23)  VALUE
             "CBADJ LEDGER ADJUST    ".
          05 FILLER               PIC X(9)   VALUE "RUN DATE:".
          05 RPT-RUN-MM           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-DD           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-YY           PIC 99.
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-PERIOD-LINE.
          05 FILLER               PIC X(14)  VALUE "PERIOD START: ".
          05 RPT-PERIOD-START     PIC 9(6).
       01 RPT-ADJ-HEADER.
          05 FILLER               PIC X(8)   VALUE "DATE    ".
          05 FILLER               PIC X(16)  VALUE "A  DESCRIPTION  ".
          05 FILLER               PIC X(11)  VALUE "     AMOUNT".
          05 FILLER               PIC X(7)   VALUE "  RSN  ".
          05 FILLER               PIC X(18)  VALUE "PREPARER APPROVER ".
          05 FILLER               PIC X(5)   VALUE "SEQ  ".
          05 FILLER               PIC X(6)   VALUE "RESULT".
       01 RPT-ADJ-LINE.
          05 RPT-ADJ-DATE         PIC X(6).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ADJ-CODE         PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ADJ-DESC         PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ADJ-AMOUNT       PIC -(9)9.
          05 RPT-ADJ-AMOUNT-X REDEFINES RPT-ADJ-AMOUNT
                                  PIC X(10).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ADJ-REASON       PIC X(4).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ADJ-PREPARER     PIC X(8).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ADJ-APPROVER     PIC X(8).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ADJ-SEQ          PIC X(3).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ADJ-RESULT       PIC X(36).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ADJ-TEXT         PIC X(30).
       01 RPT-COUNT-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-CNT-LABEL        PIC X(24).
          05 RPT-CNT-VALUE        PIC -(11)9.
       01 RPT-MESSAGE-LINE.
          05 RPT-MESSAGE-TEXT     PIC X(60).

       PROCEDURE DIVISION.
      *> no parm: every line of cbadjust.txt is edited and, if it
      *> passes, posted to the open period as an "A" entry beside the
      *> extract journals.  an adjustment is refused when it is not
      *> approved, when its preparer approved it, when it is dated
      *> in a period already closed (before the ledger's period
      *> start) or after today, or when it is already on the ledger,
      *> so the same file can be rerun safely.
       BEGIN.
      *> posting goes straight to the period ledger CBCLOSE sends
      *> to the GL, so it needs close authority.
           PERFORM 0420-GET-OPERATOR
           MOVE "CBADJ" TO WS-OPER-PROGRAM
           SET WS-FN-CLOSE-PERIOD TO TRUE
           PERFORM 0430-CHECK-AUTHORITY
           IF NOT WS-OPER-GRANTED
              DISPLAY "CBADJ: OPERATOR NOT AUTHORIZED - NOTHING RUN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 9810-LOAD-LEDGER
           IF WS-LEDGER-PERIOD-START = ZEROS
              DISPLAY "CBADJ: NO LEDGER AVAILABLE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ADJUST-FILE
           IF WS-ADJUST-FILE-STATUS NOT = "00"
              DISPLAY "CBADJ: NO ADJUSTMENT FILE (CBADJUST.TXT)"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RPT-FILE
           PERFORM PRINT-PAGE-HEADERS
           PERFORM 1000-READ-ADJUSTMENT
              UNTIL WS-ADJUST-FILE-STATUS NOT = "00"
           CLOSE ADJUST-FILE
           IF WS-TXN-POSTED-COUNT > ZEROS
              PERFORM 9850-REWRITE-LEDGER
           END-IF
           PERFORM 5000-PRINT-RUN-TOTALS
           EVALUATE TRUE
              WHEN WS-TXN-READ-COUNT = ZEROS
                 MOVE "*** NO ADJUSTMENTS ON FILE ***"
                    TO RPT-MESSAGE-TEXT
                 MOVE 4 TO RETURN-CODE
              WHEN WS-TXN-REFUSED-COUNT > ZEROS
                 MOVE "*** ADJUSTMENTS REFUSED - SEE RESULT COLUMN ***"
                    TO RPT-MESSAGE-TEXT
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE "ALL ADJUSTMENTS POSTED" TO RPT-MESSAGE-TEXT
           END-EVALUATE
           DISPLAY RPT-MESSAGE-LINE
           WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
           CLOSE RPT-FILE
           GOBACK
           .
       PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           MOVE WS-LEDGER-PERIOD-START TO RPT-PERIOD-START
           DISPLAY RPT-PERIOD-LINE
           WRITE RPT-FILE-LINE FROM RPT-PERIOD-LINE
           DISPLAY RPT-ADJ-HEADER
           WRITE RPT-FILE-LINE FROM RPT-ADJ-HEADER
           MOVE 3 TO WS-LINE-COUNT
           .
       1000-READ-ADJUSTMENT.
           READ ADJUST-FILE
              AT END
                 MOVE "10" TO WS-ADJUST-FILE-STATUS
              NOT AT END
                 ADD 1 TO WS-TXN-READ-COUNT
                 MOVE SPACES TO RPT-ADJ-SEQ
                 PERFORM 2000-EDIT-ADJUSTMENT
                 IF WS-REFUSE-REASON = SPACES
                    PERFORM 3000-POST-ADJUSTMENT
                    MOVE "POSTED" TO RPT-ADJ-RESULT
                 ELSE
                    ADD 1 TO WS-TXN-REFUSED-COUNT
                    STRING "REFUSED - " DELIMITED BY SIZE
                       WS-REFUSE-REASON DELIMITED BY SIZE
                       INTO RPT-ADJ-RESULT
                    END-STRING
                 END-IF
                 PERFORM 4000-PRINT-ADJUSTMENT
           END-READ
           .
       2000-EDIT-ADJUSTMENT.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE "UNKNOWN CODE" TO WS-LOOKUP-DESC
           IF ADJ-DATE NUMERIC
              MOVE ADJ-DATE TO WS-LOOKUP-DATE
              MOVE ADJ-CODE TO WS-LOOKUP-CODE
              PERFORM 8000-LOOKUP-CODE-DESC
              PERFORM 2100-CHECK-ALREADY-POSTED
           END-IF
           MOVE "N" TO WS-LEDGER-FOUND-SW
           PERFORM 3010-MATCH-LEDGER-GROUP
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
           EVALUATE TRUE
              WHEN ADJ-DATE NOT NUMERIC
                 MOVE "INVALID DATE" TO WS-REFUSE-REASON
              WHEN ADJ-AMOUNT NOT NUMERIC
                 MOVE "INVALID AMOUNT" TO WS-REFUSE-REASON
              WHEN ADJ-AMOUNT = ZEROS
                 MOVE "ZERO AMOUNT" TO WS-REFUSE-REASON
              WHEN ADJ-REASON = SPACES
                 MOVE "NO REASON CODE" TO WS-REFUSE-REASON
              WHEN ADJ-PREPARER = SPACES
                 MOVE "NO PREPARER" TO WS-REFUSE-REASON
              WHEN ADJ-APPROVER = SPACES
                 MOVE "NOT APPROVED" TO WS-REFUSE-REASON
              WHEN ADJ-APPROVER = ADJ-PREPARER
                 MOVE "APPROVED BY ITS PREPARER" TO WS-REFUSE-REASON
              WHEN ADJ-DATE < WS-LEDGER-PERIOD-START
                 MOVE "PERIOD ALREADY CLOSED" TO WS-REFUSE-REASON
              WHEN ADJ-DATE > WS-RUN-DATE-N
                 MOVE "FUTURE DATED" TO WS-REFUSE-REASON
              WHEN WS-LOOKUP-DESC = "UNKNOWN CODE"
                 MOVE "UNKNOWN COL-A CODE" TO WS-REFUSE-REASON
              WHEN WS-TXN-ALREADY-POSTED
                 MOVE "ALREADY ON LEDGER" TO WS-REFUSE-REASON
              WHEN WS-LEDGER-ADJ-COUNT NOT < WS-LEDGER-ADJ-MAX
                 MOVE "ADJUSTMENT TABLE FULL" TO WS-REFUSE-REASON
              WHEN NOT WS-LEDGER-GROUP-FOUND
                 AND WS-LEDGER-GROUP-COUNT NOT < WS-LEDGER-GROUP-MAX
                 MOVE "LEDGER GROUP TABLE FULL" TO WS-REFUSE-REASON
           END-EVALUATE
           .
      *> the same date, group, amount, reason and sign-offs already
      *> on the ledger means the line was posted by an earlier run.
       2100-CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-TXN-DUP-SW
           MOVE ZEROS TO WS-TXN-SEQ-NO
           PERFORM 2110-SCAN-LEDGER-ADJUSTMENT
              VARYING WS-ADJ-SCAN-SUB FROM 1 BY 1
              UNTIL WS-ADJ-SCAN-SUB > WS-LEDGER-ADJ-COUNT
           .
       2110-SCAN-LEDGER-ADJUSTMENT.
           IF WS-ADJ-DATE (WS-ADJ-SCAN-SUB) = ADJ-DATE
              IF WS-ADJ-SEQ-NO (WS-ADJ-SCAN-SUB) > WS-TXN-SEQ-NO
                 MOVE WS-ADJ-SEQ-NO (WS-ADJ-SCAN-SUB) TO WS-TXN-SEQ-NO
              END-IF
              IF WS-ADJ-CODE (WS-ADJ-SCAN-SUB) = ADJ-CODE
                 AND WS-ADJ-AMOUNT (WS-ADJ-SCAN-SUB) = ADJ-AMOUNT
                 AND WS-ADJ-REASON (WS-ADJ-SCAN-SUB) = ADJ-REASON
                 AND WS-ADJ-PREPARER (WS-ADJ-SCAN-SUB) = ADJ-PREPARER
                 AND WS-ADJ-APPROVER (WS-ADJ-SCAN-SUB) = ADJ-APPROVER
                 SET WS-TXN-ALREADY-POSTED TO TRUE
              END-IF
           END-IF
           .
      *> the amount goes to the group's period activity - a group
      *> not yet on the ledger is opened at zero - and the entry is
      *> kept as an "A" record numbered within its date.
       3000-POST-ADJUSTMENT.
           IF NOT WS-LEDGER-GROUP-FOUND
              ADD 1 TO WS-LEDGER-GROUP-COUNT
              MOVE WS-LEDGER-GROUP-COUNT TO WS-LEDGER-MATCH-SUB
              MOVE ADJ-CODE TO WS-LDG-CODE (WS-LEDGER-MATCH-SUB)
              MOVE ZEROS TO WS-LDG-OPENING (WS-LEDGER-MATCH-SUB)
              MOVE ZEROS TO WS-LDG-ACTIVITY (WS-LEDGER-MATCH-SUB)
              MOVE ZEROS TO WS-LDG-VALUE (WS-LEDGER-MATCH-SUB)
           END-IF
           ADD ADJ-AMOUNT TO WS-LDG-ACTIVITY (WS-LEDGER-MATCH-SUB)
           ADD 1 TO WS-TXN-SEQ-NO
           ADD 1 TO WS-LEDGER-ADJ-COUNT
           MOVE ADJ-DATE TO WS-ADJ-DATE (WS-LEDGER-ADJ-COUNT)
           MOVE WS-TXN-SEQ-NO TO WS-ADJ-SEQ-NO (WS-LEDGER-ADJ-COUNT)
           MOVE ADJ-CODE TO WS-ADJ-CODE (WS-LEDGER-ADJ-COUNT)
           MOVE ADJ-AMOUNT TO WS-ADJ-AMOUNT (WS-LEDGER-ADJ-COUNT)
           MOVE ADJ-REASON TO WS-ADJ-REASON (WS-LEDGER-ADJ-COUNT)
           MOVE ADJ-PREPARER TO WS-ADJ-PREPARER (WS-LEDGER-ADJ-COUNT)
           MOVE ADJ-APPROVER TO WS-ADJ-APPROVER (WS-LEDGER-ADJ-COUNT)
           MOVE WS-TXN-SEQ-NO TO RPT-ADJ-SEQ
           ADD 1 TO WS-TXN-POSTED-COUNT
           ADD ADJ-AMOUNT TO WS-TXN-NET-POSTED
           .
       3010-MATCH-LEDGER-GROUP.
           IF WS-LDG-CODE (WS-LEDGER-SUB) = ADJ-CODE
              MOVE WS-LEDGER-SUB TO WS-LEDGER-MATCH-SUB
              SET WS-LEDGER-GROUP-FOUND TO TRUE
           END-IF
           .
       4000-PRINT-ADJUSTMENT.
           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           MOVE ADJ-DATE TO RPT-ADJ-DATE
           MOVE ADJ-CODE TO RPT-ADJ-CODE
           MOVE WS-LOOKUP-DESC TO RPT-ADJ-DESC
           IF ADJ-AMOUNT NUMERIC
              MOVE ADJ-AMOUNT TO RPT-ADJ-AMOUNT
           ELSE
              MOVE SPACES TO RPT-ADJ-AMOUNT-X
           END-IF
           MOVE ADJ-REASON TO RPT-ADJ-REASON
           MOVE ADJ-PREPARER TO RPT-ADJ-PREPARER
           MOVE ADJ-APPROVER TO RPT-ADJ-APPROVER
           MOVE ADJ-TEXT TO RPT-ADJ-TEXT
           DISPLAY RPT-ADJ-LINE
           WRITE RPT-FILE-LINE FROM RPT-ADJ-LINE
           ADD 1 TO WS-LINE-COUNT
           .
       5000-PRINT-RUN-TOTALS.
           MOVE "ADJUSTMENTS READ" TO RPT-CNT-LABEL
           MOVE WS-TXN-READ-COUNT TO RPT-CNT-VALUE
           PERFORM 5090-PRINT-COUNT-LINE
           MOVE "ADJUSTMENTS POSTED" TO RPT-CNT-LABEL
           MOVE WS-TXN-POSTED-COUNT TO RPT-CNT-VALUE
           PERFORM 5090-PRINT-COUNT-LINE
           MOVE "ADJUSTMENTS REFUSED" TO RPT-CNT-LABEL
           MOVE WS-TXN-REFUSED-COUNT TO RPT-CNT-VALUE
           PERFORM 5090-PRINT-COUNT-LINE
           MOVE "NET AMOUNT POSTED" TO RPT-CNT-LABEL
           MOVE WS-TXN-NET-POSTED TO RPT-CNT-VALUE
           PERFORM 5090-PRINT-COUNT-LINE
           .
       5090-PRINT-COUNT-LINE.
           DISPLAY RPT-COUNT-LINE
           WRITE RPT-FILE-LINE FROM RPT-COUNT-LINE
           .
       COPY "ledger-io.cpy".
       COPY "codetab-lookup.cpy".
       COPY "operator-check.cpy".
       COPY "operauth-check.cpy".
