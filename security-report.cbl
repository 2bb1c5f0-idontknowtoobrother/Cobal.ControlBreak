       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSECRPT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cbauditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "cboperator.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbsecreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       FD  OPERATOR-FILE.
       COPY "operator-rec.cpy".

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "operator.cpy".
       COPY "operauth.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-AUDIT-EOF-SW         PIC X(1)   VALUE "N".
          88 WS-END-OF-AUDIT-LOG             VALUE "Y".
       01 WS-SEC-PARM             PIC X(30)  VALUE SPACES.
       01 WS-SEC-TOKEN-1          PIC X(14)  VALUE SPACES.
       01 WS-SEC-TOKEN-2          PIC X(14)  VALUE SPACES.
       01 WS-FROM-DATE            PIC 9(6)   VALUE ZEROS.
       01 WS-TO-DATE              PIC 9(6)   VALUE 999999.
      *> the log is read twice: refused attempts first, then the
      *> privileged functions that were granted.
       01 WS-SEC-PASS-SW          PIC X(1)   VALUE "R".
          88 WS-REFUSED-PASS                 VALUE "R".
          88 WS-GRANTED-PASS                 VALUE "G".
       01 WS-PASS-COUNT           PIC 9(5)   VALUE ZEROS.
       01 WS-REFUSED-COUNT        PIC 9(5)   VALUE ZEROS.
       01 WS-GRANTED-COUNT        PIC 9(5)   VALUE ZEROS.
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
      *> one entry per operator and function seen in the range, for
      *> the closing summary.
       01 WS-SUM-COUNT            PIC 9(3)   VALUE ZEROS.
       01 WS-SUM-MAX              PIC 9(3)   VALUE 100.
       01 WS-SUM-TABLE.
          05 WS-SUM-ENTRY OCCURS 100 TIMES.
             10 WS-SUM-OPERATOR   PIC X(8).
             10 WS-SUM-FUNCTION   PIC X(20).
             10 WS-SUM-GRANTED    PIC 9(5).
             10 WS-SUM-REFUSED    PIC 9(5).
       01 WS-SUM-SUB              PIC 9(3)   VALUE ZEROS.
       01 WS-SUM-MATCH-SUB        PIC 9(3)   VALUE ZEROS.
       01 WS-SUM-FULL-SW          PIC X(1)   VALUE "N".
          88 WS-SUM-TABLE-FULL               VALUE "Y".
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-TIME.
          05 WS-RUN-HH            PIC 9(2).
          05 WS-RUN-MN            PIC 9(2).
          05 WS-RUN-SS            PIC 9(2).
          05 FILLER               PIC 9(2).
       01 RPT-PAGE-HEADER.
          05 FILLER               PIC X(25)  VALUE
             "CBSECRPT SECURITY REVIEW ".
          05 FILLER               PIC X(9)   VALUE "RUN DATE:".
          05 RPT-RUN-MM           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-DD           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-YY           PIC 99.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-RUN-HH           PIC 99.
          05 FILLER               PIC X      VALUE ":".
          05 RPT-RUN-MN           PIC 99.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-RANGE-LINE.
          05 FILLER               PIC X(6)   VALUE "FROM: ".
          05 RPT-RANGE-FROM       PIC 9(6).
          05 FILLER               PIC X(6)   VALUE "  TO: ".
          05 RPT-RANGE-TO         PIC 9(6).
       01 RPT-SECTION-LINE.
          05 RPT-SECTION-TEXT     PIC X(44).
       01 RPT-EVENT-HEADER.
          05 FILLER               PIC X(8)   VALUE "DATE    ".
          05 FILLER               PIC X(8)   VALUE "TIME    ".
          05 FILLER               PIC X(7)   VALUE "PROG   ".
          05 FILLER               PIC X(10)  VALUE "OPERATOR  ".
          05 FILLER               PIC X(22)  VALUE "FUNCTION".
          05 FILLER               PIC X(6)   VALUE "REASON".
       01 RPT-EVENT-LINE.
          05 RPT-EVT-DATE         PIC 9(6).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-EVT-TIME         PIC 9(6).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-EVT-PROGRAM      PIC X(5).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-EVT-OPERATOR     PIC X(8).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-EVT-FUNCTION     PIC X(20).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-EVT-REASON       PIC X(24).
       01 RPT-NONE-LINE.
          05 FILLER               PIC X(24)  VALUE
             "*** NONE IN THIS RANGE".
       01 RPT-SUMMARY-HEADER.
          05 FILLER               PIC X(10)  VALUE "OPERATOR  ".
          05 FILLER               PIC X(22)  VALUE "FUNCTION".
          05 FILLER               PIC X(9)   VALUE "  GRANTED".
          05 FILLER               PIC X(9)   VALUE "  REFUSED".
       01 RPT-SUMMARY-LINE.
          05 RPT-SUM-OPERATOR     PIC X(8).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-SUM-FUNCTION     PIC X(20).
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 RPT-SUM-GRANTED      PIC ZZZZ9.
          05 FILLER               PIC X(4)   VALUE SPACES.
          05 RPT-SUM-REFUSED      PIC ZZZZ9.
       01 RPT-SUM-FULL-LINE.
          05 FILLER               PIC X(44)  VALUE
             "*** SUMMARY TABLE FULL - SUMMARY INCOMPLETE".
       01 RPT-COUNT-LINE.
          05 FILLER               PIC X(17)  VALUE "REFUSED ATTEMPTS ".
          05 RPT-COUNT-REFUSED    PIC ZZZZ9.
          05 FILLER               PIC X(19)  VALUE
             "  PRIVILEGED RUNS  ".
          05 RPT-COUNT-GRANTED    PIC ZZZZ9.
       01 RPT-NO-LOG-LINE.
          05 FILLER               PIC X(31)  VALUE
             "*** NO AUDIT LOG AVAILABLE ***".

       PROCEDURE DIVISION.
      *> parm: [FROMDATE [TODATE]] (yymmdd) [OPER=id]
      *> lists, from the security records on the audit log (see
      *> operauth-check.cpy), every refused attempt at a controlled
      *> function and every privileged function that was granted -
      *> closing the period, maintaining codes, approving write-offs,
      *> purging and retransmitting the GL feed - with the operator
      *> who ran it, then a count by operator and function.  running
      *> it needs report authority.  condition code 4 when any
      *> attempt in the range was refused.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-SEC-PARM FROM COMMAND-LINE
           UNSTRING WS-SEC-PARM DELIMITED BY ALL SPACES
              INTO WS-SEC-TOKEN-1 WS-SEC-TOKEN-2
           END-UNSTRING
           IF WS-SEC-TOKEN-1 (1:6) NUMERIC
              MOVE WS-SEC-TOKEN-1 (1:6) TO WS-FROM-DATE
           END-IF
           IF WS-SEC-TOKEN-2 (1:6) NUMERIC
              MOVE WS-SEC-TOKEN-2 (1:6) TO WS-TO-DATE
           END-IF
           PERFORM 0420-GET-OPERATOR
           MOVE "CBSEC" TO WS-OPER-PROGRAM
           SET WS-FN-RUN-REPORTS TO TRUE
           PERFORM 0430-CHECK-AUTHORITY
           IF NOT WS-OPER-GRANTED
              DISPLAY "CBSECRPT: OPERATOR NOT AUTHORIZED - NOTHING RUN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-RUN-HH TO RPT-RUN-HH
           MOVE WS-RUN-MN TO RPT-RUN-MN
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           MOVE WS-FROM-DATE TO RPT-RANGE-FROM
           MOVE WS-TO-DATE TO RPT-RANGE-TO
           DISPLAY RPT-RANGE-LINE
           WRITE RPT-FILE-LINE FROM RPT-RANGE-LINE
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
              DISPLAY RPT-NO-LOG-LINE
              WRITE RPT-FILE-LINE FROM RPT-NO-LOG-LINE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE AUDIT-LOG-FILE
           MOVE "--- REFUSED ATTEMPTS ---" TO RPT-SECTION-TEXT
           SET WS-REFUSED-PASS TO TRUE
           PERFORM 1000-LIST-PASS
           MOVE "--- PRIVILEGED FUNCTIONS RUN ---"
              TO RPT-SECTION-TEXT
           SET WS-GRANTED-PASS TO TRUE
           PERFORM 1000-LIST-PASS
           PERFORM 3000-PRINT-SUMMARY
           MOVE WS-REFUSED-COUNT TO RPT-COUNT-REFUSED
           MOVE WS-GRANTED-COUNT TO RPT-COUNT-GRANTED
           DISPLAY RPT-COUNT-LINE
           WRITE RPT-FILE-LINE FROM RPT-COUNT-LINE
           CLOSE RPT-FILE
           IF WS-REFUSED-COUNT > ZEROS
              MOVE 4 TO WS-COND-CODE
           END-IF
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK
           .
       1000-LIST-PASS.
           DISPLAY RPT-SECTION-LINE
           WRITE RPT-FILE-LINE FROM RPT-SECTION-LINE
           DISPLAY RPT-EVENT-HEADER
           WRITE RPT-FILE-LINE FROM RPT-EVENT-HEADER
           MOVE ZEROS TO WS-PASS-COUNT
           MOVE "N" TO WS-AUDIT-EOF-SW
           OPEN INPUT AUDIT-LOG-FILE
           PERFORM 2010-READ-AUDIT-RECORD
           PERFORM 2020-EXAMINE-AUDIT-RECORD
              UNTIL WS-END-OF-AUDIT-LOG
           CLOSE AUDIT-LOG-FILE
           IF WS-PASS-COUNT = ZEROS
              DISPLAY RPT-NONE-LINE
              WRITE RPT-FILE-LINE FROM RPT-NONE-LINE
           END-IF
           .
       2010-READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
              AT END
                 SET WS-END-OF-AUDIT-LOG TO TRUE
           END-READ
           .
      *> report authority is granted to every report run, so its
      *> grants are counted in the summary but not listed one by
      *> one; a refusal of it is listed like any other.
       2020-EXAMINE-AUDIT-RECORD.
           IF AUD-REC-TYPE = "S"
              AND AUD-RUN-DATE >= WS-FROM-DATE
              AND AUD-RUN-DATE <= WS-TO-DATE
              EVALUATE TRUE
                 WHEN WS-REFUSED-PASS
                    AND AUD-RUN-MODE = "REFUSED"
                    PERFORM 2100-PRINT-EVENT-LINE
                    ADD 1 TO WS-REFUSED-COUNT
                    PERFORM 2200-COUNT-EVENT
                 WHEN WS-GRANTED-PASS
                    AND AUD-RUN-MODE = "GRANTED"
                    IF AUD-INPUT-FILE NOT = WS-OPER-FUNCTION-NAME (1)
                       PERFORM 2100-PRINT-EVENT-LINE
                       ADD 1 TO WS-GRANTED-COUNT
                    END-IF
                    PERFORM 2200-COUNT-EVENT
              END-EVALUATE
           END-IF
           PERFORM 2010-READ-AUDIT-RECORD
           .
       2100-PRINT-EVENT-LINE.
           MOVE AUD-RUN-DATE TO RPT-EVT-DATE
           MOVE AUD-RUN-TIME TO RPT-EVT-TIME
           MOVE AUD-PROGRAM TO RPT-EVT-PROGRAM
           MOVE AUD-OPERATOR TO RPT-EVT-OPERATOR
           MOVE AUD-INPUT-FILE TO RPT-EVT-FUNCTION
           EVALUATE AUD-TRAILER-STATUS
              WHEN "NOOPR"
                 MOVE "NO OPERATOR GIVEN" TO RPT-EVT-REASON
              WHEN "UNKNW"
                 MOVE "NOT ON OPERATOR FILE" TO RPT-EVT-REASON
              WHEN "NOFNC"
                 MOVE "FUNCTION NOT GRANTED" TO RPT-EVT-REASON
              WHEN OTHER
                 MOVE SPACES TO RPT-EVT-REASON
           END-EVALUATE
           DISPLAY RPT-EVENT-LINE
           WRITE RPT-FILE-LINE FROM RPT-EVENT-LINE
           ADD 1 TO WS-PASS-COUNT
           .
       2200-COUNT-EVENT.
           MOVE ZEROS TO WS-SUM-MATCH-SUB
           PERFORM 2210-MATCH-SUMMARY-SLOT
              VARYING WS-SUM-SUB FROM 1 BY 1
              UNTIL WS-SUM-SUB > WS-SUM-COUNT
              OR WS-SUM-MATCH-SUB > ZEROS
           IF WS-SUM-MATCH-SUB = ZEROS
              IF WS-SUM-COUNT < WS-SUM-MAX
                 ADD 1 TO WS-SUM-COUNT
                 MOVE WS-SUM-COUNT TO WS-SUM-MATCH-SUB
                 MOVE AUD-OPERATOR
                    TO WS-SUM-OPERATOR (WS-SUM-MATCH-SUB)
                 MOVE AUD-INPUT-FILE
                    TO WS-SUM-FUNCTION (WS-SUM-MATCH-SUB)
                 MOVE ZEROS TO WS-SUM-GRANTED (WS-SUM-MATCH-SUB),
                    WS-SUM-REFUSED (WS-SUM-MATCH-SUB)
              ELSE
                 SET WS-SUM-TABLE-FULL TO TRUE
              END-IF
           END-IF
           IF WS-SUM-MATCH-SUB > ZEROS
              IF WS-GRANTED-PASS
                 ADD 1 TO WS-SUM-GRANTED (WS-SUM-MATCH-SUB)
              ELSE
                 ADD 1 TO WS-SUM-REFUSED (WS-SUM-MATCH-SUB)
              END-IF
           END-IF
           .
       2210-MATCH-SUMMARY-SLOT.
           IF WS-SUM-OPERATOR (WS-SUM-SUB) = AUD-OPERATOR
              AND WS-SUM-FUNCTION (WS-SUM-SUB) = AUD-INPUT-FILE
              MOVE WS-SUM-SUB TO WS-SUM-MATCH-SUB
           END-IF
           .
       3000-PRINT-SUMMARY.
           MOVE "--- BY OPERATOR AND FUNCTION ---"
              TO RPT-SECTION-TEXT
           DISPLAY RPT-SECTION-LINE
           WRITE RPT-FILE-LINE FROM RPT-SECTION-LINE
           DISPLAY RPT-SUMMARY-HEADER
           WRITE RPT-FILE-LINE FROM RPT-SUMMARY-HEADER
           IF WS-SUM-COUNT = ZEROS
              DISPLAY RPT-NONE-LINE
              WRITE RPT-FILE-LINE FROM RPT-NONE-LINE
           END-IF
           PERFORM 3100-PRINT-SUMMARY-LINE
              VARYING WS-SUM-SUB FROM 1 BY 1
              UNTIL WS-SUM-SUB > WS-SUM-COUNT
           IF WS-SUM-TABLE-FULL
              DISPLAY RPT-SUM-FULL-LINE
              WRITE RPT-FILE-LINE FROM RPT-SUM-FULL-LINE
           END-IF
           .
       3100-PRINT-SUMMARY-LINE.
           IF WS-SUM-OPERATOR (WS-SUM-SUB) = SPACES
              MOVE "(NONE)" TO RPT-SUM-OPERATOR
           ELSE
              MOVE WS-SUM-OPERATOR (WS-SUM-SUB) TO RPT-SUM-OPERATOR
           END-IF
           MOVE WS-SUM-FUNCTION (WS-SUM-SUB) TO RPT-SUM-FUNCTION
           MOVE WS-SUM-GRANTED (WS-SUM-SUB) TO RPT-SUM-GRANTED
           MOVE WS-SUM-REFUSED (WS-SUM-SUB) TO RPT-SUM-REFUSED
           DISPLAY RPT-SUMMARY-LINE
           WRITE RPT-FILE-LINE FROM RPT-SUMMARY-LINE
           .
       COPY "operator-check.cpy".
       COPY "operauth-check.cpy".
