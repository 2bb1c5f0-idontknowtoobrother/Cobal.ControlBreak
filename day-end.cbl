       01 RPT-FILE-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "operator.cpy".
       01 WS-RUNCTL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
             10 WS-PGM-RELEASED   PIC 9(9).
             10 WS-PGM-GROSS      PIC S9(11).
             10 WS-PGM-NET        PIC S9(11).
             10 WS-PGM-BACKOUTS   PIC 9(3).
       01 WS-PGM-SUB              PIC 9(2)   VALUE ZEROS.
       01 WS-PGM-MATCH-SUB        PIC 9(2)   VALUE ZEROS.
       01 WS-PGM-FOUND-SW         PIC X(1)   VALUE "N".
             "CBDAYEND END-OF-DAY POSITION ".
          05 FILLER               PIC X(10)  VALUE "BUS DATE: ".
          05 RPT-BUS-DATE         PIC 9(6).
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-SEQ-HEADER.
          05 FILLER               PIC X(44)  VALUE
             "--- EXTRACT SEQUENCES TAKEN PER SOURCE ---".
          05 RPT-POS-GROSS        PIC -(10)9.
          05 FILLER               PIC X(6)   VALUE "  NET ".
          05 RPT-POS-NET          PIC -(10)9.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-POS-FLAG         PIC X(22).
       01 RPT-COMBINED-LINE.
          05 FILLER               PIC X(15)  VALUE "CB1-CB3 READ:".
          05 RPT-CMB-READ         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-DAYEND-PARM FROM COMMAND-LINE
           IF WS-DAYEND-PARM (1:6) NUMERIC
           PERFORM 2000-GATHER-AUDIT-RUNS
           OPEN OUTPUT RPT-FILE
           MOVE WS-BUS-DATE TO RPT-BUS-DATE
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           DISPLAY RPT-SEQ-HEADER
              AT END
                 MOVE "10" TO WS-AUDIT-FILE-STATUS
              NOT AT END
                 IF (AUD-REC-TYPE = "A" OR AUD-REC-TYPE = "B")
                    AND AUD-RUN-DATE = WS-BUS-DATE
                    PERFORM 2100-SLOT-AUDIT-RUN
                 END-IF
                 MOVE ZEROS TO WS-PGM-MATCH-SUB
              END-IF
           END-IF
           IF WS-PGM-MATCH-SUB > ZEROS
              AND AUD-REC-TYPE = "B"
              PERFORM 2120-WITHDRAW-PROGRAM-DAY
              MOVE ZEROS TO WS-PGM-MATCH-SUB
           END-IF
           IF WS-PGM-MATCH-SUB > ZEROS
              ADD 1 TO WS-PGM-RUNS (WS-PGM-MATCH-SUB)
              ADD AUD-READ-COUNT TO WS-PGM-READ (WS-PGM-MATCH-SUB)
              SET WS-PGM-FOUND TO TRUE
           END-IF
           .
      *> a backout (CBBACK) withdraws everything the program logged
      *> for the date before it; a corrected rerun logged after the
      *> backout counts again from zero.
       2120-WITHDRAW-PROGRAM-DAY.
           MOVE ZEROS TO WS-PGM-RUNS (WS-PGM-MATCH-SUB),
              WS-PGM-READ (WS-PGM-MATCH-SUB),
              WS-PGM-REJECTS (WS-PGM-MATCH-SUB),
              WS-PGM-RELEASED (WS-PGM-MATCH-SUB),
              WS-PGM-GROSS (WS-PGM-MATCH-SUB),
              WS-PGM-NET (WS-PGM-MATCH-SUB)
           ADD 1 TO WS-PGM-BACKOUTS (WS-PGM-MATCH-SUB)
           .
      *> a contiguous min-to-max range with one registration per
      *> sequence is a complete day; fewer is a gap, more means a
      *> sequence was taken twice under OVERRIDE.
           MOVE WS-PGM-REJECTS (WS-PGM-SUB) TO RPT-POS-REJECTS
           MOVE WS-PGM-GROSS (WS-PGM-SUB) TO RPT-POS-GROSS
           MOVE WS-PGM-NET (WS-PGM-SUB) TO RPT-POS-NET
           EVALUATE TRUE
              WHEN WS-PGM-BACKOUTS (WS-PGM-SUB) = ZEROS
                 MOVE SPACES TO RPT-POS-FLAG
              WHEN WS-PGM-RUNS (WS-PGM-SUB) = ZEROS
                 MOVE "*** WITHDRAWN ***" TO RPT-POS-FLAG
                 IF WS-COND-CODE < 4
                    MOVE 4 TO WS-COND-CODE
                 END-IF
              WHEN OTHER
                 MOVE "RERUN AFTER BACKOUT" TO RPT-POS-FLAG
           END-EVALUATE
           DISPLAY RPT-POS-LINE
           WRITE RPT-FILE-LINE FROM RPT-POS-LINE
           IF WS-PGM-PROGRAM (WS-PGM-SUB) = "CB1" OR "CB2"
              ADD WS-PGM-NET (WS-PGM-SUB) TO WS-TOT-NET
           END-IF
           .
       COPY "operator-check.cpy".
