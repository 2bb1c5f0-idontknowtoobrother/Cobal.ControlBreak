       01 RPT-FILE-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "operator.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-AUDIT-EOF-SW         PIC X(1)   VALUE "N".
          88 WS-END-OF-AUDIT-LOG             VALUE "Y".
          05 RPT-RUN-DD           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-YY           PIC 99.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-FILTER-LINE.
          05 FILLER               PIC X(6)   VALUE "FROM: ".
          05 RPT-FILTER-FROM      PIC 9(6).
          05 FILLER               PIC X(23)  VALUE
             "       ALSO READ FILE: ".
          05 RPT-AUD-EXTRA-FILE   PIC X(30).
       01 RPT-BACKOUT-LINE.
          05 RPT-BKO-PROGRAM      PIC X(5).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-BKO-DATE         PIC 9(6).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-BKO-TIME         PIC 9(6).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-BKO-TEXT         PIC X(30).
          05 FILLER               PIC X(15)  VALUE " WITHDRAWN NET ".
          05 RPT-BKO-NET          PIC -(9)9.
          05 FILLER               PIC X(7)   VALUE "  HIST ".
          05 RPT-BKO-HIST         PIC ZZZZ9.
          05 FILLER               PIC X(8)   VALUE "  RUNCTL".
          05 RPT-BKO-RUNCTL       PIC ZZZZ9.
          05 FILLER               PIC X(7)   VALUE "  STORE".
          05 RPT-BKO-STORE        PIC ZZZZ9.
       01 RPT-COUNT-LINE.
          05 FILLER               PIC X(13)  VALUE "RUNS LISTED: ".
          05 RPT-RUNS-LISTED      PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-INQ-PARM FROM COMMAND-LINE
              MOVE WS-INQ-TOKEN-2 (1:6) TO WS-TO-DATE
           END-IF
           IF WS-INQ-TOKEN-3 NOT = SPACES
              AND WS-INQ-TOKEN-3 (1:5) NOT = "OPER="
              MOVE WS-INQ-TOKEN-3 (1:5) TO WS-PROGRAM-FILTER
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           MOVE WS-FROM-DATE TO RPT-FILTER-FROM
                    SET WS-SHOW-FILE-RECORDS TO TRUE
                    PERFORM 2030-PRINT-RUN-LINE
                 END-IF
              WHEN "B"
                 MOVE "N" TO WS-SHOW-FILES-SW
                 IF AUD-RUN-DATE >= WS-FROM-DATE
                    AND AUD-RUN-DATE <= WS-TO-DATE
                    AND (WS-PROGRAM-FILTER = SPACES
                    OR AUD-PROGRAM = WS-PROGRAM-FILTER)
                    PERFORM 2040-PRINT-BACKOUT-LINE
                 END-IF
              WHEN "F"
                 IF WS-SHOW-FILE-RECORDS
                    MOVE AUD-INPUT-FILE TO RPT-AUD-EXTRA-FILE
           WRITE RPT-FILE-LINE FROM RPT-AUDIT-LINE
           ADD 1 TO WS-RUNS-LISTED
           .
      *> a backout is listed in line with the runs it withdrew, so
      *> the log reads as the history of the day.
       2040-PRINT-BACKOUT-LINE.
           MOVE AUD-PROGRAM TO RPT-BKO-PROGRAM
           MOVE AUD-RUN-DATE TO RPT-BKO-DATE
           MOVE AUD-RUN-TIME TO RPT-BKO-TIME
           MOVE AUD-INPUT-FILE TO RPT-BKO-TEXT
           MOVE AUD-NET-TOTAL TO RPT-BKO-NET
           MOVE AUD-READ-COUNT TO RPT-BKO-HIST
           MOVE AUD-REJECT-COUNT TO RPT-BKO-RUNCTL
           MOVE AUD-RELEASED-COUNT TO RPT-BKO-STORE
           DISPLAY RPT-BACKOUT-LINE
           WRITE RPT-FILE-LINE FROM RPT-BACKOUT-LINE
           ADD 1 TO WS-RUNS-LISTED
           .
       COPY "operator-check.cpy".
