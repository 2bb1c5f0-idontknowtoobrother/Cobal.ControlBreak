       01 RPT-FILE-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "operator.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-STATS-PARM           PIC X(10)  VALUE SPACES.
       01 WS-REQ-MONTH            PIC 9(4)   VALUE ZEROS.
          05 RPT-REQ-MONTH        PIC 9(4).
          05 FILLER               PIC X(9)   VALUE "  PRIOR: ".
          05 RPT-PRIOR-MONTH      PIC 9(4).
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-STAT-HEADER.
          05 FILLER               PIC X(7)   VALUE "PROG   ".
          05 FILLER               PIC X(6)   VALUE " RUNS ".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-STATS-PARM FROM COMMAND-LINE
           IF WS-STATS-PARM (1:4) NUMERIC
           OPEN OUTPUT RPT-FILE
           MOVE WS-REQ-MONTH TO RPT-REQ-MONTH
           MOVE WS-PRIOR-MONTH TO RPT-PRIOR-MONTH
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           DISPLAY RPT-STAT-HEADER
           DISPLAY RPT-STAT-LINE
           WRITE RPT-FILE-LINE FROM RPT-STAT-LINE
           .
       COPY "operator-check.cpy".
