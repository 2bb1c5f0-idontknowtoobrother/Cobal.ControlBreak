
       WORKING-STORAGE SECTION.
       COPY "batchctl-rec.cpy".
       COPY "simulate.cpy".
       COPY "operator.cpy".
       01 WS-CTL-FILENAME         PIC X(30)  VALUE SPACES.
       01 WS-CTL-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-PROG-SUB             PIC 9      VALUE ZEROS.
          05 RPT-RUN-HH           PIC 99.
          05 FILLER               PIC X      VALUE ":".
          05 RPT-RUN-MN           PIC 99.
          05 RPT-SIM-MARK         PIC X(12)  VALUE SPACES.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-HEADER.
          05 FILLER               PIC X(7)   VALUE "PROG   ".
          05 FILLER               PIC X(8)   VALUE "DATE    ".
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-CTL-TODAY
           PERFORM 0400-CHECK-SIMULATION
           PERFORM 0420-GET-OPERATOR
           MOVE WS-SIM-MARK TO RPT-SIM-MARK
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
              MOVE BCT-COND-CODE TO WS-OVERALL-CC
           END-IF
           .
       COPY "simulate-check.cpy".
       COPY "operator-check.cpy".
