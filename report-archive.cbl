
       WORKING-STORAGE SECTION.
       COPY "batchctl-rec.cpy".
       COPY "operator.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-CATALOG-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-REPORT-IN-STATUS     PIC X(2)   VALUE SPACES.
          05 RPT-RUN-DD           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-YY           PIC 99.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-ARCHIVED-LINE.
          05 RPT-ARC-PROGRAM      PIC X(5).
          05 FILLER               PIC X(2)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
      *> tonight's audit "A" records say which report programs ran,
           WRITE CATALOG-RECORD
           CLOSE CATALOG-FILE
           .
       COPY "operator-check.cpy".
