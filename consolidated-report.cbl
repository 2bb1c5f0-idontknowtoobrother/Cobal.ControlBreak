       COPY "batchctl-rec.cpy".
       COPY "rates.cpy".
       COPY "hier.cpy".
       COPY "operator.cpy".
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
       01 WS-CTL-FILENAME         PIC X(30)  VALUE SPACES.
       01 WS-CTL-FILE-STATUS      PIC X(2)   VALUE SPACES.
          05 FILLER               PIC X(3)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-HEADER.
          05 FILLER               PIC X(4)   VALUE "  A ".
          05 FILLER               PIC X(14)  VALUE "DESCRIPTION   ".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           MOVE WS-RUN-HH TO RPT-RUN-HH
           MOVE WS-RUN-MN TO RPT-RUN-MN
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           DISPLAY RPT-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
       COPY "codetab-lookup.cpy".
       COPY "rates-lookup.cpy".
       COPY "hier-lookup.cpy".
       COPY "operator-check.cpy".
