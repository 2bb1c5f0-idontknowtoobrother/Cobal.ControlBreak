       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "hier.cpy".
       COPY "operator.cpy".
       01 WS-MAX-LINES-PER-PAGE   PIC 9(3)   VALUE 20.
       01 WS-LINE-COUNT           PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-COUNT           PIC 9(4)   VALUE ZEROS.
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-SECTION-LINE.
          05 RPT-SECTION-TEXT     PIC X(44).
       01 RPT-PAIR-LINE.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           MOVE ZEROS TO WS-LINE-COUNT
           .
       COPY "hier-lookup.cpy".
       COPY "codetab-lookup.cpy".
       COPY "operator-check.cpy".
