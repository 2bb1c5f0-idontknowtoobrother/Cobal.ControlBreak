       COPY "codemast-rec.cpy".

       FD  LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(60).

       FD  LIMITS-FILE.
       COPY "limits-rec.cpy".

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "operator.cpy".
       01 WS-LEDGER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-LIMITS-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-TST-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-SELECT-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-LEDGER-IN-REC        PIC X(60)  VALUE SPACES.
       01 WS-XREF-REC-M REDEFINES WS-LEDGER-IN-REC.
          05 XRF-M-TYPE           PIC X(1).
          05 FILLER               PIC X(1).
          05 XRF-M-CODE           PIC X(2).
          05 FILLER               PIC X(56).
       01 WS-STORE-EOF-SW         PIC X(1)   VALUE "N".
          88 WS-END-OF-STORE                 VALUE "Y".
       01 WS-USAGE-COUNT          PIC 9(3)   VALUE ZEROS.
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-SECTION-LINE.
          05 RPT-SECTION-TEXT     PIC X(48).
       01 RPT-EXCEPTION-LINE.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM 8100-LOAD-CODE-TABLE
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           MOVE ZEROS TO WS-LINE-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT
           .
       COPY "codetab-lookup.cpy".
       COPY "operator-check.cpy".
