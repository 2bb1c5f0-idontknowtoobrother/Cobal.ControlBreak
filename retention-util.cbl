           FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbretenreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "cboperator.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cbauditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(100).

       FD  OPERATOR-FILE.
       COPY "operator-rec.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       WORKING-STORAGE SECTION.
       COPY "operator.cpy".
       COPY "operauth.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-RULES-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-RETEN-IN-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-TST-FILE-STATUS      PIC X(2)   VALUE SPACES.
          05 RPT-RUN-DD           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-YY           PIC 99.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-RULE-LINE.
          05 RPT-RULE-FILE        PIC X(17).
          05 FILLER               PIC X(6)   VALUE " DAYS ".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           MOVE "CBRET" TO WS-OPER-PROGRAM
           SET WS-FN-PURGE TO TRUE
           PERFORM 0430-CHECK-AUTHORITY
           IF NOT WS-OPER-GRANTED
              DISPLAY "CBRETEN: OPERATOR NOT AUTHORIZED - NOTHING RUN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           OPEN INPUT RULES-FILE
           DISPLAY RPT-RULE-LINE
           WRITE RPT-FILE-LINE FROM RPT-RULE-LINE
           .
       COPY "operator-check.cpy".
       COPY "operauth-check.cpy".
