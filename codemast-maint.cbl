           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-RPT-FILE ASSIGN TO "cbcodeaudit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "cboperator.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cbauditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-RPT-FILE.
       01 RPT-FILE-LINE           PIC X(80).

       FD  OPERATOR-FILE.
       COPY "operator-rec.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "operator.cpy".
       COPY "operauth.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-TRANS-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-TRANS-APPLIED-COUNT  PIC 9(5)   VALUE ZEROS.
       01 WS-TRANS-REJECT-COUNT   PIC 9(5)   VALUE ZEROS.
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-SECTION-LINE.
          05 RPT-SECTION-TEXT     PIC X(44).
       01 RPT-ENTRY-LINE.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           MOVE "CBCOD" TO WS-OPER-PROGRAM
           SET WS-FN-MAINT-CODES TO TRUE
           PERFORM 0430-CHECK-AUTHORITY
           IF NOT WS-OPER-GRANTED
              DISPLAY "CBCODE: OPERATOR NOT AUTHORIZED - NOTHING RUN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           MOVE WS-RUN-HH TO RPT-RUN-HH
           MOVE WS-RUN-MN TO RPT-RUN-MN
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           MOVE ZEROS TO WS-LINE-COUNT
           WRITE NEW-MASTER-RECORD
           .
       COPY "codetab-lookup.cpy".
       COPY "operator-check.cpy".
       COPY "operauth-check.cpy".
