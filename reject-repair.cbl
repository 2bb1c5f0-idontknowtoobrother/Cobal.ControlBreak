           SELECT FIXLIMITS-FILE ASSIGN TO "cbfixlimits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIXLIMITS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "cboperator.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cbauditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 FILLER               PIC X.
          05 FXL-MAX-AMOUNT       PIC 9(9).

       FD  OPERATOR-FILE.
       COPY "operator-rec.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       WORKING-STORAGE SECTION.
       COPY "operator.cpy".
       COPY "operauth.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-STREAM-PARM          PIC X(30)  VALUE SPACES.
       01 WS-STREAM-TOKEN         PIC X(10)  VALUE SPACES.
       01 WS-REJECT-IN-NAME       PIC X(30)  VALUE SPACES.
       01 WS-PENDING-IN-NAME      PIC X(30)  VALUE SPACES.
       01 WS-CORRECTION-NAME      PIC X(30)  VALUE SPACES.
       01 WS-WO-MAX-COUNT         PIC 9(5)   VALUE ZEROS.
       01 WS-WO-MAX-AMOUNT        PIC 9(9)   VALUE ZEROS.
       01 WS-APPROVAL-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-APPROVAL-READ-COUNT  PIC 9(3)   VALUE ZEROS.
       01 WS-APPROVAL-MAX         PIC 9(3)   VALUE 200.
       01 WS-APPROVAL-TABLE.
          05 WS-APPROVAL-ENTRY OCCURS 200 TIMES.
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-HEADER.
          05 FILLER               PIC X(6)   VALUE "  SEQ ".
          05 FILLER               PIC X(31)  VALUE "REJECTED RECORD".
       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-STREAM-PARM FROM COMMAND-LINE
           UNSTRING WS-STREAM-PARM DELIMITED BY ALL SPACES
              INTO WS-STREAM-TOKEN
           END-UNSTRING
           PERFORM 0420-GET-OPERATOR
           EVALUATE WS-STREAM-TOKEN
              WHEN "1"
                 MOVE 1 TO WS-STREAM-NO
                 MOVE "cb1reject.txt" TO WS-REJECT-IN-NAME
           PERFORM 0600-LOAD-CORRECTIONS
           PERFORM 0630-LOAD-FIX-LIMITS
           PERFORM 0650-LOAD-APPROVALS
      *> a run that carries approvals writes records off on the
      *> operator's say-so, so the operator must hold write-off
      *> authority; a run with none only repairs and needs none.
           IF WS-APPROVAL-READ-COUNT > ZEROS
              MOVE "CBFIX" TO WS-OPER-PROGRAM
              SET WS-FN-APPROVE-WOFF TO TRUE
              PERFORM 0430-CHECK-AUTHORITY
              IF NOT WS-OPER-GRANTED
                 DISPLAY "CBFIX: OPERATOR NOT AUTHORIZED FOR "
                    "APPROVALS - NOTHING RUN"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           OPEN OUTPUT REINPUT-OUT-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-HH TO RPT-RUN-HH
           MOVE WS-RUN-MN TO RPT-RUN-MN
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           DISPLAY RPT-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
                 MOVE "10" TO WS-APPROVAL-FILE-STATUS
              NOT AT END
                 IF APR-SEQ NUMERIC AND APR-APPROVER NOT = SPACES
                    ADD 1 TO WS-APPROVAL-READ-COUNT
                    PERFORM 0670-CHECK-APPROVER
                 END-IF
           END-READ
           .
      *> an approval counts only when its approver holds write-off
      *> authority on the operator authorization file; any other is
      *> dropped and the write-off stays pending approval.
       0670-CHECK-APPROVER.
           MOVE APR-APPROVER TO WS-OPER-LOOKUP-ID
           SET WS-FN-APPROVE-WOFF TO TRUE
           PERFORM 0432-LOOKUP-OPERATOR
           IF NOT WS-OPER-GRANTED
              DISPLAY "*** APPROVAL IGNORED - " APR-APPROVER
                 " NOT AUTHORIZED: " APR-SEQ " ***"
           ELSE
              IF WS-APPROVAL-COUNT < WS-APPROVAL-MAX
                 ADD 1 TO WS-APPROVAL-COUNT
                 MOVE APR-SEQ TO WS-APR-SEQ (WS-APPROVAL-COUNT)
                 MOVE APR-APPROVER TO WS-APR-ID (WS-APPROVAL-COUNT)
              ELSE
                 DISPLAY "*** APPROVAL TABLE FULL - DROPPED: "
                    APR-SEQ " ***"
              END-IF
           END-IF
           .
       2000-PROCESS-PENDING-FILE.
           OPEN INPUT PENDING-IN-FILE
           IF WS-PENDING-FILE-STATUS = "00"
              ADD 1 TO WS-LINE-COUNT
           END-IF
           .
       COPY "operator-check.cpy".
       COPY "operauth-check.cpy".
