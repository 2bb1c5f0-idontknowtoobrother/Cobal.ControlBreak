      *> function authorization (see operauth.cpy).  0430 decides
      *> whether WS-OPERATOR-ID may perform WS-OPER-FUNCTION and
      *> logs the decision, granted or refused, as a type "S"
      *> security record on cbauditlog.txt for CBSECRPT; the caller
      *> stops the run when WS-OPER-GRANTED is not set.  0432 looks
      *> an ID up without logging anything, for a program that must
      *> also check people other than the operator (approvers).
       0430-CHECK-AUTHORITY.
           MOVE WS-OPERATOR-ID TO WS-OPER-LOOKUP-ID
           PERFORM 0432-LOOKUP-OPERATOR
           EVALUATE TRUE
              WHEN WS-OPERATOR-ID = SPACES
                 MOVE "NOOPR" TO WS-OPER-REASON
              WHEN NOT WS-OPER-FOUND
                 MOVE "UNKNW" TO WS-OPER-REASON
              WHEN NOT WS-OPER-GRANTED
                 MOVE "NOFNC" TO WS-OPER-REASON
              WHEN OTHER
                 MOVE "OK" TO WS-OPER-REASON
           END-EVALUATE
           PERFORM 0440-WRITE-SECURITY-RECORD
           IF NOT WS-OPER-GRANTED
              DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                 " NOT AUTHORIZED TO "
                 WS-OPER-FUNCTION-NAME (WS-OPER-FUNCTION)
                 " - REASON " WS-OPER-REASON " ***"
           END-IF
           .
       0432-LOOKUP-OPERATOR.
           IF NOT WS-OPR-LOADED
              PERFORM 0434-LOAD-OPERATORS
           END-IF
           MOVE "N" TO WS-OPER-FOUND-SW
           MOVE "N" TO WS-OPER-GRANT-SW
           IF WS-OPER-LOOKUP-ID NOT = SPACES
              PERFORM 0436-MATCH-OPERATOR
                 VARYING WS-OPR-SUB FROM 1 BY 1
                 UNTIL WS-OPR-SUB > WS-OPR-COUNT
                 OR WS-OPER-FOUND
           END-IF
           .
       0434-LOAD-OPERATORS.
           SET WS-OPR-LOADED TO TRUE
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
              PERFORM 0437-READ-OPERATOR-RECORD
                 UNTIL WS-OPERATOR-FILE-STATUS NOT = "00"
              CLOSE OPERATOR-FILE
           ELSE
              DISPLAY "*** NO OPERATOR AUTHORIZATION FILE - "
                 "ALL OPERATORS REFUSED ***"
           END-IF
           .
       0436-MATCH-OPERATOR.
           IF WS-OPR-ID (WS-OPR-SUB) = WS-OPER-LOOKUP-ID
              SET WS-OPER-FOUND TO TRUE
              IF WS-OPR-FLAG (WS-OPR-SUB, WS-OPER-FUNCTION) = "Y"
                 SET WS-OPER-GRANTED TO TRUE
              END-IF
           END-IF
           .
       0437-READ-OPERATOR-RECORD.
           READ OPERATOR-FILE
              AT END
                 MOVE "10" TO WS-OPERATOR-FILE-STATUS
              NOT AT END
                 IF OPR-ID NOT = SPACES
                    AND OPR-ID (1:1) NOT = "*"
                    IF WS-OPR-COUNT < WS-OPR-MAX
                       ADD 1 TO WS-OPR-COUNT
                       MOVE OPR-ID TO WS-OPR-ID (WS-OPR-COUNT)
                       MOVE OPR-FUNCTION-FLAGS
                          TO WS-OPR-FLAGS (WS-OPR-COUNT)
                    ELSE
                       DISPLAY "*** OPERATOR TABLE FULL - DROPPED: "
                          OPR-ID " ***"
                    END-IF
                 END-IF
           END-READ
           .
      *> type "S" record: AUD-INPUT-FILE names the function,
      *> AUD-RUN-MODE says GRANTED or REFUSED and AUD-TRAILER-STATUS
      *> carries the reason (OK, NOOPR no operator given, UNKNW not
      *> on the authorization file, NOFNC not authorized for the
      *> function).  written to the real audit log even by a
      *> simulated run: an attempt is an attempt.
       0440-WRITE-SECURITY-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "S" TO AUD-REC-TYPE
           MOVE WS-OPER-PROGRAM TO AUD-PROGRAM
           ACCEPT AUD-RUN-DATE FROM DATE
           ACCEPT WS-OPER-CLOCK FROM TIME
           MOVE WS-OPER-CLOCK-HHMMSS TO AUD-RUN-TIME
           MOVE WS-OPER-FUNCTION-NAME (WS-OPER-FUNCTION)
              TO AUD-INPUT-FILE
           MOVE ZEROS TO AUD-READ-COUNT, AUD-REJECT-COUNT,
              AUD-RELEASED-COUNT, AUD-GROSS-TOTAL, AUD-NET-TOTAL,
              AUD-PAGES
           MOVE WS-OPER-REASON TO AUD-TRAILER-STATUS
           IF WS-OPER-GRANTED
              MOVE "GRANTED" TO AUD-RUN-MODE
           ELSE
              MOVE "REFUSED" TO AUD-RUN-MODE
           END-IF
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
