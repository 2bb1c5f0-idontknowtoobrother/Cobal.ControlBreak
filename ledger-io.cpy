                          MOVE LDR-M-ACTIVITY
                             TO WS-LDG-ACTIVITY
                                (WS-LEDGER-GROUP-COUNT)
                          IF LDR-M-VALUE NUMERIC
                             MOVE LDR-M-VALUE
                                TO WS-LDG-VALUE (WS-LEDGER-GROUP-COUNT)
                          ELSE
                             MOVE ZEROS
                                TO WS-LDG-VALUE (WS-LEDGER-GROUP-COUNT)
                          END-IF
                       END-IF
                    WHEN "J"
                       IF WS-LEDGER-JRNL-COUNT < WS-LEDGER-JRNL-MAX
                          MOVE LDR-J-STATUS
                             TO WS-JRN-STATUS (WS-LEDGER-JRNL-COUNT)
                       END-IF
                    WHEN "G"
                       IF WS-LEDGER-GPOST-COUNT < WS-LEDGER-GPOST-MAX
                          ADD 1 TO WS-LEDGER-GPOST-COUNT
                          MOVE LDR-G-DATE
                             TO WS-GPO-DATE (WS-LEDGER-GPOST-COUNT)
                          MOVE LDR-G-PROGRAM
                             TO WS-GPO-PROGRAM (WS-LEDGER-GPOST-COUNT)
                          MOVE LDR-G-CODE
                             TO WS-GPO-CODE (WS-LEDGER-GPOST-COUNT)
                          MOVE LDR-G-NET
                             TO WS-GPO-NET (WS-LEDGER-GPOST-COUNT)
                          MOVE LDR-G-VALUE
                             TO WS-GPO-VALUE (WS-LEDGER-GPOST-COUNT)
                       END-IF
                    WHEN "A"
                       IF WS-LEDGER-ADJ-COUNT < WS-LEDGER-ADJ-MAX
                          ADD 1 TO WS-LEDGER-ADJ-COUNT
                          MOVE LDR-A-DATE
                             TO WS-ADJ-DATE (WS-LEDGER-ADJ-COUNT)
                          MOVE LDR-A-SEQ-NO
                             TO WS-ADJ-SEQ-NO (WS-LEDGER-ADJ-COUNT)
                          MOVE LDR-A-CODE
                             TO WS-ADJ-CODE (WS-LEDGER-ADJ-COUNT)
                          MOVE LDR-A-AMOUNT
                             TO WS-ADJ-AMOUNT (WS-LEDGER-ADJ-COUNT)
                          MOVE LDR-A-REASON
                             TO WS-ADJ-REASON (WS-LEDGER-ADJ-COUNT)
                          MOVE LDR-A-PREPARER
                             TO WS-ADJ-PREPARER (WS-LEDGER-ADJ-COUNT)
                          MOVE LDR-A-APPROVER
                             TO WS-ADJ-APPROVER (WS-LEDGER-ADJ-COUNT)
                       END-IF
                    WHEN "C"
                       IF WS-LEDGER-CPOST-COUNT < WS-LEDGER-CPOST-MAX
                          ADD 1 TO WS-LEDGER-CPOST-COUNT
                          MOVE LDR-C-DATE
                             TO WS-CPO-DATE (WS-LEDGER-CPOST-COUNT)
                          MOVE LDR-C-PROGRAM
                             TO WS-CPO-PROGRAM (WS-LEDGER-CPOST-COUNT)
                          MOVE LDR-C-CODE
                             TO WS-CPO-CODE (WS-LEDGER-CPOST-COUNT)
                          MOVE LDR-C-CURRENCY
                             TO WS-CPO-CURRENCY (WS-LEDGER-CPOST-COUNT)
                          MOVE LDR-C-AMOUNT
                             TO WS-CPO-AMOUNT (WS-LEDGER-CPOST-COUNT)
                          MOVE LDR-C-VALUE
                             TO WS-CPO-VALUE (WS-LEDGER-CPOST-COUNT)
                       END-IF
                 END-EVALUATE
           END-READ
           .
           PERFORM 9870-WRITE-JOURNAL-RECORD
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-JRNL-COUNT
           PERFORM 9880-WRITE-POSTING-RECORD
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GPOST-COUNT
           PERFORM 9890-WRITE-ADJUSTMENT-RECORD
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-ADJ-COUNT
           PERFORM 9895-WRITE-CURRENCY-RECORD
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-CPOST-COUNT
           CLOSE LEDGER-FILE
           .
       9860-WRITE-MASTER-RECORD.
           MOVE WS-LDG-CODE (WS-LEDGER-SUB) TO LDR-M-CODE
           MOVE WS-LDG-OPENING (WS-LEDGER-SUB) TO LDR-M-OPENING
           MOVE WS-LDG-ACTIVITY (WS-LEDGER-SUB) TO LDR-M-ACTIVITY
           MOVE WS-LDG-VALUE (WS-LEDGER-SUB) TO LDR-M-VALUE
           WRITE LEDGER-RECORD FROM WS-LEDGER-IN-REC
           .
       9870-WRITE-JOURNAL-RECORD.
           MOVE WS-JRN-STATUS (WS-LEDGER-SUB) TO LDR-J-STATUS
           WRITE LEDGER-RECORD FROM WS-LEDGER-IN-REC
           .
       9880-WRITE-POSTING-RECORD.
           MOVE SPACES TO WS-LEDGER-IN-REC
           MOVE "G" TO LDR-G-TYPE
           MOVE WS-GPO-DATE (WS-LEDGER-SUB) TO LDR-G-DATE
           MOVE WS-GPO-PROGRAM (WS-LEDGER-SUB) TO LDR-G-PROGRAM
           MOVE WS-GPO-CODE (WS-LEDGER-SUB) TO LDR-G-CODE
           MOVE WS-GPO-NET (WS-LEDGER-SUB) TO LDR-G-NET
           MOVE WS-GPO-VALUE (WS-LEDGER-SUB) TO LDR-G-VALUE
           WRITE LEDGER-RECORD FROM WS-LEDGER-IN-REC
           .
       9890-WRITE-ADJUSTMENT-RECORD.
           MOVE SPACES TO WS-LEDGER-IN-REC
           MOVE "A" TO LDR-A-TYPE
           MOVE WS-ADJ-DATE (WS-LEDGER-SUB) TO LDR-A-DATE
           MOVE WS-ADJ-SEQ-NO (WS-LEDGER-SUB) TO LDR-A-SEQ-NO
           MOVE WS-ADJ-CODE (WS-LEDGER-SUB) TO LDR-A-CODE
           MOVE WS-ADJ-AMOUNT (WS-LEDGER-SUB) TO LDR-A-AMOUNT
           MOVE WS-ADJ-REASON (WS-LEDGER-SUB) TO LDR-A-REASON
           MOVE WS-ADJ-PREPARER (WS-LEDGER-SUB) TO LDR-A-PREPARER
           MOVE WS-ADJ-APPROVER (WS-LEDGER-SUB) TO LDR-A-APPROVER
           WRITE LEDGER-RECORD FROM WS-LEDGER-IN-REC
           .
       9895-WRITE-CURRENCY-RECORD.
           MOVE SPACES TO WS-LEDGER-IN-REC
           MOVE "C" TO LDR-C-TYPE
           MOVE WS-CPO-DATE (WS-LEDGER-SUB) TO LDR-C-DATE
           MOVE WS-CPO-PROGRAM (WS-LEDGER-SUB) TO LDR-C-PROGRAM
           MOVE WS-CPO-CODE (WS-LEDGER-SUB) TO LDR-C-CODE
           MOVE WS-CPO-CURRENCY (WS-LEDGER-SUB) TO LDR-C-CURRENCY
           MOVE WS-CPO-AMOUNT (WS-LEDGER-SUB) TO LDR-C-AMOUNT
           MOVE WS-CPO-VALUE (WS-LEDGER-SUB) TO LDR-C-VALUE
           WRITE LEDGER-RECORD FROM WS-LEDGER-IN-REC
           .
