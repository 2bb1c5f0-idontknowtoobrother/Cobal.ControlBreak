      *> posts this run's COL-A group movements (WS-CUR-GROUP-TABLE,
      *> with the base-currency values in WS-CUR-GROUP-VALUE-TABLE)
      *> and one journal entry into the shared period-to-date ledger,
      *> with a currency posting for each group's movement in each
      *> foreign currency (WS-GCY-TABLE in currency.cpy).
      *> performed after 9900-WRITE-BATCH-CONTROL so the trailer
      *> status (WS-TRAILER-STATUS) carried on the journal entry
      *> matches the control record.  a missing ledger file starts a
              PERFORM 9830-POST-GROUP-MOVEMENT
                 VARYING WS-LEDGER-POST-SUB FROM 1 BY 1
                 UNTIL WS-LEDGER-POST-SUB > WS-HIST-GROUP-COUNT
              PERFORM 9845-APPEND-CURRENCY-POSTING
                 VARYING WS-GCY-SUB FROM 1 BY 1
                 UNTIL WS-GCY-SUB > WS-GCY-COUNT
              PERFORM 9840-APPEND-JOURNAL-ENTRY
              PERFORM 9850-REWRITE-LEDGER
           END-IF
           IF WS-LEDGER-GROUP-FOUND
              ADD WS-CUR-GROUP-TOTAL (WS-LEDGER-POST-SUB)
                 TO WS-LDG-ACTIVITY (WS-LEDGER-MATCH-SUB)
              ADD WS-CUR-GROUP-VALUE (WS-LEDGER-POST-SUB)
                 TO WS-LDG-VALUE (WS-LEDGER-MATCH-SUB)
              PERFORM 9832-APPEND-GROUP-POSTING
           ELSE
              IF WS-LEDGER-GROUP-COUNT < WS-LEDGER-GROUP-MAX
                 ADD 1 TO WS-LEDGER-GROUP-COUNT
                    TO WS-LDG-OPENING (WS-LEDGER-GROUP-COUNT)
                 MOVE WS-CUR-GROUP-TOTAL (WS-LEDGER-POST-SUB)
                    TO WS-LDG-ACTIVITY (WS-LEDGER-GROUP-COUNT)
                 MOVE WS-CUR-GROUP-VALUE (WS-LEDGER-POST-SUB)
                    TO WS-LDG-VALUE (WS-LEDGER-GROUP-COUNT)
                 PERFORM 9832-APPEND-GROUP-POSTING
              ELSE
                 DISPLAY "*** LEDGER GROUP TABLE FULL - DROPPED: "
                    WS-CUR-GROUP-CODE (WS-LEDGER-POST-SUB) " ***"
              END-IF
           END-IF
           .
       9832-APPEND-GROUP-POSTING.
           IF WS-LEDGER-GPOST-COUNT < WS-LEDGER-GPOST-MAX
              ADD 1 TO WS-LEDGER-GPOST-COUNT
              MOVE WS-RUN-DATE TO WS-GPO-DATE (WS-LEDGER-GPOST-COUNT)
              MOVE WS-LEDGER-PROGRAM-ID
                 TO WS-GPO-PROGRAM (WS-LEDGER-GPOST-COUNT)
              MOVE WS-CUR-GROUP-CODE (WS-LEDGER-POST-SUB)
                 TO WS-GPO-CODE (WS-LEDGER-GPOST-COUNT)
              MOVE WS-CUR-GROUP-TOTAL (WS-LEDGER-POST-SUB)
                 TO WS-GPO-NET (WS-LEDGER-GPOST-COUNT)
              MOVE WS-CUR-GROUP-VALUE (WS-LEDGER-POST-SUB)
                 TO WS-GPO-VALUE (WS-LEDGER-GPOST-COUNT)
           ELSE
              DISPLAY "*** LEDGER POSTING TABLE FULL - DETAIL "
                 "DROPPED: " WS-CUR-GROUP-CODE (WS-LEDGER-POST-SUB)
                 " ***"
           END-IF
           .
       9835-MATCH-LEDGER-GROUP.
           IF WS-LDG-CODE (WS-LEDGER-SUB) =
              WS-CUR-GROUP-CODE (WS-LEDGER-POST-SUB)
              DISPLAY "*** LEDGER JOURNAL FULL - ENTRY DROPPED ***"
           END-IF
           .
       9845-APPEND-CURRENCY-POSTING.
           IF WS-GCY-AMOUNT (WS-GCY-SUB) NOT = ZEROS
              OR WS-GCY-BASE (WS-GCY-SUB) NOT = ZEROS
              IF WS-LEDGER-CPOST-COUNT < WS-LEDGER-CPOST-MAX
                 ADD 1 TO WS-LEDGER-CPOST-COUNT
                 MOVE WS-RUN-DATE
                    TO WS-CPO-DATE (WS-LEDGER-CPOST-COUNT)
                 MOVE WS-LEDGER-PROGRAM-ID
                    TO WS-CPO-PROGRAM (WS-LEDGER-CPOST-COUNT)
                 MOVE WS-GCY-GROUP (WS-GCY-SUB)
                    TO WS-CPO-CODE (WS-LEDGER-CPOST-COUNT)
                 MOVE WS-GCY-CODE (WS-GCY-SUB)
                    TO WS-CPO-CURRENCY (WS-LEDGER-CPOST-COUNT)
                 MOVE WS-GCY-AMOUNT (WS-GCY-SUB)
                    TO WS-CPO-AMOUNT (WS-LEDGER-CPOST-COUNT)
                 MOVE WS-GCY-BASE (WS-GCY-SUB)
                    TO WS-CPO-VALUE (WS-LEDGER-CPOST-COUNT)
              ELSE
                 DISPLAY "*** LEDGER CURRENCY TABLE FULL - DROPPED: "
                    WS-GCY-GROUP (WS-GCY-SUB) " "
                    WS-GCY-CODE (WS-GCY-SUB) " ***"
              END-IF
           END-IF
           .
