           IF COL-TRANS-REVERSAL
              COMPUTE WS-CCY-LINE-BASE = ZEROS - WS-CCY-LINE-BASE
           END-IF
           IF WS-CCY-WORK-CODE NOT = WS-BASE-CURRENCY
              MOVE COL-A TO WS-GCY-WORK-GROUP
              PERFORM 6540-FIND-GCY-SLOT
              IF WS-GCY-MATCH-SUB > ZEROS
                 IF COL-TRANS-REVERSAL
                    SUBTRACT COL-AMOUNT
                       FROM WS-GCY-AMOUNT (WS-GCY-MATCH-SUB)
                       ON SIZE ERROR
                          SET WS-SIZE-ERROR-OCCURRED TO TRUE
                    END-SUBTRACT
                 ELSE
                    ADD COL-AMOUNT TO WS-GCY-AMOUNT (WS-GCY-MATCH-SUB)
                       ON SIZE ERROR
                          SET WS-SIZE-ERROR-OCCURRED TO TRUE
                    END-ADD
                 END-IF
                 ADD WS-CCY-LINE-BASE TO WS-GCY-BASE (WS-GCY-MATCH-SUB)
                    ON SIZE ERROR
                       SET WS-SIZE-ERROR-OCCURRED TO TRUE
                 END-ADD
              END-IF
           END-IF
           IF WS-CCY-MATCH-SUB > ZEROS
              ADD 1 TO WS-CCY-LINES (WS-CCY-MATCH-SUB)
              ADD COL-AMOUNT TO WS-CCY-GROSS (WS-CCY-MATCH-SUB)
              SET WS-CCY-FOUND TO TRUE
           END-IF
           .
      *> slot of the group WS-GCY-WORK-GROUP in currency
      *> WS-CCY-WORK-CODE, opened at zero on first sight.
       6540-FIND-GCY-SLOT.
           MOVE ZEROS TO WS-GCY-MATCH-SUB
           PERFORM 6545-SCAN-GCY-SLOT
              VARYING WS-GCY-SUB FROM 1 BY 1
              UNTIL WS-GCY-SUB > WS-GCY-COUNT
              OR WS-GCY-MATCH-SUB > ZEROS
           IF WS-GCY-MATCH-SUB = ZEROS
              IF WS-GCY-COUNT < WS-GCY-MAX
                 ADD 1 TO WS-GCY-COUNT
                 MOVE WS-GCY-COUNT TO WS-GCY-MATCH-SUB
                 MOVE WS-GCY-WORK-GROUP
                    TO WS-GCY-GROUP (WS-GCY-MATCH-SUB)
                 MOVE WS-CCY-WORK-CODE TO WS-GCY-CODE (WS-GCY-MATCH-SUB)
                 MOVE ZEROS TO WS-GCY-AMOUNT (WS-GCY-MATCH-SUB)
                 MOVE ZEROS TO WS-GCY-BASE (WS-GCY-MATCH-SUB)
              ELSE
                 DISPLAY "*** GROUP CURRENCY TABLE FULL - DROPPED: "
                    WS-GCY-WORK-GROUP " " WS-CCY-WORK-CODE " ***"
              END-IF
           END-IF
           .
       6545-SCAN-GCY-SLOT.
           IF WS-GCY-GROUP (WS-GCY-SUB) = WS-GCY-WORK-GROUP
              AND WS-GCY-CODE (WS-GCY-SUB) = WS-CCY-WORK-CODE
              MOVE WS-GCY-SUB TO WS-GCY-MATCH-SUB
           END-IF
           .
      *> a "99" trailer carrying a currency in the extension bytes
      *> certifies that currency's amount on its own; the classic
      *> currency-blind trailer still reconciles the whole file.
