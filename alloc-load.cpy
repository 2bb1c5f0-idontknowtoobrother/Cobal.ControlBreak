      *> load of the allocation rules file (see alloc.cpy).  a line
      *> with no pool or receiver, an unknown basis or a percentage
      *> that is not numeric is reported and ignored; a missing file
      *> means no pools are set up.
       8600-LOAD-ALLOC-RULES.
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-FILE-STATUS = "00"
              PERFORM 8610-READ-ALLOC-RULE
                 UNTIL WS-ALLOC-FILE-STATUS NOT = "00"
              CLOSE ALLOC-FILE
           END-IF
           .
       8610-READ-ALLOC-RULE.
           READ ALLOC-FILE
              AT END
                 MOVE "10" TO WS-ALLOC-FILE-STATUS
              NOT AT END
                 IF ALR-POOL = SPACES
                    OR ALR-RECEIVER = SPACES
                    OR (ALR-BASIS NOT = "P" AND NOT = "C"
                    AND NOT = "V")
                    OR (ALR-BASIS = "P" AND ALR-PERCENT NOT NUMERIC)
                    ADD 1 TO WS-ALR-SKIPPED
                    DISPLAY "*** ALLOCATION RULE IGNORED: "
                       ALLOC-RULE-RECORD " ***"
                 ELSE
                    PERFORM 8620-ADD-ALLOC-RULE
                 END-IF
           END-READ
           .
       8620-ADD-ALLOC-RULE.
           MOVE "N" TO WS-ALLOC-POOL-FOUND-SW
           PERFORM 8630-MATCH-ALLOC-POOL
              VARYING WS-ALLOC-POOL-SUB FROM 1 BY 1
              UNTIL WS-ALLOC-POOL-SUB > WS-ALLOC-POOL-COUNT
           IF WS-ALR-COUNT NOT < WS-ALR-MAX
              OR (NOT WS-ALLOC-POOL-FOUND
              AND WS-ALLOC-POOL-COUNT NOT < WS-ALLOC-POOL-MAX)
              ADD 1 TO WS-ALR-SKIPPED
              DISPLAY "*** ALLOCATION TABLE FULL - DROPPED: "
                 ALLOC-RULE-RECORD " ***"
           ELSE
              IF NOT WS-ALLOC-POOL-FOUND
                 ADD 1 TO WS-ALLOC-POOL-COUNT
                 MOVE ALR-POOL TO WS-ALLOC-POOL (WS-ALLOC-POOL-COUNT)
              END-IF
              ADD 1 TO WS-ALR-COUNT
              MOVE ALR-POOL TO WS-ALR-POOL (WS-ALR-COUNT)
              MOVE ALR-RECEIVER TO WS-ALR-RECEIVER (WS-ALR-COUNT)
              MOVE ALR-BASIS TO WS-ALR-BASIS (WS-ALR-COUNT)
              IF ALR-BASIS = "P"
                 MOVE ALR-PERCENT TO WS-ALR-PERCENT (WS-ALR-COUNT)
              ELSE
                 MOVE ZEROS TO WS-ALR-PERCENT (WS-ALR-COUNT)
              END-IF
           END-IF
           .
       8630-MATCH-ALLOC-POOL.
           IF WS-ALLOC-POOL (WS-ALLOC-POOL-SUB) = ALR-POOL
              SET WS-ALLOC-POOL-FOUND TO TRUE
           END-IF
           .
