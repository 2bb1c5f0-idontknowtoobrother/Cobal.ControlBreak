      *> load of the code-reorganization map and the translation
      *> built on it (see codemap.cpy).  set WS-CMAP-CODE, the level
      *> in WS-CMAP-CHECK-LEVEL and the date in WS-CMAP-CHECK-DATE;
      *> every entry for that level already in force on the date is
      *> applied in file order, so a later reorganization can build
      *> on an earlier one, and WS-CMAP-TRANSLATED comes back on when
      *> the code was changed.
       8300-TRANSLATE-CODE.
           MOVE "N" TO WS-CMAP-TRANSLATED-SW
           PERFORM 8310-APPLY-MAP-ENTRY
              VARYING WS-CMAP-SUB FROM 1 BY 1
              UNTIL WS-CMAP-SUB > WS-CMAP-COUNT
           .
       8310-APPLY-MAP-ENTRY.
           IF WS-CMAP-LEVEL (WS-CMAP-SUB) = WS-CMAP-CHECK-LEVEL
              AND WS-CMAP-OLD (WS-CMAP-SUB) = WS-CMAP-CODE
              AND WS-CMAP-EFF-DATE (WS-CMAP-SUB)
                 NOT > WS-CMAP-CHECK-DATE
              MOVE WS-CMAP-NEW (WS-CMAP-SUB) TO WS-CMAP-CODE
              SET WS-CMAP-TRANSLATED TO TRUE
           END-IF
           .
      *> an entry with a blank or unchanged code, an unknown level
      *> or a non-numeric date is not loaded and is counted in
      *> WS-CMAP-SKIPPED.
       8350-LOAD-CODE-MAP.
           MOVE ZEROS TO WS-CMAP-COUNT, WS-CMAP-SKIPPED
           OPEN INPUT CODE-MAP-FILE
           IF WS-CMAP-FILE-STATUS = "00"
              PERFORM 8360-READ-CODE-MAP
                 UNTIL WS-CMAP-FILE-STATUS NOT = "00"
              CLOSE CODE-MAP-FILE
           END-IF
           .
       8360-READ-CODE-MAP.
           READ CODE-MAP-FILE
              AT END
                 MOVE "10" TO WS-CMAP-FILE-STATUS
              NOT AT END
                 IF CMP-OLD-CODE = SPACES
                    OR CMP-NEW-CODE = SPACES
                    OR CMP-OLD-CODE = CMP-NEW-CODE
                    OR (CMP-LEVEL NOT = "A" AND NOT = "B"
                    AND NOT = "C")
                    OR CMP-EFF-DATE NOT NUMERIC
                    ADD 1 TO WS-CMAP-SKIPPED
                    DISPLAY "*** CODE MAP ENTRY IGNORED: "
                       CODE-MAP-RECORD " ***"
                 ELSE
                    IF WS-CMAP-COUNT < WS-CMAP-MAX
                       ADD 1 TO WS-CMAP-COUNT
                       MOVE CMP-OLD-CODE
                          TO WS-CMAP-OLD (WS-CMAP-COUNT)
                       MOVE CMP-NEW-CODE
                          TO WS-CMAP-NEW (WS-CMAP-COUNT)
                       MOVE CMP-LEVEL
                          TO WS-CMAP-LEVEL (WS-CMAP-COUNT)
                       MOVE CMP-EFF-DATE
                          TO WS-CMAP-EFF-DATE (WS-CMAP-COUNT)
                    ELSE
                       ADD 1 TO WS-CMAP-SKIPPED
                       DISPLAY "*** CODE MAP FULL - DROPPED: "
                          CMP-OLD-CODE " ***"
                    END-IF
                 END-IF
           END-READ
           .
