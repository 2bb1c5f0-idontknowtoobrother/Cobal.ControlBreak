      *> simulation switch (see simulate.cpy).  0400 looks for a
      *> SIMULATE token anywhere on the command line, so it is seen
      *> whether or not the program's parameter cards are in use;
      *> a program with cards also performs 0410 for a SIMULATE
      *> card.
       0400-CHECK-SIMULATION.
           ACCEPT WS-SIM-COMMAND FROM COMMAND-LINE
           MOVE SPACES TO WS-SIM-LINE
           STRING " " WS-SIM-COMMAND DELIMITED BY SIZE
              INTO WS-SIM-LINE
           END-STRING
           MOVE ZEROS TO WS-SIM-TALLY
           INSPECT WS-SIM-LINE TALLYING WS-SIM-TALLY
              FOR ALL " SIMULATE "
           IF WS-SIM-TALLY > ZEROS
              PERFORM 0410-SET-SIMULATION
           END-IF
           .
       0410-SET-SIMULATION.
           IF NOT WS-SIMULATION
              SET WS-SIMULATION TO TRUE
              MOVE "  SIMULATION" TO WS-SIM-MARK
              MOVE "cbsimaudit.txt" TO WS-AUDIT-FILENAME
              DISPLAY "*** SIMULATION - SHARED FILES WILL NOT BE "
                 "UPDATED ***"
           END-IF
           .
