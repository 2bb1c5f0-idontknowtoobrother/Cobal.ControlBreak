      *> operator sign-on (see operator.cpy).  a program with
      *> parameter cards moves an OPER= card's ID to WS-OPERATOR-ID
      *> before 0420 runs, so the card is taken in preference to the
      *> command line.
       0420-GET-OPERATOR.
           IF WS-OPERATOR-ID = SPACES
              ACCEPT WS-OPER-COMMAND FROM COMMAND-LINE
              MOVE SPACES TO WS-OPER-LINE
              STRING " " WS-OPER-COMMAND DELIMITED BY SIZE
                 INTO WS-OPER-LINE
              END-STRING
              MOVE ZEROS TO WS-OPER-TALLY
              INSPECT WS-OPER-LINE TALLYING WS-OPER-TALLY
                 FOR CHARACTERS BEFORE INITIAL " OPER="
              IF WS-OPER-TALLY < 76
                 COMPUTE WS-OPER-PTR = WS-OPER-TALLY + 7
                 UNSTRING WS-OPER-LINE DELIMITED BY SPACE
                    INTO WS-OPERATOR-ID
                    WITH POINTER WS-OPER-PTR
                 END-UNSTRING
              END-IF
           END-IF
           IF WS-OPERATOR-ID NOT = SPACES
              MOVE SPACES TO WS-OPER-MARK
              STRING "  OPER: " DELIMITED BY SIZE
                 WS-OPERATOR-ID DELIMITED BY SPACE
                 INTO WS-OPER-MARK
              END-STRING
           END-IF
           .
