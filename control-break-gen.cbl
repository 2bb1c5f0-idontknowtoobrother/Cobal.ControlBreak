           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "cbgenctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "cbruncontrol.txt"
       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "parmcard.cpy".
       COPY "simulate.cpy".
       COPY "operator.cpy".
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
       01 WS-TRAILER-STATUS       PIC X(5)   VALUE SPACES.
       01 WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
          05 FILLER               PIC X(4)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-SIM-MARK         PIC X(12)  VALUE SPACES.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-HEADER.
          05 FILLER               PIC X(4)   VALUE " LV1".
          05 FILLER               PIC X(12)  VALUE "DESCRIPTION ".
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
      *> the command line carries an optional keydef filename and
      *> the optional OVERRIDE keyword, in either order.  a dated
      *> token is CBNIGHT's business date passed through, not a
      *> keydef name.
           PERFORM 0450-LOAD-PARM-CARDS
           IF WS-PARM-ERROR
              DISPLAY "CBGEN: PARAMETER CARDS REJECTED - RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 0400-CHECK-SIMULATION
           PERFORM 0420-GET-OPERATOR
           IF WS-SIMULATION AND WS-PARM-CARDS-USED
              MOVE "SIMULATE" TO WS-PARM-ECHO-ITEM
              PERFORM 0490-ADD-PARM-ECHO
           END-IF
           IF NOT WS-PARM-CARDS-USED
              ACCEPT WS-GEN-RUN-PARM FROM COMMAND-LINE
              UNSTRING WS-GEN-RUN-PARM DELIMITED BY ALL SPACES
                 SET WS-OVERRIDE-MODE TO TRUE
              ELSE
                 IF WS-GEN-TOKEN-1 NOT = SPACES
                    AND WS-GEN-TOKEN-1 NOT = "SIMULATE"
                    AND WS-GEN-TOKEN-1 (1:5) NOT = "OPER="
                    AND WS-GEN-TOKEN-1 (1:6) NOT NUMERIC
                    MOVE WS-GEN-TOKEN-1 TO WS-KEYDEF-FILENAME
                 END-IF
              END-IF
                 SET WS-OVERRIDE-MODE TO TRUE
              ELSE
                 IF WS-GEN-TOKEN-2 NOT = SPACES
                    AND WS-GEN-TOKEN-2 NOT = "SIMULATE"
                    AND WS-GEN-TOKEN-2 (1:5) NOT = "OPER="
                    AND WS-GEN-TOKEN-2 (1:6) NOT NUMERIC
                    MOVE WS-GEN-TOKEN-2 TO WS-KEYDEF-FILENAME
                 END-IF
              END-IF
           PERFORM 9900-WRITE-BATCH-CONTROL
           PERFORM 9920-WRITE-AUDIT-RECORD
           IF WS-HEADER-PRESENT AND WS-COND-CODE <= 4
              AND NOT WS-SIMULATION
              PERFORM 0740-REGISTER-EXTRACT
           END-IF
           MOVE WS-COND-CODE TO RETURN-CODE
                 SET WS-OVERRIDE-MODE TO TRUE
                 MOVE PARM-CARD TO WS-PARM-ECHO-ITEM
                 PERFORM 0490-ADD-PARM-ECHO
              WHEN PARM-CARD = "SIMULATE"
                 PERFORM 0410-SET-SIMULATION
              WHEN PARM-CARD (1:5) = "OPER="
                 MOVE PARM-CARD (6:8) TO WS-OPERATOR-ID
              WHEN PARM-CARD (1:7) = "KEYDEF="
                 MOVE PARM-CARD (8:23) TO WS-KEYDEF-FILENAME
                 MOVE PARM-CARD TO WS-PARM-ECHO-ITEM
           MOVE WS-RUN-HH TO RPT-RUN-HH
           MOVE WS-RUN-MN TO RPT-RUN-MN
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-SIM-MARK TO RPT-SIM-MARK
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           DISPLAY RPT-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
                    CONTINUE
                 NOT AT END
      *> a control record from another day is a leftover - fall back
      *> to validating tonight's extract ourselves.  so is a master
      *> prepared by a simulation, as far as a real run is concerned.
                    IF PCT-RUN-DATE = WS-RUN-DATE
                       AND (PCT-SIMULATION NOT = "Y" OR WS-SIMULATION)
                       SET WS-MASTER-MODE TO TRUE
                       MOVE PCT-DETAIL-COUNT TO WS-DETAIL-COUNT
                       MOVE PCT-REJECT-COUNT TO WS-REJECT-COUNT
                 UNTIL WS-RUNCTL-FILE-STATUS NOT = "00"
              CLOSE RUN-CONTROL-FILE
           END-IF
      *> a simulation may be run against an extract the real run
      *> has already taken, to see what a reference change would
      *> have done to it.
           IF WS-SIMULATION AND WS-EXTRACT-ALREADY-RUN
              DISPLAY "*** EXTRACT " WS-HDR-SOURCE-ID " "
                 WS-HDR-BUS-DATE " SEQ " WS-HDR-SEQ-NO
                 " ALREADY PROCESSED - SIMULATED ***"
           END-IF
           IF NOT WS-OVERRIDE-MODE AND NOT WS-SIMULATION
              IF WS-EXTRACT-ALREADY-RUN
                 DISPLAY "*** EXTRACT " WS-HDR-SOURCE-ID " "
                    WS-HDR-BUS-DATE " SEQ " WS-HDR-SEQ-NO
           END-EVALUATE
           MOVE WS-TRAILER-STATUS TO BCT-TRAILER-STATUS
           MOVE WS-COND-CODE TO BCT-COND-CODE
           IF NOT WS-SIMULATION
              OPEN OUTPUT BATCH-CONTROL-FILE
              WRITE BATCH-CONTROL-RECORD
              CLOSE BATCH-CONTROL-FILE
           END-IF
           .
       9920-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE "A" TO AUD-REC-TYPE
           MOVE "CBGEN" TO AUD-PROGRAM
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           .
       COPY "codetab-lookup.cpy".
       COPY "parmcard-load.cpy".
       COPY "simulate-check.cpy".
       COPY "operator-check.cpy".
