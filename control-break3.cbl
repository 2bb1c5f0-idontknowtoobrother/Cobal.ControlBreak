           SELECT SORTED-FILE ASSIGN TO DYNAMIC WS-SORTED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-FILE-STATUS.
           SELECT PREP-CONTROL-FILE ASSIGN TO DYNAMIC
              WS-PREPCTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREPCTL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "cb3reject.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REINPUT-FILE ASSIGN TO "cb3reinput.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REINPUT-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CB3HIST"
           FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "cb3ctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WINDOW-FILE ASSIGN TO "cbwindow.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMITS-FILE-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "cb3except.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUARANTINE-FILE ASSIGN TO DYNAMIC WS-DUPES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-RESULT-FILE ASSIGN TO DYNAMIC
              WS-PART-RESULT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRS-FILE-STATUS.
           SELECT PART-INPUT-FILE ASSIGN TO DYNAMIC
              WS-PART-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PIN-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SELECT-FILE ASSIGN TO "cb3select.txt"
       COPY "hier-rec.cpy".

       FD  LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(60).

       FD  LIMITS-FILE.
       COPY "limits-rec.cpy".
          05 FILLER               PIC X(2).
          05 QRN-RUN-DATE         PIC 9(6).

       FD  PART-RESULT-FILE.
       COPY "partres-rec.cpy".

      *> a partition's report, export or quarantine file, read back
      *> line by line when the merge step stitches them together.
       FD  PART-INPUT-FILE.
       01 PART-INPUT-LINE         PIC X(100).

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       COPY "rates.cpy".
       COPY "currency.cpy".
       COPY "parmcard.cpy".
       COPY "simulate.cpy".
       COPY "operator.cpy".
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
       01 WS-TRAILER-STATUS       PIC X(5)   VALUE SPACES.
       01 WS-SORTED-FILENAME      PIC X(30)
                                     VALUE "cb3sorted.tmp".
       01 WS-SORTED-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-PREPCTL-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PREPCTL-FILENAME     PIC X(20)  VALUE "cb3master.ctl".
       01 WS-RPT-FILENAME         PIC X(20)  VALUE "cb3report.txt".
       01 WS-CSV-FILENAME         PIC X(20)  VALUE "cb3export.csv".
       01 WS-DUPES-FILENAME       PIC X(20)  VALUE "cb3dupes.txt".
       01 WS-CKPT-FILENAME        PIC X(20)  VALUE "CB3CKPT".
      *> partitioned runs (see prepctl-rec.cpy): PART=n on the
      *> command line runs one COL-A partition of the master into
      *> its own cb3partN.* files; MERGE combines the partitions'
      *> results into the usual outputs.
       01 WS-PART-NO              PIC 9(1)   VALUE ZEROS.
       01 WS-PART-COUNT           PIC 9(1)   VALUE ZEROS.
       01 WS-MERGE-SW             PIC X(1)   VALUE "N".
          88 WS-MERGE-MODE                   VALUE "Y".
       01 WS-PART-ERROR-SW        PIC X(1)   VALUE "N".
          88 WS-PART-ERROR                   VALUE "Y".
       01 WS-PART-NAME-NO         PIC 9(1)   VALUE ZEROS.
       01 WS-PART-SUFFIX          PIC X(4)   VALUE SPACES.
       01 WS-PART-NAME            PIC X(20)  VALUE SPACES.
       01 WS-PART-RESULT-FILENAME PIC X(20)  VALUE SPACES.
       01 WS-PART-INPUT-FILENAME  PIC X(20)  VALUE SPACES.
       01 WS-PRS-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-PIN-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-PRS-TOTALS-SW        PIC X(1)   VALUE "N".
          88 WS-PRS-TOTALS-FOUND             VALUE "Y".
       01 WS-PRS-STALE-SW         PIC X(1)   VALUE "N".
          88 WS-PRS-STALE                    VALUE "Y".
       01 WS-MRG-SUB              PIC 9(2)   VALUE ZEROS.
       01 WS-MRG-TABLE.
          05 WS-MRG-ENTRY OCCURS 9 TIMES.
             10 WS-MRG-READ-COUNT PIC 9(7).
             10 WS-MRG-DUP-COUNT  PIC 9(7).
       01 WS-MRG-SEQ-OFFSET       PIC 9(7)   VALUE ZEROS.
       01 WS-MRG-SKIP-SW          PIC X(1)   VALUE "N".
          88 WS-MRG-SKIP-NEXT                VALUE "Y".
       01 WS-MRG-MISSING-SW       PIC X(1)   VALUE "N".
          88 WS-MRG-OUTPUT-MISSING           VALUE "Y".
       01 WS-MASTER-MODE-SW       PIC X(1)   VALUE "N".
          88 WS-MASTER-MODE                  VALUE "Y".
       01 WS-MASTER-READ-COUNT    PIC 9(7)   VALUE ZEROS.
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-SIM-MARK         PIC X(12)  VALUE SPACES.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-HEADER.
          05 FILLER               PIC X(4)   VALUE "  A ".
          05 FILLER               PIC X(12)  VALUE "DESCRIPTION ".
          05 FILLER               PIC X(4)   VALUE SPACES.
          05 RPT-PERCENT          PIC -(3)9.99.
          05 FILLER               PIC X       VALUE "%".
      *> the A total row repeats its A code: in SUMMARY mode it is
      *> the only line that names the group, and the CBBURST
      *> distribution split attributes each group by it.
       01 RPT-A-TOTAL-ROW.
          05 RPT-A-TOTAL-CODE     PIC BBX(2).
          05 FILLER               PIC X(3)   VALUE SPACES.
          05 FILLER               PIC X(11)  VALUE "  A TOTAL: ".
          05 RPT-A-TOTAL          PIC -(9)9.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 WS-CUR-GROUP OCCURS 10 TIMES.
             10 WS-CUR-GROUP-CODE  PIC X(2)  VALUE SPACES.
             10 WS-CUR-GROUP-TOTAL PIC S9(9) VALUE ZEROS.
       01 WS-CUR-GROUP-VALUE-TABLE.
          05 WS-CUR-GROUP-VALUE OCCURS 10 TIMES
                                  PIC S9(11) VALUE ZEROS.
       01 WS-PRIOR-RUN-DATE       PIC 9(6)   VALUE ZEROS.
       01 WS-PRIOR-GRAND-TOTAL    PIC S9(9)  VALUE ZEROS.
       01 WS-PRIOR-GROUP-TABLE.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 0400-CHECK-SIMULATION
           PERFORM 0420-GET-OPERATOR
           IF WS-SIMULATION AND WS-PARM-CARDS-USED
              MOVE "SIMULATE" TO WS-PARM-ECHO-ITEM
              PERFORM 0490-ADD-PARM-ECHO
           END-IF
      *> every partition step shares the one card file, so the
      *> step's role (PART=n or MERGE) is always taken from its own
      *> command line, cards or not.
           IF WS-PARM-CARDS-USED
              MOVE WS-PARM-ECHO TO WS-RUN-MODE-PARM
              PERFORM 0570-APPLY-STEP-ROLE
           ELSE
              ACCEPT WS-RUN-MODE-PARM FROM COMMAND-LINE
              UNSTRING WS-RUN-MODE-PARM DELIMITED BY ALL SPACES
      *> instead of validating and sorting the extract again; the
      *> certified counts stand in for this program's own validation.
           PERFORM 0600-CHECK-MASTER-CONTROL
           IF WS-PART-NO > ZEROS
              IF NOT WS-MASTER-MODE OR WS-PART-NO > WS-PART-COUNT
                 DISPLAY "CB3: PARTITION " WS-PART-NO
                    " NOT IN TONIGHT'S MASTER - NOTHING TO DO"
                 MOVE ZEROS TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 0650-CHECK-PARTITION-CONTROL
              IF WS-PART-ERROR
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           IF WS-MERGE-MODE
              IF WS-MASTER-MODE AND WS-PART-COUNT > ZEROS
                 PERFORM 2600-LOAD-PARTITION-RESULTS
                 IF WS-PART-ERROR
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
              ELSE
                 DISPLAY "CB3: MASTER NOT PARTITIONED - FULL RUN"
                 MOVE "N" TO WS-MERGE-SW
              END-IF
           END-IF
           IF WS-MASTER-MODE
              IF WS-PART-NO = ZEROS
                 MOVE "cb3master.txt" TO WS-SORTED-FILENAME
              END-IF
           ELSE
              PERFORM 0700-CHECK-EXTRACT-HEADER
              IF WS-HEADER-ABORT
                 MOVE WS-MAX-TRANS-DATE TO WS-LOOKUP-DATE
              END-IF
           END-IF
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT QUARANTINE-FILE
      *> a partition's export is stitched under the merge step's
      *> single header row, so it writes none of its own.
           IF WS-CSV-MODE
              OPEN OUTPUT CSV-FILE
              IF WS-PART-NO = ZEROS
                 WRITE CSV-FILE-LINE FROM CSV-HEADER-ROW
              END-IF
           END-IF
           IF WS-PARM-ECHO = SPACES
              MOVE "(DEFAULTS)" TO WS-PARM-ECHO
           END-IF
           MOVE WS-PARM-ECHO TO RPT-PARM-TEXT
           IF WS-MERGE-MODE
              PERFORM 2700-MERGE-PARTITION-OUTPUTS
           ELSE
              OPEN INPUT SORTED-FILE
              IF NOT WS-SIMULATION
                 PERFORM 6190-OPEN-TOTALS-STORE
              END-IF
              IF WS-RESTART-MODE AND NOT WS-SIMULATION
                 PERFORM 9200-RESTORE-CHECKPOINT
              END-IF
              PERFORM PRINT-PAGE-HEADERS
              DISPLAY RPT-PARM-LINE
              WRITE RPT-FILE-LINE FROM RPT-PARM-LINE
              IF WS-SELECTION-ACTIVE
                 MOVE WS-SELECTION-TEXT TO RPT-SELECTION-TEXT
                 DISPLAY RPT-SELECTION-LINE
                 WRITE RPT-FILE-LINE FROM RPT-SELECTION-LINE
              END-IF
              PERFORM READ-LINE
              IF WS-CKPT-FOUND
                 PERFORM READ-LINE
                    UNTIL END-OF-SORTED-FILE
                    OR COL-A > WS-RESTART-COL-A
              END-IF
              PERFORM PROCEDURE-COL-A UNTIL END-OF-SORTED-FILE
           END-IF
      *> a partition leaves its figures in its result file for the
      *> merge step; footers, history, limits, reconciliation, audit
      *> and ledger posting belong to the merged run alone.
           IF WS-PART-NO > ZEROS
              PERFORM 2500-FINISH-PARTITION
              GOBACK
           END-IF
           MOVE WS-GROSS-TOTAL TO RPT-GROSS-TOTAL
           DISPLAY RPT-GROSS-FOOTER
           WRITE RPT-FILE-LINE FROM RPT-GROSS-FOOTER
           END-IF
           PERFORM 9500-READ-PRIOR-HISTORY
           PERFORM 9600-PRINT-VARIANCE-REPORT
           IF NOT WS-SIMULATION
              PERFORM 9700-WRITE-HISTORY-RECORD
           END-IF
           PERFORM 9950-CHECK-LIMITS
           IF WS-SIZE-ERROR-OCCURRED
              DISPLAY RPT-SIZE-ERROR-LINE
              WRITE RPT-FILE-LINE FROM RPT-HIST-TRUNC-LINE
           END-IF
           PERFORM 9000-RECONCILE-TRAILER
           IF NOT WS-SIMULATION
              PERFORM 9300-CLEAR-CHECKPOINT
           END-IF
           IF NOT WS-MERGE-MODE
              CLOSE SORTED-FILE
           END-IF
           CLOSE RPT-FILE
           CLOSE QUARANTINE-FILE
           IF WS-TOTALS-STORE-OPEN
           PERFORM 9920-WRITE-AUDIT-RECORD
      *> a run that ended out of balance must not reach the ledger -
      *> the corrected same-date rerun posts as the day's first entry.
      *> a simulation posts nothing, registers nothing and leaves
      *> the re-input file for the real run.
           IF WS-COND-CODE <= 4 AND NOT WS-SIMULATION
              PERFORM 9800-POST-LEDGER
           END-IF
           IF WS-HEADER-PRESENT AND WS-COND-CODE <= 4
              AND NOT WS-SIMULATION
              PERFORM 0740-REGISTER-EXTRACT
           END-IF
           IF WS-REINPUT-PROCESSED AND WS-COND-CODE <= 4
              AND NOT WS-SIMULATION
              PERFORM 1080-CLEAR-REINPUT-FILE
           END-IF
           MOVE WS-COND-CODE TO RETURN-CODE
                 SET WS-CSV-MODE TO TRUE
              WHEN "OVERRIDE"
                 SET WS-OVERRIDE-MODE TO TRUE
              WHEN OTHER
                 PERFORM 0580-APPLY-ROLE-TOKEN
           END-EVALUATE
           .
       0570-APPLY-STEP-ROLE.
           ACCEPT WS-RUN-MODE-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-MODE-PARM DELIMITED BY ALL SPACES
              INTO WS-RUN-TOKEN-1 WS-RUN-TOKEN-2 WS-RUN-TOKEN-3
                 WS-RUN-TOKEN-4
           END-UNSTRING
           MOVE WS-RUN-TOKEN-1 TO WS-RUN-TOKEN
           PERFORM 0580-APPLY-ROLE-TOKEN
           MOVE WS-RUN-TOKEN-2 TO WS-RUN-TOKEN
           PERFORM 0580-APPLY-ROLE-TOKEN
           MOVE WS-RUN-TOKEN-3 TO WS-RUN-TOKEN
           PERFORM 0580-APPLY-ROLE-TOKEN
           MOVE WS-RUN-TOKEN-4 TO WS-RUN-TOKEN
           PERFORM 0580-APPLY-ROLE-TOKEN
           MOVE WS-PARM-ECHO TO WS-RUN-MODE-PARM
           .
      *> PART=n takes precedence over MERGE if a step is given both.
       0580-APPLY-ROLE-TOKEN.
           IF WS-RUN-TOKEN = "MERGE"
              SET WS-MERGE-MODE TO TRUE
              IF WS-PARM-CARDS-USED
                 MOVE WS-RUN-TOKEN TO WS-PARM-ECHO-ITEM
                 PERFORM 0490-ADD-PARM-ECHO
              END-IF
           END-IF
           IF WS-RUN-TOKEN (1:5) = "PART="
              AND WS-RUN-TOKEN (6:1) NUMERIC
              AND WS-RUN-TOKEN (6:1) NOT = "0"
              AND WS-RUN-TOKEN (7:4) = SPACES
              MOVE WS-RUN-TOKEN (6:1) TO WS-PART-NO
              IF WS-PARM-CARDS-USED
                 MOVE WS-RUN-TOKEN TO WS-PARM-ECHO-ITEM
                 PERFORM 0490-ADD-PARM-ECHO
              END-IF
           END-IF
           IF WS-PART-NO > ZEROS
              MOVE "N" TO WS-MERGE-SW
           END-IF
           .
       0470-APPLY-PARM-CARD.
           EVALUATE TRUE
              WHEN PARM-CARD = "SUMMARY"
                 SET WS-OVERRIDE-MODE TO TRUE
                 MOVE PARM-CARD TO WS-PARM-ECHO-ITEM
                 PERFORM 0490-ADD-PARM-ECHO
              WHEN PARM-CARD = "SIMULATE"
                 PERFORM 0410-SET-SIMULATION
              WHEN PARM-CARD (1:5) = "OPER="
                 MOVE PARM-CARD (6:8) TO WS-OPERATOR-ID
              WHEN PARM-CARD (1:7) = "SELECT="
                 PERFORM 0480-ADD-CARD-SELECTION
                 MOVE PARM-CARD TO WS-PARM-ECHO-ITEM
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           MOVE COL-A-PROCESSING TO RPT-A-TOTAL-CODE
           MOVE COL-A-TOTAL TO RPT-A-TOTAL
           MOVE COL-A-AMOUNT TO RPT-A-AMOUNT
           MOVE WS-COL-A-LINE-COUNT TO RPT-A-LINE-COUNT
           MOVE WS-COL-A-LINE-COUNT TO WS-TST-LINES
           PERFORM 6200-WRITE-TOTALS-STORE
           ADD 1 TO WS-LINE-COUNT
           IF NOT WS-SIMULATION
              PERFORM 9100-WRITE-CHECKPOINT
           END-IF
           PERFORM 9400-CAPTURE-GROUP-HISTORY
           .
       6100-WRITE-CSV-ROW.
      *> the subtotal store answers "what is this group at right now"
      *> through the CBINQ inquiry program without opening the
      *> printed report.  a rerun on the same date rewrites its own
      *> records in place.  partitions share the one store, so a
      *> partition creates it only when it is not there at all -
      *> any other failure may be a partition running alongside,
      *> whose rows an OPEN OUTPUT would wipe.
       6190-OPEN-TOTALS-STORE.
           OPEN I-O TOTALS-STORE-FILE
           IF WS-TST-FILE-STATUS NOT = "00"
              AND (WS-PART-NO = ZEROS OR WS-TST-FILE-STATUS = "35")
              OPEN OUTPUT TOTALS-STORE-FILE
              IF WS-TST-FILE-STATUS = "00"
                 CLOSE TOTALS-STORE-FILE
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
                    IF NOT WS-SELECTION-ACTIVE
                       AND PCT-RUN-DATE = WS-RUN-DATE
                       AND (PCT-SIMULATION NOT = "Y" OR WS-SIMULATION)
                       PERFORM 0610-PROBE-MASTER-FILE
                    END-IF
                    IF WS-MASTER-MODE
                       END-IF
                       MOVE PCT-MIN-DATE TO WS-MIN-TRANS-DATE
                       MOVE PCT-MAX-DATE TO WS-MAX-TRANS-DATE
                       IF PCT-PART-COUNT NUMERIC
                          MOVE PCT-PART-COUNT TO WS-PART-COUNT
                       END-IF
                    END-IF
              END-READ
              CLOSE PREP-CONTROL-FILE
                 WS-SORTED-FILE-STATUS " - USING LEGACY PATH ***"
           END-IF
           .
      *> a partition step works only from its own current control
      *> record and partition file; unlike the full run it has no
      *> legacy path to fall back on, so a broken pair fails the
      *> step for the operator to rerun once CBPREP has been rerun.
      *> the percentage columns stay relative to the whole master's
      *> net total, already taken from cb3master.ctl.
       0650-CHECK-PARTITION-CONTROL.
           MOVE WS-PART-NO TO WS-PART-NAME-NO
           MOVE ".ctl" TO WS-PART-SUFFIX
           PERFORM 2590-BUILD-PARTITION-NAME
           MOVE WS-PART-NAME TO WS-PREPCTL-FILENAME
           OPEN INPUT PREP-CONTROL-FILE
           IF WS-PREPCTL-FILE-STATUS NOT = "00"
              SET WS-PART-ERROR TO TRUE
           ELSE
              READ PREP-CONTROL-FILE
                 AT END
                    SET WS-PART-ERROR TO TRUE
                 NOT AT END
                    IF PCT-RUN-DATE NOT = WS-RUN-DATE
                       OR PCT-PART-NO NOT NUMERIC
                       OR PCT-PART-NO NOT = WS-PART-NO
                       SET WS-PART-ERROR TO TRUE
                    ELSE
                       MOVE PCT-DETAIL-COUNT TO WS-DETAIL-COUNT
                    END-IF
              END-READ
              CLOSE PREP-CONTROL-FILE
           END-IF
           IF WS-PART-ERROR
              DISPLAY "CB3: PARTITION " WS-PART-NO
                 " CONTROL RECORD NOT CURRENT - PARTITION STOPPED"
           ELSE
              MOVE ".txt" TO WS-PART-SUFFIX
              PERFORM 2590-BUILD-PARTITION-NAME
              MOVE WS-PART-NAME TO WS-SORTED-FILENAME
              OPEN INPUT SORTED-FILE
              IF WS-SORTED-FILE-STATUS = "00"
                 CLOSE SORTED-FILE
              ELSE
                 DISPLAY "CB3: PARTITION " WS-PART-NO
                    " FILE UNAVAILABLE - STATUS " WS-SORTED-FILE-STATUS
                    " - PARTITION STOPPED"
                 SET WS-PART-ERROR TO TRUE
              END-IF
           END-IF
           MOVE ".rpt" TO WS-PART-SUFFIX
           PERFORM 2590-BUILD-PARTITION-NAME
           MOVE WS-PART-NAME TO WS-RPT-FILENAME
           MOVE ".csv" TO WS-PART-SUFFIX
           PERFORM 2590-BUILD-PARTITION-NAME
           MOVE WS-PART-NAME TO WS-CSV-FILENAME
           MOVE ".dup" TO WS-PART-SUFFIX
           PERFORM 2590-BUILD-PARTITION-NAME
           MOVE WS-PART-NAME TO WS-DUPES-FILENAME
           MOVE ".res" TO WS-PART-SUFFIX
           PERFORM 2590-BUILD-PARTITION-NAME
           MOVE WS-PART-NAME TO WS-PART-RESULT-FILENAME
           MOVE SPACES TO WS-CKPT-FILENAME
           STRING "CB3CKPT" WS-PART-NO DELIMITED BY SIZE
              INTO WS-CKPT-FILENAME
           END-STRING
           .
       0700-CHECK-EXTRACT-HEADER.
           OPEN INPUT INPUT1-FILE
           READ INPUT1-FILE
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
           PERFORM 1025-EDIT-AND-RELEASE
           PERFORM 1060-READ-REINPUT-LINE
           .
      *> end of a partition step: the partition is clean when it
      *> read exactly the details its control record certified.  the
      *> result file is written whatever the outcome so the merge
      *> can name the partition that failed.  a partition that could
      *> not reach the subtotal store left its rows out of it, so it
      *> fails too and is rerun on its own.
       2500-FINISH-PARTITION.
           IF WS-MASTER-READ-COUNT NOT = WS-DETAIL-COUNT
              SET WS-MASTER-MISMATCH TO TRUE
           END-IF
           EVALUATE TRUE
              WHEN WS-SIZE-ERROR-OCCURRED
                 MOVE 12 TO WS-COND-CODE
              WHEN WS-MASTER-MISMATCH
                 MOVE 8 TO WS-COND-CODE
              WHEN NOT WS-TOTALS-STORE-OPEN AND NOT WS-SIMULATION
                 MOVE 8 TO WS-COND-CODE
              WHEN OTHER
                 MOVE ZEROS TO WS-COND-CODE
           END-EVALUATE
           CLOSE SORTED-FILE
           CLOSE RPT-FILE
           CLOSE QUARANTINE-FILE
           IF WS-TOTALS-STORE-OPEN
              CLOSE TOTALS-STORE-FILE
           END-IF
           IF WS-CSV-MODE
              CLOSE CSV-FILE
           END-IF
           PERFORM 2550-WRITE-PARTITION-RESULT
           IF NOT WS-SIMULATION
              PERFORM 9300-CLEAR-CHECKPOINT
           END-IF
           DISPLAY "CB3: PARTITION " WS-PART-NO " READ "
              WS-MASTER-READ-COUNT " OF " WS-DETAIL-COUNT
              " DUPLICATES " WS-DUPLICATE-COUNT
              " CC " WS-COND-CODE
           MOVE WS-COND-CODE TO RETURN-CODE
           .
       2550-WRITE-PARTITION-RESULT.
           OPEN OUTPUT PART-RESULT-FILE
           PERFORM 2560-WRITE-GROUP-RESULT
              VARYING WS-HIST-SEARCH-IDX FROM 1 BY 1
              UNTIL WS-HIST-SEARCH-IDX > WS-HIST-GROUP-COUNT
           PERFORM 2570-WRITE-CURRENCY-RESULT
              VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CCY-COUNT
           PERFORM 2580-WRITE-POSITION-RESULT
              VARYING WS-GCY-SUB FROM 1 BY 1
              UNTIL WS-GCY-SUB > WS-GCY-COUNT
           MOVE SPACES TO PART-RESULT-RECORD
           SET PRS-TOTALS-REC TO TRUE
           MOVE WS-PART-NO TO PRS-PART-NO
           MOVE WS-RUN-DATE TO PRS-RUN-DATE
           MOVE WS-MASTER-READ-COUNT TO PRS-READ-COUNT
           MOVE WS-DUPLICATE-COUNT TO PRS-DUP-COUNT
           MOVE TOTAL TO PRS-NET-TOTAL
           MOVE AMOUNT-TOTAL TO PRS-AMOUNT-TOTAL
           MOVE BASE-TOTAL TO PRS-BASE-TOTAL
           MOVE WS-PAGE-COUNT TO PRS-PAGE-COUNT
           MOVE WS-COND-CODE TO PRS-COND-CODE
           MOVE WS-SIZE-ERROR-SW TO PRS-SIZE-ERROR
           MOVE WS-HIST-TRUNCATED-SW TO PRS-HIST-TRUNC
           MOVE WS-CCY-NONBASE-SW TO PRS-NONBASE
           MOVE WS-SIM-SW TO PRS-SIMULATION
           WRITE PART-RESULT-RECORD
           CLOSE PART-RESULT-FILE
           .
       2560-WRITE-GROUP-RESULT.
           MOVE SPACES TO PART-RESULT-RECORD
           SET PRS-GROUP-REC TO TRUE
           MOVE WS-PART-NO TO PRS-PART-NO
           MOVE WS-RUN-DATE TO PRS-RUN-DATE
           MOVE WS-CUR-GROUP-CODE (WS-HIST-SEARCH-IDX) TO PRS-GRP-CODE
           MOVE WS-CUR-GROUP-TOTAL (WS-HIST-SEARCH-IDX)
              TO PRS-GRP-TOTAL
           MOVE WS-CUR-GROUP-VALUE (WS-HIST-SEARCH-IDX)
              TO PRS-GRP-VALUE
           WRITE PART-RESULT-RECORD
           .
       2570-WRITE-CURRENCY-RESULT.
           MOVE SPACES TO PART-RESULT-RECORD
           SET PRS-CURRENCY-REC TO TRUE
           MOVE WS-PART-NO TO PRS-PART-NO
           MOVE WS-RUN-DATE TO PRS-RUN-DATE
           MOVE WS-CCY-CODE (WS-CCY-SUB) TO PRS-CCY-CODE
           MOVE WS-CCY-LINES (WS-CCY-SUB) TO PRS-CCY-LINES
           MOVE WS-CCY-GROSS (WS-CCY-SUB) TO PRS-CCY-GROSS
           MOVE WS-CCY-NET (WS-CCY-SUB) TO PRS-CCY-NET
           MOVE WS-CCY-AMOUNT (WS-CCY-SUB) TO PRS-CCY-AMOUNT
           MOVE WS-CCY-BASE-AMOUNT (WS-CCY-SUB) TO PRS-CCY-BASE
           WRITE PART-RESULT-RECORD
           .
       2580-WRITE-POSITION-RESULT.
           MOVE SPACES TO PART-RESULT-RECORD
           SET PRS-POSITION-REC TO TRUE
           MOVE WS-PART-NO TO PRS-PART-NO
           MOVE WS-RUN-DATE TO PRS-RUN-DATE
           MOVE WS-GCY-GROUP (WS-GCY-SUB) TO PRS-POS-GROUP
           MOVE WS-GCY-CODE (WS-GCY-SUB) TO PRS-POS-CURRENCY
           MOVE WS-GCY-AMOUNT (WS-GCY-SUB) TO PRS-POS-AMOUNT
           MOVE WS-GCY-BASE (WS-GCY-SUB) TO PRS-POS-BASE
           WRITE PART-RESULT-RECORD
           .
       2590-BUILD-PARTITION-NAME.
           MOVE SPACES TO WS-PART-NAME
           STRING "cb3part" WS-PART-NAME-NO WS-PART-SUFFIX
              DELIMITED BY SIZE
              INTO WS-PART-NAME
           END-STRING
           .
      *> the merge starts only when every partition has finished
      *> clean today; otherwise it stops before any output is
      *> opened, leaving yesterday's report in place, and the failed
      *> partition is rerun.  the partitions' figures add up into
      *> the same fields a full run accumulates, so everything after
      *> the report body runs unchanged.
       2600-LOAD-PARTITION-RESULTS.
           MOVE ZEROS TO WS-MASTER-READ-COUNT WS-DUPLICATE-COUNT
           PERFORM 2610-LOAD-ONE-RESULT
              VARYING WS-MRG-SUB FROM 1 BY 1
              UNTIL WS-MRG-SUB > WS-PART-COUNT
              OR WS-PART-ERROR
           .
       2610-LOAD-ONE-RESULT.
           MOVE WS-MRG-SUB TO WS-PART-NAME-NO
           MOVE ".res" TO WS-PART-SUFFIX
           PERFORM 2590-BUILD-PARTITION-NAME
           MOVE WS-PART-NAME TO WS-PART-RESULT-FILENAME
           MOVE "N" TO WS-PRS-TOTALS-SW
           MOVE "N" TO WS-PRS-STALE-SW
           OPEN INPUT PART-RESULT-FILE
           IF WS-PRS-FILE-STATUS = "00"
              PERFORM 2620-READ-PARTITION-RESULT
                 UNTIL WS-PRS-FILE-STATUS NOT = "00"
              CLOSE PART-RESULT-FILE
           END-IF
           IF NOT WS-PRS-TOTALS-FOUND OR WS-PRS-STALE
              DISPLAY "CB3: PARTITION " WS-PART-NAME-NO
                 " NOT COMPLETE - MERGE STOPPED"
              SET WS-PART-ERROR TO TRUE
           END-IF
           .
       2620-READ-PARTITION-RESULT.
           READ PART-RESULT-FILE
              AT END
                 MOVE "10" TO WS-PRS-FILE-STATUS
              NOT AT END
                 IF PRS-RUN-DATE NOT = WS-RUN-DATE
                    OR PRS-PART-NO NOT = WS-PART-NAME-NO
                    SET WS-PRS-STALE TO TRUE
                 END-IF
                 EVALUATE TRUE
                    WHEN PRS-GROUP-REC
                       PERFORM 2630-MERGE-GROUP-RESULT
                    WHEN PRS-CURRENCY-REC
                       PERFORM 2640-MERGE-CURRENCY-RESULT
                    WHEN PRS-POSITION-REC
                       PERFORM 2645-MERGE-POSITION-RESULT
                    WHEN PRS-TOTALS-REC
                       PERFORM 2650-MERGE-TOTALS-RESULT
                 END-EVALUATE
           END-READ
           .
       2630-MERGE-GROUP-RESULT.
           MOVE PRS-GRP-CODE TO COL-A-PROCESSING
           MOVE PRS-GRP-TOTAL TO COL-A-TOTAL
           MOVE PRS-GRP-VALUE TO COL-A-BASE
           PERFORM 9400-CAPTURE-GROUP-HISTORY
           .
       2640-MERGE-CURRENCY-RESULT.
           MOVE PRS-CCY-CODE TO WS-CCY-WORK-CODE
           PERFORM 6510-FIND-CCY-SLOT
           IF WS-CCY-MATCH-SUB > ZEROS
              ADD PRS-CCY-LINES TO WS-CCY-LINES (WS-CCY-MATCH-SUB)
              ADD PRS-CCY-GROSS TO WS-CCY-GROSS (WS-CCY-MATCH-SUB)
                 ON SIZE ERROR
                    SET WS-SIZE-ERROR-OCCURRED TO TRUE
              END-ADD
              ADD PRS-CCY-NET TO WS-CCY-NET (WS-CCY-MATCH-SUB)
                 ON SIZE ERROR
                    SET WS-SIZE-ERROR-OCCURRED TO TRUE
              END-ADD
              ADD PRS-CCY-AMOUNT TO WS-CCY-AMOUNT (WS-CCY-MATCH-SUB)
                 ON SIZE ERROR
                    SET WS-SIZE-ERROR-OCCURRED TO TRUE
              END-ADD
              ADD PRS-CCY-BASE
                 TO WS-CCY-BASE-AMOUNT (WS-CCY-MATCH-SUB)
                 ON SIZE ERROR
                    SET WS-SIZE-ERROR-OCCURRED TO TRUE
              END-ADD
           END-IF
           .
       2645-MERGE-POSITION-RESULT.
           MOVE PRS-POS-GROUP TO WS-GCY-WORK-GROUP
           MOVE PRS-POS-CURRENCY TO WS-CCY-WORK-CODE
           PERFORM 6540-FIND-GCY-SLOT
           IF WS-GCY-MATCH-SUB > ZEROS
              ADD PRS-POS-AMOUNT TO WS-GCY-AMOUNT (WS-GCY-MATCH-SUB)
                 ON SIZE ERROR
                    SET WS-SIZE-ERROR-OCCURRED TO TRUE
              END-ADD
              ADD PRS-POS-BASE TO WS-GCY-BASE (WS-GCY-MATCH-SUB)
                 ON SIZE ERROR
                    SET WS-SIZE-ERROR-OCCURRED TO TRUE
              END-ADD
           END-IF
           .
       2650-MERGE-TOTALS-RESULT.
           SET WS-PRS-TOTALS-FOUND TO TRUE
           IF PRS-COND-CODE NOT NUMERIC OR PRS-COND-CODE > 4
              SET WS-PRS-STALE TO TRUE
           END-IF
           IF PRS-SIMULATION = "Y" AND NOT WS-SIMULATION
              DISPLAY "CB3: PARTITION " WS-PART-NAME-NO
                 " RESULT IS FROM A SIMULATION"
              SET WS-PRS-STALE TO TRUE
           END-IF
           MOVE PRS-READ-COUNT TO WS-MRG-READ-COUNT (WS-MRG-SUB)
           MOVE PRS-DUP-COUNT TO WS-MRG-DUP-COUNT (WS-MRG-SUB)
           ADD PRS-READ-COUNT TO WS-MASTER-READ-COUNT
           ADD PRS-DUP-COUNT TO WS-DUPLICATE-COUNT
           ADD PRS-NET-TOTAL TO TOTAL
              ON SIZE ERROR
                 SET WS-SIZE-ERROR-OCCURRED TO TRUE
           END-ADD
           ADD PRS-AMOUNT-TOTAL TO AMOUNT-TOTAL
              ON SIZE ERROR
                 SET WS-SIZE-ERROR-OCCURRED TO TRUE
           END-ADD
           ADD PRS-BASE-TOTAL TO BASE-TOTAL
              ON SIZE ERROR
                 SET WS-SIZE-ERROR-OCCURRED TO TRUE
           END-ADD
           IF PRS-SIZE-ERROR = "Y"
              SET WS-SIZE-ERROR-OCCURRED TO TRUE
           END-IF
           IF PRS-HIST-TRUNC = "Y"
              SET WS-HIST-TRUNCATED TO TRUE
           END-IF
           IF PRS-NONBASE = "Y"
              SET WS-CCY-NONBASE-SEEN TO TRUE
           END-IF
           .
      *> the merged report is the partitions' reports in COL-A
      *> order, renumbered: each partition page header is replaced
      *> by one of ours, and the partitions' own parameter lines
      *> give way to this step's, printed once under the first
      *> header.  a partition with nothing in its range printed
      *> only an empty page and is left out.  quarantine references
      *> are shifted by the details the earlier partitions kept, so
      *> DUP-OF numbers count through the whole master as before.
       2700-MERGE-PARTITION-OUTPUTS.
           MOVE ZEROS TO WS-MRG-SEQ-OFFSET
           PERFORM 2710-MERGE-ONE-PARTITION
              VARYING WS-MRG-SUB FROM 1 BY 1
              UNTIL WS-MRG-SUB > WS-PART-COUNT
           IF WS-PAGE-COUNT = ZEROS
              PERFORM PRINT-PAGE-HEADERS
              DISPLAY RPT-PARM-LINE
              WRITE RPT-FILE-LINE FROM RPT-PARM-LINE
           END-IF
           .
       2710-MERGE-ONE-PARTITION.
           MOVE WS-MRG-SUB TO WS-PART-NAME-NO
           IF WS-MRG-READ-COUNT (WS-MRG-SUB) > ZEROS
              MOVE ".rpt" TO WS-PART-SUFFIX
              PERFORM 2590-BUILD-PARTITION-NAME
              MOVE WS-PART-NAME TO WS-PART-INPUT-FILENAME
              OPEN INPUT PART-INPUT-FILE
              IF WS-PIN-FILE-STATUS = "00"
                 MOVE "N" TO WS-MRG-SKIP-SW
                 PERFORM 2720-COPY-REPORT-LINE
                    UNTIL WS-PIN-FILE-STATUS NOT = "00"
                 CLOSE PART-INPUT-FILE
              ELSE
                 PERFORM 2790-REPORT-MISSING-OUTPUT
              END-IF
              IF WS-CSV-MODE
                 MOVE ".csv" TO WS-PART-SUFFIX
                 PERFORM 2590-BUILD-PARTITION-NAME
                 MOVE WS-PART-NAME TO WS-PART-INPUT-FILENAME
                 OPEN INPUT PART-INPUT-FILE
                 IF WS-PIN-FILE-STATUS = "00"
                    PERFORM 2730-COPY-CSV-LINE
                       UNTIL WS-PIN-FILE-STATUS NOT = "00"
                    CLOSE PART-INPUT-FILE
                 ELSE
                    PERFORM 2790-REPORT-MISSING-OUTPUT
                 END-IF
              END-IF
           END-IF
           IF WS-MRG-DUP-COUNT (WS-MRG-SUB) > ZEROS
              MOVE ".dup" TO WS-PART-SUFFIX
              PERFORM 2590-BUILD-PARTITION-NAME
              MOVE WS-PART-NAME TO WS-PART-INPUT-FILENAME
              OPEN INPUT PART-INPUT-FILE
              IF WS-PIN-FILE-STATUS = "00"
                 PERFORM 2740-COPY-DUPLICATE-LINE
                    UNTIL WS-PIN-FILE-STATUS NOT = "00"
                 CLOSE PART-INPUT-FILE
              ELSE
                 PERFORM 2790-REPORT-MISSING-OUTPUT
              END-IF
           END-IF
           ADD WS-MRG-READ-COUNT (WS-MRG-SUB) TO WS-MRG-SEQ-OFFSET
           SUBTRACT WS-MRG-DUP-COUNT (WS-MRG-SUB)
              FROM WS-MRG-SEQ-OFFSET
           .
       2720-COPY-REPORT-LINE.
           READ PART-INPUT-FILE
              AT END
                 MOVE "10" TO WS-PIN-FILE-STATUS
              NOT AT END
                 EVALUATE TRUE
                    WHEN WS-MRG-SKIP-NEXT
                       MOVE "N" TO WS-MRG-SKIP-SW
                    WHEN PART-INPUT-LINE (1:11) = "CB3 REPORT "
                       PERFORM PRINT-PAGE-HEADERS
                       IF WS-PAGE-COUNT = 1
                          DISPLAY RPT-PARM-LINE
                          WRITE RPT-FILE-LINE FROM RPT-PARM-LINE
                       END-IF
                       SET WS-MRG-SKIP-NEXT TO TRUE
                    WHEN PART-INPUT-LINE (1:12) = "PARAMETERS: "
                       CONTINUE
                    WHEN OTHER
                       DISPLAY PART-INPUT-LINE
                       WRITE RPT-FILE-LINE FROM PART-INPUT-LINE
                 END-EVALUATE
           END-READ
           .
       2730-COPY-CSV-LINE.
           READ PART-INPUT-FILE
              AT END
                 MOVE "10" TO WS-PIN-FILE-STATUS
              NOT AT END
                 WRITE CSV-FILE-LINE FROM PART-INPUT-LINE
           END-READ
           .
       2740-COPY-DUPLICATE-LINE.
           READ PART-INPUT-FILE
              AT END
                 MOVE "10" TO WS-PIN-FILE-STATUS
              NOT AT END
                 MOVE PART-INPUT-LINE TO QUARANTINE-RECORD
                 ADD WS-MRG-SEQ-OFFSET TO QRN-DUP-OF-SEQ
                 WRITE QUARANTINE-RECORD
           END-READ
           .
       2790-REPORT-MISSING-OUTPUT.
           DISPLAY "*** PARTITION " WS-PART-NAME-NO " " WS-PART-SUFFIX
              " FILE MISSING - STATUS " WS-PIN-FILE-STATUS " ***"
           SET WS-MRG-OUTPUT-MISSING TO TRUE
           .
       9100-WRITE-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE COL-A-PROCESSING TO CKPT-COL-A
              MOVE "*** MASTER/CONTROL MISMATCH ***"
                 TO WS-RECON-MESSAGE
           END-IF
           IF WS-MRG-OUTPUT-MISSING
              MOVE "*** PARTITION OUTPUT MISSING ***"
                 TO WS-RECON-MESSAGE
           END-IF
           MOVE WS-RECON-MESSAGE TO RPT-RECON-TEXT
           DISPLAY RPT-RECON-LINE
           WRITE RPT-FILE-LINE FROM RPT-RECON-LINE
                    WS-CUR-GROUP-CODE (WS-HIST-GROUP-COUNT)
                 MOVE COL-A-TOTAL TO
                    WS-CUR-GROUP-TOTAL (WS-HIST-GROUP-COUNT)
                 MOVE COL-A-BASE TO
                    WS-CUR-GROUP-VALUE (WS-HIST-GROUP-COUNT)
              ELSE
                 SET WS-HIST-TRUNCATED TO TRUE
              END-IF
           IF WS-CUR-GROUP-CODE (WS-HIST-SEARCH-IDX) = COL-A-PROCESSING
              ADD COL-A-TOTAL TO
                 WS-CUR-GROUP-TOTAL (WS-HIST-SEARCH-IDX)
              ADD COL-A-BASE TO
                 WS-CUR-GROUP-VALUE (WS-HIST-SEARCH-IDX)
              SET WS-HIST-FOUND TO TRUE
           END-IF
           .
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
           MOVE WS-LEDGER-PROGRAM-ID TO AUD-PROGRAM
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           WRITE AUDIT-LOG-RECORD
           IF WS-REINPUT-PROCESSED
              MOVE SPACES TO AUDIT-LOG-RECORD
              MOVE WS-OPERATOR-ID TO AUD-OPERATOR
              MOVE "F" TO AUD-REC-TYPE
              MOVE WS-LEDGER-PROGRAM-ID TO AUD-PROGRAM
              MOVE WS-RUN-DATE TO AUD-RUN-DATE
       COPY "rates-lookup.cpy".
       COPY "currency-track.cpy".
       COPY "parmcard-load.cpy".
       COPY "simulate-check.cpy".
       COPY "operator-check.cpy".
