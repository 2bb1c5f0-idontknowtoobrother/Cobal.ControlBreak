           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUARANTINE-FILE ASSIGN TO "cb2dupes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SELECT-FILE ASSIGN TO "cb2select.txt"
           SELECT CODE-MASTER-FILE ASSIGN TO "codemast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT CODE-MAP-FILE ASSIGN TO "cbcodemap.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMAP-FILE-STATUS.
           SELECT DETAIL-HIST-FILE ASSIGN TO "cbdetail.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DTH-KEY
           FILE STATUS IS WS-DTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 PARM-CARD               PIC X(30).

       FD  LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(60).

       FD  LIMITS-FILE.
       COPY "limits-rec.cpy".
       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".

       FD  CODE-MAP-FILE.
       COPY "codemap-rec.cpy".

       FD  DETAIL-HIST-FILE.
       COPY "dtlhist-rec.cpy".

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "codemap.cpy".
       COPY "ledger.cpy".
       COPY "limits.cpy".
       COPY "calendar.cpy".
       COPY "rates.cpy".
       COPY "currency.cpy".
       COPY "parmcard.cpy".
       COPY "dtlhist.cpy".
       COPY "simulate.cpy".
       COPY "operator.cpy".
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
       01 WS-TRAILER-STATUS       PIC X(5)   VALUE SPACES.
       01 WS-RUNCTL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 RPT-SELECTION-LINE.
          05 FILLER               PIC X(11)  VALUE "SELECTION: ".
          05 RPT-SELECTION-TEXT   PIC X(49).
       01 WS-TRANSLATED-COUNT     PIC 9(7)   VALUE ZEROS.
       01 RPT-TRANSLATED-LINE.
          05 FILLER               PIC X(23)  VALUE
             "OLD CODES TRANSLATED:  ".
          05 RPT-TRANSLATED-COUNT PIC ZZZZZZ9.
       01 RPT-FILTERED-LINE.
          05 FILLER               PIC X(23)  VALUE
             "FILTERED BY SELECTION: ".
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-SIM-MARK         PIC X(12)  VALUE SPACES.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-HEADER.
          05 FILLER               PIC X(4)   VALUE "  A ".
          05 FILLER               PIC X(12)  VALUE "DESCRIPTION ".
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
           IF WS-PARM-CARDS-USED
              MOVE WS-PARM-ECHO TO WS-RUN-PARM
           ELSE
           MOVE "CB2" TO WS-LEDGER-PROGRAM-ID
           PERFORM 0500-LOAD-DATE-WINDOW
           PERFORM 8400-LOAD-RATE-TABLE
           PERFORM 8350-LOAD-CODE-MAP
           PERFORM 0520-LOAD-SELECTION
           PERFORM 0700-CHECK-EXTRACT-HEADER
           IF WS-HEADER-ABORT
           END-IF
           PERFORM 9500-READ-PRIOR-HISTORY
           PERFORM 9600-PRINT-VARIANCE-REPORT
           IF NOT WS-SIMULATION
              PERFORM 9700-WRITE-HISTORY-RECORD
           END-IF
           PERFORM 9950-CHECK-LIMITS
           IF WS-SIZE-ERROR-OCCURRED
              DISPLAY RPT-SIZE-ERROR-LINE
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
           MOVE WS-RUN-HH TO RPT-RUN-HH
           MOVE WS-RUN-MN TO RPT-RUN-MN
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-SIM-MARK TO RPT-SIM-MARK
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           DISPLAY RPT-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           ADD 1 TO WS-DUPLICATE-COUNT
           PERFORM 7000-READ-SORTED-RECORD
           .
      *> a dated token is CBNIGHT's business date passed through,
      *> not a filelist name.
       0560-APPLY-RUN-TOKEN.
           EVALUATE WS-RUN-TOKEN
              WHEN SPACES
                 SET WS-CSV-MODE TO TRUE
              WHEN "OVERRIDE"
                 SET WS-OVERRIDE-MODE TO TRUE
              WHEN "SIMULATE"
                 CONTINUE
              WHEN OTHER
                 IF WS-RUN-TOKEN (1:5) NOT = "OPER="
                    AND WS-RUN-TOKEN (1:6) NOT NUMERIC
                    MOVE WS-RUN-TOKEN TO WS-FILELIST-NAME
                 END-IF
           END-EVALUATE
           .
      *> every extract named in the filelist (or the single input
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
                 MOVE PARM-CARD (10:21) TO WS-FILELIST-NAME
                 MOVE PARM-CARD TO WS-PARM-ECHO-ITEM
                 PERFORM 0490-ADD-PARM-ECHO
              WHEN PARM-CARD = "SIMULATE"
                 PERFORM 0410-SET-SIMULATION
              WHEN PARM-CARD (1:5) = "OPER="
                 MOVE PARM-CARD (6:8) TO WS-OPERATOR-ID
              WHEN PARM-CARD (1:7) = "SELECT="
                 PERFORM 0480-ADD-CARD-SELECTION
                 MOVE PARM-CARD TO WS-PARM-ECHO-ITEM
           END-IF
           .
       1000-VALIDATE-INPUT.
           MOVE "CB2" TO WS-DTH-PROGRAM
           IF NOT WS-SIMULATION
              PERFORM 9750-OPEN-DETAIL-HISTORY
           END-IF
           IF WS-MULTI-FILE-MODE
              OPEN INPUT FILELIST-FILE
              IF WS-FILELIST-STATUS NOT = "00"
              PERFORM 1006-PROCESS-ONE-FILE
           END-IF
           PERFORM 1050-PROCESS-REINPUT-FILE
           PERFORM 9780-CLOSE-DETAIL-HISTORY
           .
       1002-READ-FILELIST-ENTRY.
           READ FILELIST-FILE INTO WS-INPUT-FILENAME
              MOVE WS-INPUT-FILENAME
                 TO WS-AUDIT-FILE-NAME (WS-AUDIT-FILE-COUNT)
           END-IF
           MOVE WS-INPUT-FILENAME TO WS-DTH-INPUT-FILE
           PERFORM 9755-START-HEADERLESS-FILE
           OPEN INPUT INPUT1-FILE
           PERFORM 1010-READ-RAW-LINE
           PERFORM 1020-VALIDATE-AND-RELEASE UNTIL END-OF-INPUT1-FILE
              WHEN "99"
                 PERFORM 1040-CAPTURE-TRAILER
              WHEN "00"
                 PERFORM 1045-START-DETAIL-EXTRACT
              WHEN OTHER
                 PERFORM 1035-TRANSLATE-OLD-CODES
                 PERFORM 1028-CHECK-SELECTION
                 IF NOT WS-RECORD-SELECTED
                    PERFORM 1031-COUNT-FILTERED-RECORD
           MOVE INP-AMOUNT TO SRT-AMOUNT
           MOVE INP-CURRENCY TO SRT-CURRENCY
           RELEASE SORT-RECORD
           MOVE INP-COL-A TO WS-DTH-COL-A
           MOVE INP-COL-B TO WS-DTH-COL-B
           MOVE INP-COL-COUNT TO WS-DTH-COL-COUNT
           MOVE INP-TRANS-TYPE TO WS-DTH-TRANS-TYPE
           MOVE INP-TRANS-DATE TO WS-DTH-TRANS-DATE
           MOVE INP-AMOUNT TO WS-DTH-AMOUNT
           MOVE INP-CURRENCY TO WS-DTH-CURRENCY
           PERFORM 9770-WRITE-DETAIL-HISTORY
           .
      *> the accepted business-date window is a single record in
      *> cbwindow.txt (low date, space, high date, both YYMMDD).
              SET WS-CURRENCY-OK TO TRUE
           END-IF
           .
      *> a code retired by a reorganization (see cbcodemap.txt) is
      *> carried forward to its replacement when the transaction is
      *> dated on or after the change, ahead of the selection test so
      *> a restated selection file still picks it up.  an undated
      *> record is left alone for the date edit to reject.
       1035-TRANSLATE-OLD-CODES.
           IF WS-CMAP-COUNT > ZEROS AND INP-TRANS-DATE NUMERIC
              MOVE INP-TRANS-DATE TO WS-CMAP-CHECK-DATE
              MOVE "A" TO WS-CMAP-CHECK-LEVEL
              MOVE INP-COL-A TO WS-CMAP-CODE
              PERFORM 8300-TRANSLATE-CODE
              IF WS-CMAP-TRANSLATED
                 MOVE WS-CMAP-CODE TO INP-COL-A
                 ADD 1 TO WS-TRANSLATED-COUNT
              END-IF
              MOVE "B" TO WS-CMAP-CHECK-LEVEL
              MOVE INP-COL-B TO WS-CMAP-CODE
              PERFORM 8300-TRANSLATE-CODE
              IF WS-CMAP-TRANSLATED
                 MOVE WS-CMAP-CODE TO INP-COL-B
                 ADD 1 TO WS-TRANSLATED-COUNT
              END-IF
           END-IF
           .
       1026-EDIT-TRANS-DATE.
           MOVE "N" TO WS-TRANS-DATE-OK-SW
           IF INP-TRANS-DATE NOT NUMERIC
           OPEN INPUT REINPUT-FILE
           IF WS-REINPUT-FILE-STATUS = "00"
              SET WS-REINPUT-PROCESSED TO TRUE
              SET WS-DTH-REPAIRED TO TRUE
              MOVE "cb2reinput.txt" TO WS-DTH-INPUT-FILE
              MOVE SPACES TO INPUT1-BUFFER
              PERFORM 1060-READ-REINPUT-LINE
              PERFORM 1070-VALIDATE-REINPUT UNTIL END-OF-INPUT1-FILE
           END-IF
           SET WS-TRAILER-FOUND TO TRUE
           .
      *> the header was validated by 0700 before the sort; here it
      *> only opens a new numbering in the detail history.
       1045-START-DETAIL-EXTRACT.
           MOVE HDR-SOURCE-ID TO WS-DTH-SOURCE-ID
           MOVE HDR-BUS-DATE TO WS-DTH-BUS-DATE
           MOVE HDR-SEQ-NO TO WS-DTH-SEQ-NO
           PERFORM 9760-START-EXTRACT
           .
       9000-RECONCILE-TRAILER.
           IF WS-TRAILER-FOUND
              IF WS-DETAIL-COUNT + WS-REJECT-COUNT
              DISPLAY RPT-FILTERED-LINE
              WRITE RPT-FILE-LINE FROM RPT-FILTERED-LINE
           END-IF
           IF WS-TRANSLATED-COUNT > ZEROS
              MOVE WS-TRANSLATED-COUNT TO RPT-TRANSLATED-COUNT
              DISPLAY RPT-TRANSLATED-LINE
              WRITE RPT-FILE-LINE FROM RPT-TRANSLATED-LINE
           END-IF
           .
       9400-CAPTURE-GROUP-HISTORY.
           MOVE "N" TO WS-HIST-FOUND-SW
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
              UNTIL WS-AUDIT-FILE-SUB > WS-AUDIT-FILE-COUNT
           IF WS-REINPUT-PROCESSED
              MOVE SPACES TO AUDIT-LOG-RECORD
              MOVE WS-OPERATOR-ID TO AUD-OPERATOR
              MOVE "F" TO AUD-REC-TYPE
              MOVE WS-LEDGER-PROGRAM-ID TO AUD-PROGRAM
              MOVE WS-RUN-DATE TO AUD-RUN-DATE
           .
       9930-WRITE-AUDIT-FILE-RECORD.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE "F" TO AUD-REC-TYPE
           MOVE WS-LEDGER-PROGRAM-ID TO AUD-PROGRAM
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
       COPY "ledger-post.cpy".
       COPY "ledger-io.cpy".
       COPY "codetab-lookup.cpy".
       COPY "codemap-lookup.cpy".
       COPY "calendar-lookup.cpy".
       COPY "rates-lookup.cpy".
       COPY "currency-track.cpy".
       COPY "parmcard-load.cpy".
       COPY "dtlhist-write.cpy".
       COPY "simulate-check.cpy".
       COPY "operator-check.cpy".
