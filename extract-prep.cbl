           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "CBPREPWORK".
           SELECT MASTER-OUT-FILE ASSIGN TO "cb3master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT PREP-CONTROL-FILE ASSIGN TO DYNAMIC
              WS-PREPCTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTS-FILE ASSIGN TO "cb3parts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTS-FILE-STATUS.
           SELECT PART-OUT-FILE ASSIGN TO DYNAMIC WS-PART-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "cb3reject.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "cbruncontrol.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
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

       FD  MASTER-OUT-FILE.
       01 MASTER-OUT-RECORD       PIC X(27).
       01 MASTER-DETAIL-RECORD.
          05 MST-COL-A            PIC X(2).
          05 MST-COL-B            PIC X(2).
          05 MST-COL-C            PIC X(2).
          05 MST-COL-COUNT        PIC 9(7).
          05 MST-TRANS-TYPE       PIC X(1).
             88 MST-TRANS-REVERSAL           VALUE "R".
          05 MST-AMOUNT           PIC S9(9) SIGN LEADING SEPARATE.
          05 MST-CURRENCY         PIC X(3).

       FD  PREP-CONTROL-FILE.
       COPY "prepctl-rec.cpy".

      *> one COL-A range per line, "AA-BB" or a single "AA", in
      *> ascending order - same form as cb3select.txt.
       FD  PARTS-FILE.
       01 PARTS-RECORD.
          05 PRT-LOW-CODE         PIC X(2).
          05 PRT-DASH             PIC X(1).
          05 PRT-HIGH-CODE        PIC X(2).

       FD  PART-OUT-FILE.
       01 PART-OUT-RECORD         PIC X(27).

       FD  REJECT-FILE.
       01 REJECT-RECORD.
          05 REJ-RAW-INPUT        PIC X(33).
       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       FD  CODE-MAP-FILE.
       COPY "codemap-rec.cpy".

       FD  DETAIL-HIST-FILE.
       COPY "dtlhist-rec.cpy".

       WORKING-STORAGE SECTION.
       COPY "calendar.cpy".
       COPY "hier.cpy".
       COPY "rates.cpy".
       COPY "codemap.cpy".
       COPY "dtlhist.cpy".
       COPY "simulate.cpy".
       COPY "operator.cpy".
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
       01 WS-RUN-PARM             PIC X(30)  VALUE SPACES.
       01 WS-RUN-TOKEN-1          PIC X(10)  VALUE SPACES.
       01 WS-RUNCTL-LAST-SEQ      PIC 9(3)   VALUE ZEROS.
       01 WS-REJECT-COUNT         PIC 9(5)   VALUE ZEROS.
       01 WS-DETAIL-COUNT         PIC 9(7)   VALUE ZEROS.
       01 WS-TRANSLATED-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-TRAILER-FOUND-SW     PIC X(1)   VALUE "N".
          88 WS-TRAILER-FOUND               VALUE "Y".
       01 WS-TRL-RECORD-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-GROSS-AMOUNT         PIC S9(9)  VALUE ZEROS.
       01 WS-TRL-CONTROL-AMOUNT   PIC S9(9)  VALUE ZEROS.
       01 WS-TRAILER-STATUS       PIC X(5)   VALUE SPACES.
       01 WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-PREPCTL-FILENAME     PIC X(20)  VALUE "cb3master.ctl".
       01 WS-PART-FILENAME        PIC X(20)  VALUE SPACES.
       01 WS-PARTS-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-PARTS-BAD-SW         PIC X(1)   VALUE "N".
          88 WS-PARTS-BAD                    VALUE "Y".
       01 WS-PART-COUNT           PIC 9(1)   VALUE ZEROS.
       01 WS-PART-MAX             PIC 9(1)   VALUE 9.
       01 WS-PART-TABLE.
          05 WS-PART-ENTRY OCCURS 9 TIMES.
             10 WS-PART-LOW       PIC X(2).
             10 WS-PART-HIGH      PIC X(2).
       01 WS-PART-SUB             PIC 9(2)   VALUE ZEROS.
       01 WS-PART-NO              PIC 9(1)   VALUE ZEROS.
       01 WS-PART-NEXT-LOW        PIC X(2)   VALUE SPACES.
       01 WS-PART-DETAIL-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-PART-GROSS-TOTAL     PIC 9(9)   VALUE ZEROS.
       01 WS-PART-NET-TOTAL       PIC S9(9)  VALUE ZEROS.
       01 WS-PART-GROSS-AMOUNT    PIC S9(9)  VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
              OR WS-RUN-TOKEN-2 = "OVERRIDE"
              SET WS-OVERRIDE-MODE TO TRUE
           END-IF
           PERFORM 0400-CHECK-SIMULATION
           PERFORM 0420-GET-OPERATOR
           PERFORM 0500-LOAD-DATE-WINDOW
           PERFORM 8200-LOAD-HIER-TABLE
           PERFORM 8400-LOAD-RATE-TABLE
           PERFORM 8350-LOAD-CODE-MAP
           PERFORM 0600-LOAD-PARTITIONS
           PERFORM 0700-CHECK-EXTRACT-HEADER
           IF WS-HEADER-ABORT
              MOVE 16 TO RETURN-CODE
              GIVING MASTER-OUT-FILE
           CLOSE REJECT-FILE
           PERFORM 2000-WRITE-PREP-CONTROL
           IF WS-PART-COUNT > ZEROS
              PERFORM 3000-SPLIT-MASTER
           END-IF
           PERFORM 9920-WRITE-AUDIT-RECORD
      *> a simulation registers nothing and leaves the re-input
      *> file for the real run.
           IF WS-HEADER-PRESENT AND WS-COND-CODE <= 4
              AND NOT WS-SIMULATION
              PERFORM 0740-REGISTER-EXTRACT
           END-IF
           IF WS-REINPUT-PROCESSED AND WS-COND-CODE <= 4
              AND NOT WS-SIMULATION
              PERFORM 1080-CLEAR-REINPUT-FILE
           END-IF
           MOVE WS-COND-CODE TO RETURN-CODE
           WRITE WINDOW-RECORD
           CLOSE WINDOW-FILE
           .
      *> cb3parts.txt, when present, splits the certified master
      *> into COL-A range partitions that CB3 can run side by side
      *> (PART=n) and then merge.  ranges must ascend without
      *> overlapping; a file that breaks that rule, or names more
      *> partitions than the table holds, leaves the master whole
      *> and the step at condition code 4 so the night still runs.
       0600-LOAD-PARTITIONS.
           OPEN INPUT PARTS-FILE
           IF WS-PARTS-FILE-STATUS = "00"
              PERFORM 0610-READ-PARTITION-ENTRY
                 UNTIL WS-PARTS-FILE-STATUS NOT = "00"
              CLOSE PARTS-FILE
           END-IF
           IF WS-PART-COUNT > 1
              PERFORM 0620-CHECK-PARTITION-ORDER
                 VARYING WS-PART-SUB FROM 2 BY 1
                 UNTIL WS-PART-SUB > WS-PART-COUNT
           END-IF
           IF WS-PARTS-BAD
              DISPLAY "CBPREP: CB3PARTS.TXT RANGES INVALID - "
                 "MASTER NOT PARTITIONED"
              MOVE ZEROS TO WS-PART-COUNT
           END-IF
           .
       0610-READ-PARTITION-ENTRY.
           READ PARTS-FILE
              AT END
                 MOVE "10" TO WS-PARTS-FILE-STATUS
              NOT AT END
                 IF PRT-LOW-CODE NOT = SPACES
                    IF WS-PART-COUNT < WS-PART-MAX
                       ADD 1 TO WS-PART-COUNT
                       MOVE PRT-LOW-CODE
                          TO WS-PART-LOW (WS-PART-COUNT)
                       IF PRT-DASH = "-"
                          AND PRT-HIGH-CODE NOT = SPACES
                          MOVE PRT-HIGH-CODE
                             TO WS-PART-HIGH (WS-PART-COUNT)
                       ELSE
                          MOVE PRT-LOW-CODE
                             TO WS-PART-HIGH (WS-PART-COUNT)
                       END-IF
                       IF WS-PART-HIGH (WS-PART-COUNT)
                          < WS-PART-LOW (WS-PART-COUNT)
                          SET WS-PARTS-BAD TO TRUE
                       END-IF
                    ELSE
                       SET WS-PARTS-BAD TO TRUE
                    END-IF
                 END-IF
           END-READ
           .
       0620-CHECK-PARTITION-ORDER.
           IF WS-PART-LOW (WS-PART-SUB)
              NOT > WS-PART-HIGH (WS-PART-SUB - 1)
              SET WS-PARTS-BAD TO TRUE
           END-IF
           .
      *> same extract header and run-control discipline as the
      *> report programs, registered under this program's own key.
       0700-CHECK-EXTRACT-HEADER.
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
           CLOSE RUN-CONTROL-FILE
           .
       1000-VALIDATE-INPUT.
           MOVE "CBPRE" TO WS-DTH-PROGRAM
           MOVE "input3.txt" TO WS-DTH-INPUT-FILE
           IF NOT WS-SIMULATION
              PERFORM 9750-OPEN-DETAIL-HISTORY
           END-IF
           PERFORM 9755-START-HEADERLESS-FILE
           OPEN INPUT INPUT1-FILE
           PERFORM 1010-READ-RAW-LINE
           PERFORM 1020-VALIDATE-AND-RELEASE UNTIL END-OF-INPUT1-FILE
           CLOSE INPUT1-FILE
           PERFORM 1050-PROCESS-REINPUT-FILE
           PERFORM 9780-CLOSE-DETAIL-HISTORY
           .
       1010-READ-RAW-LINE.
           READ INPUT1-FILE
              WHEN "99"
                 PERFORM 1040-CAPTURE-TRAILER
              WHEN "00"
                 PERFORM 1045-START-DETAIL-EXTRACT
              WHEN OTHER
                 PERFORM 1035-TRANSLATE-OLD-CODES
                 PERFORM 1032-EDIT-DETAIL-RECORD
           END-EVALUATE
           .
              SET WS-CURRENCY-OK TO TRUE
           END-IF
           .
      *> a code retired by a reorganization (see cbcodemap.txt) is
      *> carried forward to its replacement, at each level, when the
      *> transaction is dated on or after the change, so the
      *> hierarchy check judges the codes now in force.  an undated
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
              MOVE "C" TO WS-CMAP-CHECK-LEVEL
              MOVE INP-COL-C TO WS-CMAP-CODE
              PERFORM 8300-TRANSLATE-CODE
              IF WS-CMAP-TRANSLATED
                 MOVE WS-CMAP-CODE TO INP-COL-C
                 ADD 1 TO WS-TRANSLATED-COUNT
              END-IF
           END-IF
           .
       1026-EDIT-TRANS-DATE.
           MOVE "N" TO WS-TRANS-DATE-OK-SW
           IF INP-TRANS-DATE NOT NUMERIC
           MOVE INP-AMOUNT TO SRT-AMOUNT
           MOVE INP-CURRENCY TO SRT-CURRENCY
           RELEASE SORT-RECORD
           MOVE INP-COL-A TO WS-DTH-COL-A
           MOVE INP-COL-B TO WS-DTH-COL-B
           MOVE INP-COL-C TO WS-DTH-COL-C
           MOVE INP-COL-COUNT TO WS-DTH-COL-COUNT
           MOVE INP-TRANS-TYPE TO WS-DTH-TRANS-TYPE
           MOVE INP-TRANS-DATE TO WS-DTH-TRANS-DATE
           MOVE INP-AMOUNT TO WS-DTH-AMOUNT
           MOVE INP-CURRENCY TO WS-DTH-CURRENCY
           PERFORM 9770-WRITE-DETAIL-HISTORY
           .
       1030-WRITE-REJECT.
           MOVE SPACES TO REJ-FILLER, REJ-FILLER-2
           END-IF
           SET WS-TRAILER-FOUND TO TRUE
           .
      *> the header was validated by 0710 before the sort; here it
      *> only opens a new numbering in the detail history.
       1045-START-DETAIL-EXTRACT.
           MOVE HDR-SOURCE-ID TO WS-DTH-SOURCE-ID
           MOVE HDR-BUS-DATE TO WS-DTH-BUS-DATE
           MOVE HDR-SEQ-NO TO WS-DTH-SEQ-NO
           PERFORM 9760-START-EXTRACT
           .
      *> the repair cycle (CBFIX) writes corrected rejects to the
      *> re-input file with their own trailer; picking it up here
      *> keeps the reconciliation additive across both sources.
           OPEN INPUT REINPUT-FILE
           IF WS-REINPUT-FILE-STATUS = "00"
              SET WS-REINPUT-PROCESSED TO TRUE
              SET WS-DTH-REPAIRED TO TRUE
              MOVE "cb3reinput.txt" TO WS-DTH-INPUT-FILE
              MOVE SPACES TO INPUT1-BUFFER
              PERFORM 1060-READ-REINPUT-LINE
              PERFORM 1070-VALIDATE-REINPUT UNTIL END-OF-INPUT1-FILE
              WHEN OTHER
                 MOVE ZEROS TO WS-COND-CODE
           END-EVALUATE
           IF WS-PARTS-BAD AND WS-COND-CODE < 4
              MOVE 4 TO WS-COND-CODE
           END-IF
           OPEN OUTPUT PREP-CONTROL-FILE
           MOVE SPACES TO PREP-CONTROL-RECORD
           MOVE WS-RUN-DATE TO PCT-RUN-DATE
           MOVE WS-TRAILER-STATUS TO PCT-TRAILER-STATUS
           MOVE WS-MIN-TRANS-DATE TO PCT-MIN-DATE
           MOVE WS-MAX-TRANS-DATE TO PCT-MAX-DATE
           MOVE ZEROS TO PCT-PART-NO
           MOVE WS-PART-COUNT TO PCT-PART-COUNT
           MOVE WS-SIM-SW TO PCT-SIMULATION
           WRITE PREP-CONTROL-RECORD
           CLOSE PREP-CONTROL-FILE
           DISPLAY "CBPREP: MASTER CERTIFIED - " WS-TRAILER-STATUS
              " DETAILS " WS-DETAIL-COUNT
              " REJECTS " WS-REJECT-COUNT
           IF WS-TRANSLATED-COUNT > ZEROS
              DISPLAY "CBPREP: OLD CODES TRANSLATED "
                 WS-TRANSLATED-COUNT
           END-IF
           .
      *> the sorted master is dealt out to cb3part1.txt ..
      *> cb3partN.txt in one pass.  a detail belongs to the last
      *> partition whose low code it has reached, and anything
      *> below the first range to partition 1, so a code that falls
      *> in a gap between declared ranges is still processed - by
      *> the partition before the gap - and nothing is orphaned.
      *> every partition gets its files, empty or not, so the
      *> partition steps and the merge always find what they expect.
       3000-SPLIT-MASTER.
           MOVE ZEROS TO WS-PART-NO
           PERFORM 3100-OPEN-NEXT-PARTITION
           OPEN INPUT MASTER-OUT-FILE
           PERFORM 3200-SPLIT-MASTER-RECORD
              UNTIL WS-MASTER-FILE-STATUS NOT = "00"
           CLOSE MASTER-OUT-FILE
           PERFORM 3300-ADVANCE-PARTITION
              UNTIL WS-PART-NO NOT < WS-PART-COUNT
           PERFORM 3400-CLOSE-PARTITION
           .
       3100-OPEN-NEXT-PARTITION.
           ADD 1 TO WS-PART-NO
           MOVE ZEROS TO WS-PART-DETAIL-COUNT WS-PART-GROSS-TOTAL
              WS-PART-NET-TOTAL WS-PART-GROSS-AMOUNT
           IF WS-PART-NO < WS-PART-COUNT
              MOVE WS-PART-LOW (WS-PART-NO + 1) TO WS-PART-NEXT-LOW
           ELSE
              MOVE HIGH-VALUES TO WS-PART-NEXT-LOW
           END-IF
           MOVE SPACES TO WS-PART-FILENAME
           STRING "cb3part" WS-PART-NO ".txt" DELIMITED BY SIZE
              INTO WS-PART-FILENAME
           END-STRING
           OPEN OUTPUT PART-OUT-FILE
           .
       3200-SPLIT-MASTER-RECORD.
           READ MASTER-OUT-FILE
              AT END
                 MOVE "10" TO WS-MASTER-FILE-STATUS
              NOT AT END
                 PERFORM 3300-ADVANCE-PARTITION
                    UNTIL MST-COL-A < WS-PART-NEXT-LOW
                 WRITE PART-OUT-RECORD FROM MASTER-OUT-RECORD
                 ADD 1 TO WS-PART-DETAIL-COUNT
                 ADD MST-COL-COUNT TO WS-PART-GROSS-TOTAL
                 IF MST-TRANS-REVERSAL
                    SUBTRACT MST-COL-COUNT FROM WS-PART-NET-TOTAL
                 ELSE
                    ADD MST-COL-COUNT TO WS-PART-NET-TOTAL
                 END-IF
                 ADD MST-AMOUNT TO WS-PART-GROSS-AMOUNT
           END-READ
           .
       3300-ADVANCE-PARTITION.
           PERFORM 3400-CLOSE-PARTITION
           PERFORM 3100-OPEN-NEXT-PARTITION
           .
      *> the partition's control record carries its own counts and
      *> totals, which CB3 checks the partition against; the master
      *> figures (dates, trailer status) are repeated for the report.
      *> the partition totals are a subset of the master's, which
      *> already passed its own size checks.
       3400-CLOSE-PARTITION.
           CLOSE PART-OUT-FILE
           MOVE SPACES TO WS-PREPCTL-FILENAME
           STRING "cb3part" WS-PART-NO ".ctl" DELIMITED BY SIZE
              INTO WS-PREPCTL-FILENAME
           END-STRING
           OPEN OUTPUT PREP-CONTROL-FILE
           MOVE SPACES TO PREP-CONTROL-RECORD
           MOVE WS-RUN-DATE TO PCT-RUN-DATE
           MOVE WS-PART-DETAIL-COUNT TO PCT-DETAIL-COUNT
           MOVE ZEROS TO PCT-REJECT-COUNT
           MOVE WS-PART-GROSS-TOTAL TO PCT-GROSS-TOTAL
           MOVE WS-PART-NET-TOTAL TO PCT-NET-TOTAL
           MOVE WS-PART-DETAIL-COUNT TO PCT-TRL-COUNT
           MOVE WS-PART-GROSS-TOTAL TO PCT-TRL-TOTAL
           MOVE WS-PART-GROSS-AMOUNT TO PCT-GROSS-AMOUNT
           MOVE WS-PART-GROSS-AMOUNT TO PCT-TRL-AMOUNT
           MOVE WS-TRAILER-STATUS TO PCT-TRAILER-STATUS
           MOVE WS-MIN-TRANS-DATE TO PCT-MIN-DATE
           MOVE WS-MAX-TRANS-DATE TO PCT-MAX-DATE
           MOVE WS-PART-NO TO PCT-PART-NO
           MOVE WS-PART-COUNT TO PCT-PART-COUNT
           MOVE WS-SIM-SW TO PCT-SIMULATION
           MOVE WS-PART-LOW (WS-PART-NO) TO PCT-PART-LOW
           MOVE WS-PART-HIGH (WS-PART-NO) TO PCT-PART-HIGH
           WRITE PREP-CONTROL-RECORD
           CLOSE PREP-CONTROL-FILE
           DISPLAY "CBPREP: PARTITION " WS-PART-NO " "
              WS-PART-LOW (WS-PART-NO) "-" WS-PART-HIGH (WS-PART-NO)
              " DETAILS " WS-PART-DETAIL-COUNT
           .
       9920-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE "A" TO AUD-REC-TYPE
           MOVE "CBPRE" TO AUD-PROGRAM
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           WRITE AUDIT-LOG-RECORD
           IF WS-REINPUT-PROCESSED
              MOVE SPACES TO AUDIT-LOG-RECORD
              MOVE WS-OPERATOR-ID TO AUD-OPERATOR
              MOVE "F" TO AUD-REC-TYPE
              MOVE "CBPRE" TO AUD-PROGRAM
              MOVE WS-RUN-DATE TO AUD-RUN-DATE
       COPY "calendar-lookup.cpy".
       COPY "hier-lookup.cpy".
       COPY "rates-lookup.cpy".
       COPY "codemap-lookup.cpy".
       COPY "dtlhist-write.cpy".
       COPY "simulate-check.cpy".
       COPY "operator-check.cpy".
