      *> the detail history answers "which lines made up this
      *> number" long after the sort work files are gone.  the file
      *> is created on first use; if it cannot be opened the run
      *> carries on without it, as the totals store does in CB3.
      *> needs WS-RUN-DATE and WS-RUN-TIME (HH, MN, SS) in the
      *> program, and DETAIL-HIST-FILE declared INDEXED on DTH-KEY.
       9750-OPEN-DETAIL-HISTORY.
           OPEN I-O DETAIL-HIST-FILE
           IF WS-DTH-FILE-STATUS NOT = "00"
              OPEN OUTPUT DETAIL-HIST-FILE
              IF WS-DTH-FILE-STATUS = "00"
                 CLOSE DETAIL-HIST-FILE
                 OPEN I-O DETAIL-HIST-FILE
              END-IF
           END-IF
           IF WS-DTH-FILE-STATUS = "00"
              SET WS-DTH-OPEN TO TRUE
           ELSE
              DISPLAY "*** DETAIL HISTORY UNAVAILABLE - STATUS "
                 WS-DTH-FILE-STATUS " ***"
           END-IF
           .
      *> an input file with no "00" header files its details under
      *> the program, the run date and sequence 000.  numbering runs
      *> on across every headerless file of the run so two such
      *> files in one filelist do not overwrite each other.
       9755-START-HEADERLESS-FILE.
           MOVE WS-DTH-PROGRAM (1:3) TO WS-DTH-SOURCE-ID
           MOVE WS-RUN-DATE TO WS-DTH-BUS-DATE
           MOVE ZEROS TO WS-DTH-SEQ-NO
           MOVE WS-DTH-LOOSE-RECORD-NO TO WS-DTH-RECORD-NO
           SET WS-DTH-HEADERLESS TO TRUE
           .
      *> a "00" header starts the numbering of its extract afresh;
      *> the caller has moved the header's source, business date and
      *> sequence into WS-DTH-SOURCE-ID/BUS-DATE/SEQ-NO.
       9760-START-EXTRACT.
           MOVE ZEROS TO WS-DTH-RECORD-NO
           MOVE "N" TO WS-DTH-LOOSE-SW
           .
      *> a rerun of the same extract (OVERRIDE) rewrites its details
      *> in place rather than failing on the duplicate key.
       9770-WRITE-DETAIL-HISTORY.
           IF WS-DTH-OPEN
              ADD 1 TO WS-DTH-RECORD-NO
              IF WS-DTH-HEADERLESS
                 MOVE WS-DTH-RECORD-NO TO WS-DTH-LOOSE-RECORD-NO
              END-IF
              MOVE SPACES TO DETAIL-HIST-RECORD
              MOVE WS-DTH-SOURCE-ID TO DTH-SOURCE-ID
              MOVE WS-DTH-BUS-DATE TO DTH-BUS-DATE
              MOVE WS-DTH-SEQ-NO TO DTH-SEQ-NO
              MOVE WS-DTH-RECORD-NO TO DTH-RECORD-NO
              MOVE WS-DTH-PROGRAM TO DTH-PROGRAM
              MOVE WS-RUN-DATE TO DTH-RUN-DATE
              COMPUTE DTH-RUN-TIME =
                 WS-RUN-HH * 10000 + WS-RUN-MN * 100 + WS-RUN-SS
              MOVE WS-DTH-ORIGIN TO DTH-ORIGIN
              MOVE WS-DTH-COL-A TO DTH-COL-A
              MOVE WS-DTH-COL-B TO DTH-COL-B
              MOVE WS-DTH-COL-C TO DTH-COL-C
              MOVE WS-DTH-COL-COUNT TO DTH-COL-COUNT
              MOVE WS-DTH-TRANS-TYPE TO DTH-TRANS-TYPE
              MOVE WS-DTH-TRANS-DATE TO DTH-TRANS-DATE
              MOVE WS-DTH-AMOUNT TO DTH-AMOUNT
              MOVE WS-DTH-CURRENCY TO DTH-CURRENCY
              MOVE WS-DTH-INPUT-FILE TO DTH-INPUT-FILE
              WRITE DETAIL-HIST-RECORD
                 INVALID KEY
                    REWRITE DETAIL-HIST-RECORD
              END-WRITE
              ADD 1 TO WS-DTH-WRITE-COUNT
           END-IF
           .
       9780-CLOSE-DETAIL-HISTORY.
           IF WS-DTH-OPEN
              CLOSE DETAIL-HIST-FILE
              MOVE "N" TO WS-DTH-OPEN-SW
              DISPLAY "DETAIL HISTORY RECORDS WRITTEN "
                 WS-DTH-WRITE-COUNT
           END-IF
           .
