           SELECT RUN-CONTROL-FILE ASSIGN TO "cbruncontrol.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT GL-STATUS-FILE ASSIGN TO "cbglstat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLSTAT-FILE-STATUS.
           SELECT CLOSE-HIST-FILE ASSIGN TO "cbclosehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLHIST-FILE-STATUS.
           SELECT RATES-FILE ASSIGN TO "cbrates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT ALLOC-FILE ASSIGN TO "cballoc.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "cboperator.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cbauditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(60).

       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".
       FD  RUN-CONTROL-FILE.
       COPY "runctl-rec.cpy".

       FD  GL-STATUS-FILE.
       COPY "glstat-rec.cpy".

       FD  CLOSE-HIST-FILE.
       COPY "closehist-rec.cpy".

       FD  RATES-FILE.
       COPY "rates-rec.cpy".

       FD  ALLOC-FILE.
       COPY "alloc-rec.cpy".

       FD  OPERATOR-FILE.
       COPY "operator-rec.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "ledger.cpy".
       COPY "calendar.cpy".
       COPY "simulate.cpy".
       COPY "rates.cpy".
       COPY "alloc.cpy".
       COPY "operator.cpy".
       COPY "operauth.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-CLOSE-PARM           PIC X(10)  VALUE SPACES.
       01 WS-CLOSE-DATE           PIC 9(6)   VALUE ZEROS.
       01 WS-CLOSE-DATE-SPLIT REDEFINES WS-CLOSE-DATE.
       01 WS-FEED-HASH-TOTAL      PIC 9(11)  VALUE ZEROS.
       01 WS-FEED-NET-TOTAL       PIC S9(11) VALUE ZEROS.
       01 WS-FEED-AMOUNT          PIC S9(11) VALUE ZEROS.
       COPY "glfeed.cpy".
       01 WS-GLSTAT-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-CLHIST-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-JRNL-DAY-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-JRNL-SCAN-SUB        PIC 9(4)   VALUE ZEROS.
       01 WS-JRNL-NEW-DAY-SW      PIC X(1)   VALUE "Y".
          88 WS-JRNL-NEW-DAY                 VALUE "Y".
       01 WS-CLOSING-BALANCE      PIC S9(11) VALUE ZEROS.
       01 WS-TOT-OPENING          PIC S9(11) VALUE ZEROS.
       01 WS-TOT-ACTIVITY         PIC S9(11) VALUE ZEROS.
       01 WS-TOT-CLOSING          PIC S9(11) VALUE ZEROS.
       01 WS-TOT-ADJUSTED         PIC S9(11) VALUE ZEROS.
       01 WS-GROUP-ADJUSTED       PIC S9(11) VALUE ZEROS.
       01 WS-ADJ-SCAN-SUB         PIC 9(4)   VALUE ZEROS.
      *> the period's foreign-currency positions, one per COL-A
      *> group per currency, summed from the ledger's currency
      *> postings and revalued at the rate in force on the close
      *> date.
       01 WS-REV-COUNT            PIC 9(3)   VALUE ZEROS.
       01 WS-REV-MAX              PIC 9(3)   VALUE 200.
       01 WS-REV-TABLE.
          05 WS-REV-ENTRY OCCURS 200 TIMES.
             10 WS-REV-CODE       PIC X(2).
             10 WS-REV-CURRENCY   PIC X(3).
             10 WS-REV-AMOUNT     PIC S9(11).
             10 WS-REV-BOOKED     PIC S9(11).
             10 WS-REV-REVALUED   PIC S9(11).
             10 WS-REV-GAIN       PIC S9(11).
       01 WS-REV-SUB              PIC 9(3)   VALUE ZEROS.
       01 WS-REV-MATCH-SUB        PIC 9(3)   VALUE ZEROS.
       01 WS-REV-TOT-BOOKED       PIC S9(13) VALUE ZEROS.
       01 WS-REV-TOT-REVALUED     PIC S9(13) VALUE ZEROS.
       01 WS-REV-TOT-GAIN         PIC S9(13) VALUE ZEROS.
       01 WS-FX-GROUP-GAIN        PIC S9(11) VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-SIM-MARK         PIC X(12)  VALUE SPACES.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-PERIOD-LINE.
          05 FILLER               PIC X(14)  VALUE "PERIOD START: ".
          05 RPT-PERIOD-START     PIC 9(6).
          05 FILLER               PIC X(4)   VALUE "  A ".
          05 FILLER               PIC X(14)  VALUE "DESCRIPTION   ".
          05 FILLER               PIC X(13)  VALUE "      OPENING".
          05 FILLER               PIC X(13)  VALUE "       POSTED".
          05 FILLER               PIC X(13)  VALUE "     ADJUSTED".
          05 FILLER               PIC X(13)  VALUE "      CLOSING".
       01 RPT-BAL-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-BAL-DESC         PIC X(12).
          05 RPT-BAL-OPENING      PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-BAL-POSTED       PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-BAL-ADJUSTED     PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-BAL-CLOSING      PIC -(11)9.
       01 RPT-BAL-TOTAL-LINE.
          05 FILLER               PIC X(18)  VALUE "  PERIOD TOTALS:  ".
          05 RPT-TOT-OPENING      PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-TOT-POSTED       PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-TOT-ADJUSTED     PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-TOT-CLOSING      PIC -(11)9.
       01 RPT-MISSING-DAY-LINE.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-BAD-PROGRAM      PIC X(5).
          05 FILLER               PIC X(4)   VALUE " ***".
       01 RPT-ALLOC-DUE-LINE.
          05 FILLER               PIC X(26)  VALUE
             "*** ALLOCATION DUE - POOL ".
          05 RPT-ALLOC-POOL       PIC X(2).
          05 FILLER               PIC X(19)  VALUE
             " NOT ALLOCATED ***".
       01 RPT-REFUSED-LINE.
          05 FILLER               PIC X(36)  VALUE
             "*** CLOSE REFUSED - LEDGER KEPT ***".
       01 RPT-FEED-DUP-LINE.
          05 FILLER               PIC X(50)  VALUE
             "*** GL FEED ALREADY TRANSMITTED - NOT REWRITTEN **".
       01 RPT-REV-HEADER-1.
          05 FILLER               PIC X(33)  VALUE
             "--- FX REVALUATION AT RATES OF ".
          05 RPT-REV-DATE         PIC 9(6).
          05 FILLER               PIC X(4)   VALUE " ---".
       01 RPT-REV-HEADER-2.
          05 FILLER               PIC X(11)  VALUE "  A  CCY   ".
          05 FILLER               PIC X(12)  VALUE "    POSITION".
          05 FILLER               PIC X(11)  VALUE "       RATE".
          05 FILLER               PIC X(13)  VALUE "  BOOKED BASE".
          05 FILLER               PIC X(13)  VALUE "     REVALUED".
          05 FILLER               PIC X(13)  VALUE "    GAIN/LOSS".
       01 RPT-REV-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-REV-CODE         PIC X(2).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-REV-CURRENCY     PIC X(3).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-REV-AMOUNT       PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-REV-RATE         PIC ZZ9.999999.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-REV-BOOKED       PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-REV-REVALUED     PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-REV-GAIN         PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-REV-NOTE         PIC X(8).
       01 RPT-REV-TOTAL-LINE.
          05 FILLER               PIC X(34)  VALUE
             "  REVALUATION TOTALS:".
          05 RPT-REV-TOT-BOOKED   PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-REV-TOT-REVALUED PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-REV-TOT-GAIN     PIC -(11)9.
       01 RPT-REV-NONE-LINE.
          05 FILLER               PIC X(40)  VALUE
             "  NO FOREIGN-CURRENCY POSITIONS".
       01 RPT-NO-RATE-LINE.
          05 FILLER               PIC X(24)  VALUE
             "*** NO CLOSING RATE FOR ".
          05 RPT-NO-RATE-CCY      PIC X(3).
          05 FILLER               PIC X(4)   VALUE " ***".
       01 RPT-SIM-FEED-LINE.
          05 FILLER               PIC X(35)  VALUE
             "SIMULATION - GL FEED NOT WRITTEN: ".
          05 RPT-SIM-FEED-COUNT   PIC ZZZZZZ9.
          05 FILLER               PIC X(8)   VALUE " ENTRIES".
       01 RPT-SIM-CLOSE-LINE.
          05 FILLER               PIC X(58)  VALUE
             "*** SIMULATION - LEDGER NOT ROLLED, NO CLOSE HISTORY ***".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-CLOSE-PARM FROM COMMAND-LINE
           PERFORM 0400-CHECK-SIMULATION
           PERFORM 0420-GET-OPERATOR
      *> a simulated close changes nothing, so report authority is
      *> enough for it; a real close needs close authority.
           MOVE "CBCLO" TO WS-OPER-PROGRAM
           IF WS-SIMULATION
              SET WS-FN-RUN-REPORTS TO TRUE
           ELSE
              SET WS-FN-CLOSE-PERIOD TO TRUE
           END-IF
           PERFORM 0430-CHECK-AUTHORITY
           IF NOT WS-OPER-GRANTED
              DISPLAY "CBCLOSE: OPERATOR NOT AUTHORIZED - NOTHING RUN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-CLOSE-PARM (1:6) NOT NUMERIC
              DISPLAY "CBCLOSE: CLOSE DATE PARM (YYMMDD) REQUIRED"
              MOVE 8 TO RETURN-CODE
           WRITE RPT-FILE-LINE FROM RPT-PERIOD-LINE
           PERFORM 3000-CHECK-PERIOD-COMPLETE
           PERFORM 4000-PRINT-GROUP-BALANCES
           PERFORM 4500-REVALUE-POSITIONS
           IF WS-CLOSE-REFUSED
              DISPLAY RPT-REFUSED-LINE
              WRITE RPT-FILE-LINE FROM RPT-REFUSED-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-SIMULATION
                 PERFORM 5500-SIMULATE-CLOSE
              ELSE
                 PERFORM 6000-WRITE-GL-FEED
                 PERFORM 5000-ROLL-PERIOD
              END-IF
              MOVE WS-NEXT-PERIOD-START TO RPT-NEW-START
              DISPLAY RPT-CLOSED-LINE
              WRITE RPT-FILE-LINE FROM RPT-CLOSED-LINE
      *> trailer discipline demanded of inbound extracts.  written
      *> before 5000-ROLL-PERIOD zeroes the activity, and guarded by
      *> a run-control entry so the same close is never transmitted
      *> twice - a corrected resend goes through the supervised
      *> retransmission in CBGLREC under the next sequence number.
      *> every entry sent is also recorded on cbglstat.txt for the
      *> acknowledgement reconciliation.  the revaluation gain or
      *> loss follows as its own entries against the "FX" account,
      *> so the GL sees the currency effect apart from the volume.
       6000-WRITE-GL-FEED.
           PERFORM 6100-CHECK-FEED-RUN-CONTROL
           IF WS-FEED-ALREADY-SENT
              SET WS-FEED-SUPPRESSED TO TRUE
           ELSE
              OPEN OUTPUT GL-FEED-FILE
              OPEN EXTEND GL-STATUS-FILE
              IF WS-GLSTAT-FILE-STATUS NOT = "00"
                 OPEN OUTPUT GL-STATUS-FILE
              END-IF
              MOVE WS-CLOSE-DATE TO GLF-HDR-DATE
              WRITE GL-FEED-LINE FROM GLF-HEADER-LINE
              PERFORM 6200-WRITE-ONE-FEED-ENTRY
                 VARYING WS-LEDGER-SUB FROM 1 BY 1
                 UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
              PERFORM 6250-WRITE-ONE-FX-ENTRY
                 VARYING WS-LEDGER-SUB FROM 1 BY 1
                 UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
              MOVE WS-FEED-ENTRY-COUNT TO GLF-TRL-COUNT
              MOVE WS-FEED-HASH-TOTAL TO GLF-TRL-HASH
              MOVE WS-FEED-NET-TOTAL TO GLF-TRL-NET
              WRITE GL-FEED-LINE FROM GLF-TRAILER-LINE
              CLOSE GL-FEED-FILE
              CLOSE GL-STATUS-FILE
              PERFORM 6300-REGISTER-FEED
              MOVE WS-FEED-ENTRY-COUNT TO RPT-FEED-COUNT
              DISPLAY RPT-FEED-LINE
                 MOVE "DR" TO GLF-DET-DR-CR
              END-IF
              MOVE WS-FEED-AMOUNT TO GLF-DET-AMOUNT
              MOVE "SU" TO GLF-DET-OFFSET
              MOVE WS-CLOSE-DATE TO GLF-DET-CLOSE-DATE
              WRITE GL-FEED-LINE FROM GLF-DETAIL-LINE
              PERFORM 6210-RECORD-FEED-ENTRY
              ADD 1 TO WS-FEED-ENTRY-COUNT
              ADD WS-FEED-AMOUNT TO WS-FEED-HASH-TOTAL
              ADD WS-LDG-ACTIVITY (WS-LEDGER-SUB)
                 TO WS-FEED-NET-TOTAL
           END-IF
           .
      *> one entry per group for the net of its currencies' gains
      *> and losses; a gain debits the group, a loss credits it.
       6250-WRITE-ONE-FX-ENTRY.
           PERFORM 4700-SUM-GROUP-GAIN
           MOVE WS-FX-GROUP-GAIN TO WS-FEED-AMOUNT
           IF WS-FEED-AMOUNT NOT = ZEROS
              MOVE WS-LDG-CODE (WS-LEDGER-SUB) TO GLF-DET-CODE
              IF WS-FEED-AMOUNT < ZEROS
                 MOVE "CR" TO GLF-DET-DR-CR
                 COMPUTE WS-FEED-AMOUNT = ZEROS - WS-FEED-AMOUNT
              ELSE
                 MOVE "DR" TO GLF-DET-DR-CR
              END-IF
              MOVE WS-FEED-AMOUNT TO GLF-DET-AMOUNT
              MOVE "FX" TO GLF-DET-OFFSET
              MOVE WS-CLOSE-DATE TO GLF-DET-CLOSE-DATE
              WRITE GL-FEED-LINE FROM GLF-DETAIL-LINE
              PERFORM 6210-RECORD-FEED-ENTRY
              ADD 1 TO WS-FEED-ENTRY-COUNT
              ADD WS-FEED-AMOUNT TO WS-FEED-HASH-TOTAL
              ADD WS-FX-GROUP-GAIN TO WS-FEED-NET-TOTAL
           END-IF
           .
       6210-RECORD-FEED-ENTRY.
           MOVE SPACES TO GL-STATUS-RECORD
           MOVE WS-CLOSE-DATE TO GLS-CLOSE-DATE
           MOVE GLF-HDR-SEQ TO GLS-SEQ-NO
           MOVE GLF-DET-CODE TO GLS-CODE
           MOVE GLF-DET-DR-CR TO GLS-DR-CR
           MOVE GLF-DET-AMOUNT TO GLS-AMOUNT
           MOVE WS-RUN-DATE TO GLS-SENT-DATE
           MOVE "S" TO GLS-STATUS
           MOVE ZEROS TO GLS-ACK-DATE
           MOVE GLF-DET-OFFSET TO GLS-OFFSET
           WRITE GL-STATUS-RECORD
           .
       6300-REGISTER-FEED.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "CBCLO" TO RCT-PROGRAM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-SIM-MARK TO RPT-SIM-MARK
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           MOVE ZEROS TO WS-LINE-COUNT
      *> weekends, holidays, and other non-processing days on the
      *> calendar file are not required to have postings; with no
      *> calendar file every calendar day is required, as before.
      *> a shared-services pool on cballoc.txt still holding period
      *> count or value has not been allocated by CBALLOC since its
      *> last posting, and also holds the close.
       3000-CHECK-PERIOD-COMPLETE.
           MOVE WS-LEDGER-PERIOD-START TO WS-CHECK-DATE
           PERFORM 3100-CHECK-ONE-DAY
           PERFORM 3300-CHECK-JOURNAL-STATUS
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-JRNL-COUNT
           PERFORM 8600-LOAD-ALLOC-RULES
           PERFORM 3500-CHECK-ALLOCATION-DUE
              VARYING WS-ALLOC-POOL-SUB FROM 1 BY 1
              UNTIL WS-ALLOC-POOL-SUB > WS-ALLOC-POOL-COUNT
           .
       3100-CHECK-ONE-DAY.
           MOVE WS-CHECK-DATE TO WS-CAL-CHECK-DATE
              ADD 1 TO WS-LINE-COUNT
           END-IF
           .
       3500-CHECK-ALLOCATION-DUE.
           PERFORM 3510-CHECK-POOL-BALANCE
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
           .
       3510-CHECK-POOL-BALANCE.
           IF WS-LDG-CODE (WS-LEDGER-SUB)
                 = WS-ALLOC-POOL (WS-ALLOC-POOL-SUB)
              AND (WS-LDG-ACTIVITY (WS-LEDGER-SUB) NOT = ZEROS
              OR WS-LDG-VALUE (WS-LEDGER-SUB) NOT = ZEROS)
              SET WS-CLOSE-REFUSED TO TRUE
              MOVE WS-LDG-CODE (WS-LEDGER-SUB) TO RPT-ALLOC-POOL
              DISPLAY RPT-ALLOC-DUE-LINE
              WRITE RPT-FILE-LINE FROM RPT-ALLOC-DUE-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF
           .
      *> a year divisible by four is taken as a leap year - exact
      *> for every year this system will see.
       3400-ADVANCE-CHECK-DATE.
           WRITE RPT-FILE-LINE FROM RPT-BAL-HEADER
           ADD 1 TO WS-LINE-COUNT
           MOVE ZEROS TO WS-TOT-OPENING, WS-TOT-ACTIVITY,
              WS-TOT-CLOSING, WS-TOT-ADJUSTED
           PERFORM 4100-PRINT-ONE-BALANCE
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
           MOVE WS-TOT-OPENING TO RPT-TOT-OPENING
           COMPUTE RPT-TOT-POSTED = WS-TOT-ACTIVITY - WS-TOT-ADJUSTED
           MOVE WS-TOT-ADJUSTED TO RPT-TOT-ADJUSTED
           MOVE WS-TOT-CLOSING TO RPT-TOT-CLOSING
           DISPLAY RPT-BAL-TOTAL-LINE
           WRITE RPT-FILE-LINE FROM RPT-BAL-TOTAL-LINE
           PERFORM 8000-LOOKUP-CODE-DESC
           MOVE WS-LOOKUP-DESC TO RPT-BAL-DESC
           MOVE WS-LDG-OPENING (WS-LEDGER-SUB) TO RPT-BAL-OPENING
           MOVE ZEROS TO WS-GROUP-ADJUSTED
           PERFORM 4110-SUM-GROUP-ADJUSTMENT
              VARYING WS-ADJ-SCAN-SUB FROM 1 BY 1
              UNTIL WS-ADJ-SCAN-SUB > WS-LEDGER-ADJ-COUNT
           COMPUTE RPT-BAL-POSTED =
              WS-LDG-ACTIVITY (WS-LEDGER-SUB) - WS-GROUP-ADJUSTED
           MOVE WS-GROUP-ADJUSTED TO RPT-BAL-ADJUSTED
           COMPUTE WS-CLOSING-BALANCE =
              WS-LDG-OPENING (WS-LEDGER-SUB)
              + WS-LDG-ACTIVITY (WS-LEDGER-SUB)
           ADD WS-LDG-OPENING (WS-LEDGER-SUB) TO WS-TOT-OPENING
           ADD WS-LDG-ACTIVITY (WS-LEDGER-SUB) TO WS-TOT-ACTIVITY
           ADD WS-CLOSING-BALANCE TO WS-TOT-CLOSING
           ADD WS-GROUP-ADJUSTED TO WS-TOT-ADJUSTED
           DISPLAY RPT-BAL-LINE
           WRITE RPT-FILE-LINE FROM RPT-BAL-LINE
           ADD 1 TO WS-LINE-COUNT
           .
      *> manual adjustments (CBADJ "A" entries) are shown apart from
      *> what the extract runs posted; the activity holds both.
       4110-SUM-GROUP-ADJUSTMENT.
           IF WS-ADJ-CODE (WS-ADJ-SCAN-SUB)
              = WS-LDG-CODE (WS-LEDGER-SUB)
              ADD WS-ADJ-AMOUNT (WS-ADJ-SCAN-SUB) TO WS-GROUP-ADJUSTED
           END-IF
           .
      *> positions are revalued at the close-date rate of each
      *> currency.  a currency without a rate on or before the close
      *> date refuses the close - the GL would otherwise get the
      *> month without its currency effect.
       4500-REVALUE-POSITIONS.
           PERFORM 8400-LOAD-RATE-TABLE
           MOVE WS-CLOSE-DATE TO WS-RATE-LOOKUP-DATE
           PERFORM 4510-ADD-CURRENCY-POSTING
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-CPOST-COUNT
           IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           MOVE WS-CLOSE-DATE TO RPT-REV-DATE
           DISPLAY RPT-REV-HEADER-1
           WRITE RPT-FILE-LINE FROM RPT-REV-HEADER-1
           ADD 1 TO WS-LINE-COUNT
           IF WS-REV-COUNT = ZEROS
              DISPLAY RPT-REV-NONE-LINE
              WRITE RPT-FILE-LINE FROM RPT-REV-NONE-LINE
              ADD 1 TO WS-LINE-COUNT
           ELSE
              DISPLAY RPT-REV-HEADER-2
              WRITE RPT-FILE-LINE FROM RPT-REV-HEADER-2
              ADD 1 TO WS-LINE-COUNT
              MOVE ZEROS TO WS-REV-TOT-BOOKED, WS-REV-TOT-REVALUED,
                 WS-REV-TOT-GAIN
              PERFORM 4600-REVALUE-ONE-POSITION
                 VARYING WS-REV-SUB FROM 1 BY 1
                 UNTIL WS-REV-SUB > WS-REV-COUNT
              MOVE WS-REV-TOT-BOOKED TO RPT-REV-TOT-BOOKED
              MOVE WS-REV-TOT-REVALUED TO RPT-REV-TOT-REVALUED
              MOVE WS-REV-TOT-GAIN TO RPT-REV-TOT-GAIN
              DISPLAY RPT-REV-TOTAL-LINE
              WRITE RPT-FILE-LINE FROM RPT-REV-TOTAL-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF
           .
       4510-ADD-CURRENCY-POSTING.
           MOVE ZEROS TO WS-REV-MATCH-SUB
           PERFORM 4520-MATCH-POSITION
              VARYING WS-REV-SUB FROM 1 BY 1
              UNTIL WS-REV-SUB > WS-REV-COUNT
              OR WS-REV-MATCH-SUB > ZEROS
           IF WS-REV-MATCH-SUB = ZEROS
              IF WS-REV-COUNT < WS-REV-MAX
                 ADD 1 TO WS-REV-COUNT
                 MOVE WS-REV-COUNT TO WS-REV-MATCH-SUB
                 MOVE WS-CPO-CODE (WS-LEDGER-SUB)
                    TO WS-REV-CODE (WS-REV-MATCH-SUB)
                 MOVE WS-CPO-CURRENCY (WS-LEDGER-SUB)
                    TO WS-REV-CURRENCY (WS-REV-MATCH-SUB)
                 MOVE ZEROS TO WS-REV-AMOUNT (WS-REV-MATCH-SUB)
                 MOVE ZEROS TO WS-REV-BOOKED (WS-REV-MATCH-SUB)
              ELSE
                 DISPLAY "*** POSITION TABLE FULL - DROPPED: "
                    WS-CPO-CODE (WS-LEDGER-SUB) " "
                    WS-CPO-CURRENCY (WS-LEDGER-SUB) " ***"
              END-IF
           END-IF
           IF WS-REV-MATCH-SUB > ZEROS
              ADD WS-CPO-AMOUNT (WS-LEDGER-SUB)
                 TO WS-REV-AMOUNT (WS-REV-MATCH-SUB)
              ADD WS-CPO-VALUE (WS-LEDGER-SUB)
                 TO WS-REV-BOOKED (WS-REV-MATCH-SUB)
           END-IF
           .
       4520-MATCH-POSITION.
           IF WS-REV-CODE (WS-REV-SUB) = WS-CPO-CODE (WS-LEDGER-SUB)
              AND WS-REV-CURRENCY (WS-REV-SUB)
                 = WS-CPO-CURRENCY (WS-LEDGER-SUB)
              MOVE WS-REV-SUB TO WS-REV-MATCH-SUB
           END-IF
           .
       4600-REVALUE-ONE-POSITION.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           MOVE WS-REV-CURRENCY (WS-REV-SUB) TO WS-RATE-LOOKUP-CUR
           PERFORM 8450-LOOKUP-RATE
           MOVE WS-REV-CODE (WS-REV-SUB) TO RPT-REV-CODE
           MOVE WS-REV-CURRENCY (WS-REV-SUB) TO RPT-REV-CURRENCY
           MOVE WS-REV-AMOUNT (WS-REV-SUB) TO RPT-REV-AMOUNT
           MOVE WS-REV-BOOKED (WS-REV-SUB) TO RPT-REV-BOOKED
           IF WS-RATE-FOUND
              COMPUTE WS-REV-REVALUED (WS-REV-SUB) ROUNDED =
                 WS-REV-AMOUNT (WS-REV-SUB) * WS-RATE-VALUE
              COMPUTE WS-REV-GAIN (WS-REV-SUB) =
                 WS-REV-REVALUED (WS-REV-SUB)
                 - WS-REV-BOOKED (WS-REV-SUB)
              MOVE WS-RATE-VALUE TO RPT-REV-RATE
              MOVE WS-REV-REVALUED (WS-REV-SUB) TO RPT-REV-REVALUED
              MOVE WS-REV-GAIN (WS-REV-SUB) TO RPT-REV-GAIN
              MOVE SPACES TO RPT-REV-NOTE
              ADD WS-REV-BOOKED (WS-REV-SUB) TO WS-REV-TOT-BOOKED
              ADD WS-REV-REVALUED (WS-REV-SUB) TO WS-REV-TOT-REVALUED
              ADD WS-REV-GAIN (WS-REV-SUB) TO WS-REV-TOT-GAIN
           ELSE
              MOVE WS-REV-BOOKED (WS-REV-SUB)
                 TO WS-REV-REVALUED (WS-REV-SUB)
              MOVE ZEROS TO WS-REV-GAIN (WS-REV-SUB)
              MOVE ZEROS TO RPT-REV-RATE, RPT-REV-REVALUED,
                 RPT-REV-GAIN
              MOVE "NO RATE" TO RPT-REV-NOTE
              SET WS-CLOSE-REFUSED TO TRUE
           END-IF
           DISPLAY RPT-REV-LINE
           WRITE RPT-FILE-LINE FROM RPT-REV-LINE
           ADD 1 TO WS-LINE-COUNT
           IF NOT WS-RATE-FOUND
              MOVE WS-REV-CURRENCY (WS-REV-SUB) TO RPT-NO-RATE-CCY
              DISPLAY RPT-NO-RATE-LINE
              WRITE RPT-FILE-LINE FROM RPT-NO-RATE-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF
           .
       4700-SUM-GROUP-GAIN.
           MOVE ZEROS TO WS-FX-GROUP-GAIN
           PERFORM 4710-ADD-GROUP-GAIN
              VARYING WS-REV-SUB FROM 1 BY 1
              UNTIL WS-REV-SUB > WS-REV-COUNT
           .
       4710-ADD-GROUP-GAIN.
           IF WS-REV-CODE (WS-REV-SUB) = WS-LDG-CODE (WS-LEDGER-SUB)
              ADD WS-REV-GAIN (WS-REV-SUB) TO WS-FX-GROUP-GAIN
           END-IF
           .
       5000-ROLL-PERIOD.
           PERFORM 5200-APPEND-CLOSED-PERIOD
           PERFORM 5100-ROLL-ONE-GROUP
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
           MOVE WS-CHECK-DATE TO WS-NEXT-PERIOD-START
           MOVE WS-NEXT-PERIOD-START TO WS-LEDGER-PERIOD-START
           MOVE ZEROS TO WS-LEDGER-JRNL-COUNT
           MOVE ZEROS TO WS-LEDGER-GPOST-COUNT
           MOVE ZEROS TO WS-LEDGER-ADJ-COUNT
           MOVE ZEROS TO WS-LEDGER-CPOST-COUNT
           PERFORM 9850-REWRITE-LEDGER
           .
       5100-ROLL-ONE-GROUP.
           ADD WS-LDG-ACTIVITY (WS-LEDGER-SUB)
              TO WS-LDG-OPENING (WS-LEDGER-SUB)
           MOVE ZEROS TO WS-LDG-ACTIVITY (WS-LEDGER-SUB)
           MOVE ZEROS TO WS-LDG-VALUE (WS-LEDGER-SUB)
           .
      *> the closed month survives the roll in the permanent
      *> closed-period history (see closehist-rec.cpy): one record
      *> per group with the figures printed on the close report.
       5200-APPEND-CLOSED-PERIOD.
           MOVE ZEROS TO WS-JRNL-DAY-COUNT
           PERFORM 5210-COUNT-JOURNAL-DAY
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-JRNL-COUNT
           OPEN EXTEND CLOSE-HIST-FILE
           IF WS-CLHIST-FILE-STATUS NOT = "00"
              OPEN OUTPUT CLOSE-HIST-FILE
           END-IF
           PERFORM 5230-WRITE-CLOSED-GROUP
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
           CLOSE CLOSE-HIST-FILE
           .
      *> a run date counts once however many programs posted on it.
       5210-COUNT-JOURNAL-DAY.
           SET WS-JRNL-NEW-DAY TO TRUE
           PERFORM 5220-CHECK-EARLIER-JOURNAL
              VARYING WS-JRNL-SCAN-SUB FROM 1 BY 1
              UNTIL WS-JRNL-SCAN-SUB >= WS-LEDGER-SUB
           IF WS-JRNL-NEW-DAY
              ADD 1 TO WS-JRNL-DAY-COUNT
           END-IF
           .
       5220-CHECK-EARLIER-JOURNAL.
           IF WS-JRN-DATE (WS-JRNL-SCAN-SUB)
              = WS-JRN-DATE (WS-LEDGER-SUB)
              MOVE "N" TO WS-JRNL-NEW-DAY-SW
           END-IF
           .
       5230-WRITE-CLOSED-GROUP.
           MOVE SPACES TO CLOSE-HIST-RECORD
           MOVE WS-CLOSE-DATE TO CLH-CLOSE-DATE
           MOVE WS-LEDGER-PERIOD-START TO CLH-PERIOD-START
           MOVE WS-LDG-CODE (WS-LEDGER-SUB) TO CLH-CODE
           MOVE WS-LDG-OPENING (WS-LEDGER-SUB) TO CLH-OPENING
           MOVE WS-LDG-ACTIVITY (WS-LEDGER-SUB) TO CLH-ACTIVITY
           COMPUTE CLH-CLOSING =
              WS-LDG-OPENING (WS-LEDGER-SUB)
              + WS-LDG-ACTIVITY (WS-LEDGER-SUB)
           MOVE WS-LEDGER-JRNL-COUNT TO CLH-JRNL-COUNT
           MOVE WS-JRNL-DAY-COUNT TO CLH-JRNL-DAYS
           WRITE CLOSE-HIST-RECORD
           .
      *> a simulated close (see simulate.cpy) goes through the same
      *> checks and balances and says what it would send and where
      *> the next period would start, but the feed, its status and
      *> run-control entries, the closed-period history and the
      *> ledger itself are left untouched.
       5500-SIMULATE-CLOSE.
           PERFORM 6100-CHECK-FEED-RUN-CONTROL
           IF WS-FEED-ALREADY-SENT
              DISPLAY RPT-FEED-DUP-LINE
              WRITE RPT-FILE-LINE FROM RPT-FEED-DUP-LINE
              SET WS-FEED-SUPPRESSED TO TRUE
           ELSE
              PERFORM 5510-COUNT-FEED-ENTRY
                 VARYING WS-LEDGER-SUB FROM 1 BY 1
                 UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
              PERFORM 5520-COUNT-FX-ENTRY
                 VARYING WS-LEDGER-SUB FROM 1 BY 1
                 UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
              MOVE WS-FEED-ENTRY-COUNT TO RPT-SIM-FEED-COUNT
              DISPLAY RPT-SIM-FEED-LINE
              WRITE RPT-FILE-LINE FROM RPT-SIM-FEED-LINE
           END-IF
           DISPLAY RPT-SIM-CLOSE-LINE
           WRITE RPT-FILE-LINE FROM RPT-SIM-CLOSE-LINE
           MOVE WS-CLOSE-DATE TO WS-CHECK-DATE
           PERFORM 3400-ADVANCE-CHECK-DATE
           MOVE WS-CHECK-DATE TO WS-NEXT-PERIOD-START
           .
       5510-COUNT-FEED-ENTRY.
           IF WS-LDG-ACTIVITY (WS-LEDGER-SUB) NOT = ZEROS
              ADD 1 TO WS-FEED-ENTRY-COUNT
           END-IF
           .
       5520-COUNT-FX-ENTRY.
           PERFORM 4700-SUM-GROUP-GAIN
           IF WS-FX-GROUP-GAIN NOT = ZEROS
              ADD 1 TO WS-FEED-ENTRY-COUNT
           END-IF
           .
       COPY "ledger-io.cpy".
       COPY "codetab-lookup.cpy".
       COPY "calendar-lookup.cpy".
       COPY "rates-lookup.cpy".
       COPY "alloc-load.cpy".
       COPY "simulate-check.cpy".
       COPY "operator-check.cpy".
       COPY "operauth-check.cpy".
