       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBALLOC.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "cbledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT ALLOC-FILE ASSIGN TO "cballoc.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO "codemast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cballocreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  ALLOC-FILE.
       COPY "alloc-rec.cpy".

       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(132).

       FD  OPERATOR-FILE.
       COPY "operator-rec.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "ledger.cpy".
       COPY "alloc.cpy".
       COPY "simulate.cpy".
       COPY "operator.cpy".
       COPY "operauth.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-REFUSE-REASON        PIC X(30)  VALUE SPACES.
       01 WS-POOL-RESULT          PIC X(40)  VALUE SPACES.
       01 WS-POOL-CODE            PIC X(2)   VALUE SPACES.
       01 WS-POOL-DESC            PIC X(12)  VALUE SPACES.
       01 WS-POOL-BASIS           PIC X(1)   VALUE SPACES.
       01 WS-POOL-LDG-SUB         PIC 9(3)   VALUE ZEROS.
       01 WS-POOL-COUNT-BAL       PIC S9(11) VALUE ZEROS.
       01 WS-POOL-VALUE-BAL       PIC S9(11) VALUE ZEROS.
       01 WS-POOL-DONE-SW         PIC X(1)   VALUE "N".
          88 WS-POOL-ALLOCATED               VALUE "Y".
      *> the receivers of the pool being allocated, with the weight
      *> each carries on the pool's basis and the count and value
      *> it receives.
       01 WS-RCV-COUNT            PIC 9(2)   VALUE ZEROS.
       01 WS-RCV-MAX              PIC 9(2)   VALUE 50.
       01 WS-RCV-TABLE.
          05 WS-RCV-ENTRY OCCURS 50 TIMES.
             10 WS-RCV-CODE       PIC X(2).
             10 WS-RCV-DESC       PIC X(12).
             10 WS-RCV-WEIGHT     PIC S9(11)V99.
             10 WS-RCV-SHARE      PIC 9(3)V99.
             10 WS-RCV-ALLOC-COUNT
                                  PIC S9(11).
             10 WS-RCV-ALLOC-VALUE
                                  PIC S9(11).
       01 WS-RCV-SUB              PIC 9(2)   VALUE ZEROS.
       01 WS-RCV-SCAN-SUB         PIC 9(2)   VALUE ZEROS.
       01 WS-RCV-NEW-GROUPS       PIC 9(3)   VALUE ZEROS.
       01 WS-RCV-DUP-SW           PIC X(1)   VALUE "N".
          88 WS-RCV-DUPLICATE                VALUE "Y".
       01 WS-WEIGHT-TOTAL         PIC S9(13)V99 VALUE ZEROS.
       01 WS-NEGATIVE-WEIGHT-SW   PIC X(1)   VALUE "N".
          88 WS-NEGATIVE-WEIGHT              VALUE "Y".
       01 WS-ALLOCATED-COUNT      PIC S9(11) VALUE ZEROS.
       01 WS-ALLOCATED-VALUE      PIC S9(11) VALUE ZEROS.
       01 WS-MATCH-CODE           PIC X(2)   VALUE SPACES.
       01 WS-POST-CODE            PIC X(2)   VALUE SPACES.
       01 WS-POST-COUNT           PIC S9(11) VALUE ZEROS.
       01 WS-POST-VALUE           PIC S9(11) VALUE ZEROS.
       01 WS-JOURNAL-COUNT-NET    PIC S9(11) VALUE ZEROS.
       01 WS-JOURNAL-VALUE-NET    PIC S9(11) VALUE ZEROS.
       01 WS-RUN-COUNT-NET        PIC S9(11) VALUE ZEROS.
       01 WS-PROOF-FAILED-SW      PIC X(1)   VALUE "N".
          88 WS-PROOF-FAILED                 VALUE "Y".
       01 WS-POOLS-ALLOCATED      PIC 9(3)   VALUE ZEROS.
       01 WS-POOLS-NIL            PIC 9(3)   VALUE ZEROS.
       01 WS-POOLS-REFUSED        PIC 9(3)   VALUE ZEROS.
       01 WS-ENTRIES-POSTED       PIC 9(5)   VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                  PIC 9(6).
       01 WS-RUN-TIME.
          05 WS-RUN-HH            PIC 9(2).
          05 WS-RUN-MN            PIC 9(2).
          05 WS-RUN-SS            PIC 9(2).
          05 FILLER               PIC 9(2).
       01 WS-MAX-LINES-PER-PAGE   PIC 9(3)   VALUE 20.
       01 WS-LINE-COUNT           PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-COUNT           PIC 9(4)   VALUE ZEROS.
       01 RPT-PAGE-HEADER.
          05 FILLER               PIC X(23)  VALUE
             "CBALLOC SHARED ALLOC   ".
          05 FILLER               PIC X(9)   VALUE "RUN DATE:".
          05 RPT-RUN-MM           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-DD           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-YY           PIC 99.
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-SIM-MARK         PIC X(12).
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-PERIOD-LINE.
          05 FILLER               PIC X(14)  VALUE "PERIOD START: ".
          05 RPT-PERIOD-START     PIC 9(6).
       01 RPT-ALLOC-HEADER.
          05 FILLER               PIC X(16)  VALUE "A  DESCRIPTION  ".
          05 FILLER               PIC X(9)   VALUE "ROLE     ".
          05 FILLER               PIC X(14)  VALUE "BASIS         ".
          05 FILLER               PIC X(6)   VALUE "SHARE%".
          05 FILLER               PIC X(13)  VALUE "        COUNT".
          05 FILLER               PIC X(13)  VALUE "        VALUE".
          05 FILLER               PIC X(8)   VALUE "  RESULT".
       01 RPT-ALLOC-LINE.
          05 RPT-ALC-CODE         PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ALC-DESC         PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ALC-ROLE         PIC X(8).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ALC-BASIS        PIC X(13).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ALC-SHARE        PIC ZZ9.99.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ALC-COUNT        PIC -(11)9.
          05 RPT-ALC-COUNT-X REDEFINES RPT-ALC-COUNT
                                  PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ALC-VALUE        PIC -(11)9.
          05 RPT-ALC-VALUE-X REDEFINES RPT-ALC-VALUE
                                  PIC X(12).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ALC-RESULT       PIC X(40).
       01 RPT-PROOF-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-PRF-LABEL        PIC X(43).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-PRF-COUNT        PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-PRF-VALUE        PIC -(11)9.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-PRF-RESULT       PIC X(30).
       01 RPT-BLANK-LINE          PIC X(1)   VALUE SPACE.
       01 RPT-COUNT-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-CNT-LABEL        PIC X(24).
          05 RPT-CNT-VALUE        PIC -(11)9.
       01 RPT-MESSAGE-LINE.
          05 RPT-MESSAGE-TEXT     PIC X(60).

       PROCEDURE DIVISION.
      *> no parm (SIMULATE is honored): each pool on cballoc.txt has
      *> its period count and value on the ledger moved out to its
      *> receivers, as an "ALLOC" journal with one group posting for
      *> the pool and one per receiver, so the pool nets to zero and
      *> the journal balances.  a pool already at zero has nothing
      *> to allocate, so the program can be rerun safely; one posted
      *> to again after its allocation is allocated again.  a pool
      *> whose rules are in error is refused and keeps its balance,
      *> which holds the close until the rules are put right.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 0400-CHECK-SIMULATION
           PERFORM 0420-GET-OPERATOR
      *> a real run posts straight to the period ledger CBCLOSE
      *> sends to the GL, so it needs close authority; a simulated
      *> run changes nothing and is not checked.
           IF NOT WS-SIMULATION
              MOVE "CBALL" TO WS-OPER-PROGRAM
              SET WS-FN-CLOSE-PERIOD TO TRUE
              PERFORM 0430-CHECK-AUTHORITY
              IF NOT WS-OPER-GRANTED
                 DISPLAY "CBALLOC: OPERATOR NOT AUTHORIZED"
                    " - NOTHING RUN"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           MOVE WS-RUN-DATE-N TO WS-LOOKUP-DATE
           MOVE "ALLOC" TO WS-LEDGER-PROGRAM-ID
           PERFORM 9810-LOAD-LEDGER
           IF WS-LEDGER-PERIOD-START = ZEROS
              DISPLAY "CBALLOC: NO LEDGER AVAILABLE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 8600-LOAD-ALLOC-RULES
           IF WS-ALLOC-POOL-COUNT = ZEROS
              DISPLAY "CBALLOC: NO ALLOCATION RULES (CBALLOC.TXT)"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RPT-FILE
           PERFORM PRINT-PAGE-HEADERS
           PERFORM 1000-ALLOCATE-POOL
              VARYING WS-ALLOC-POOL-SUB FROM 1 BY 1
              UNTIL WS-ALLOC-POOL-SUB > WS-ALLOC-POOL-COUNT
           IF WS-ENTRIES-POSTED > ZEROS
              PERFORM 3900-APPEND-JOURNAL
              IF NOT WS-SIMULATION AND NOT WS-PROOF-FAILED
                 PERFORM 9850-REWRITE-LEDGER
              END-IF
           END-IF
           PERFORM 5000-PRINT-RUN-TOTALS
           EVALUATE TRUE
              WHEN WS-PROOF-FAILED
                 MOVE "*** ALLOCATION DOES NOT PROVE - LEDGER KEPT ***"
                    TO RPT-MESSAGE-TEXT
                 MOVE 8 TO RETURN-CODE
              WHEN WS-POOLS-REFUSED > ZEROS
                 MOVE "*** POOLS REFUSED - SEE RESULT COLUMN ***"
                    TO RPT-MESSAGE-TEXT
                 MOVE 4 TO RETURN-CODE
              WHEN WS-POOLS-ALLOCATED = ZEROS
                 MOVE "NO POOL BALANCE TO ALLOCATE"
                    TO RPT-MESSAGE-TEXT
              WHEN OTHER
                 MOVE "ALL POOLS ALLOCATED - EVERY POOL NETS TO ZERO"
                    TO RPT-MESSAGE-TEXT
           END-EVALUATE
           DISPLAY RPT-MESSAGE-LINE
           WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
           IF WS-SIMULATION AND WS-ENTRIES-POSTED > ZEROS
              MOVE "*** SIMULATION - LEDGER NOT UPDATED ***"
                 TO RPT-MESSAGE-TEXT
              DISPLAY RPT-MESSAGE-LINE
              WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
           END-IF
           CLOSE RPT-FILE
           GOBACK
           .
       PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-SIM-MARK TO RPT-SIM-MARK
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           MOVE WS-LEDGER-PERIOD-START TO RPT-PERIOD-START
           DISPLAY RPT-PERIOD-LINE
           WRITE RPT-FILE-LINE FROM RPT-PERIOD-LINE
           DISPLAY RPT-ALLOC-HEADER
           WRITE RPT-FILE-LINE FROM RPT-ALLOC-HEADER
           MOVE 3 TO WS-LINE-COUNT
           .
       1000-ALLOCATE-POOL.
           MOVE WS-ALLOC-POOL (WS-ALLOC-POOL-SUB) TO WS-POOL-CODE
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE SPACES TO WS-POOL-BASIS
           MOVE "N" TO WS-POOL-DONE-SW
           MOVE "N" TO WS-NEGATIVE-WEIGHT-SW
           MOVE ZEROS TO WS-RCV-COUNT, WS-RCV-NEW-GROUPS,
              WS-WEIGHT-TOTAL, WS-POOL-COUNT-BAL, WS-POOL-VALUE-BAL,
              WS-POOL-LDG-SUB, WS-JOURNAL-COUNT-NET,
              WS-JOURNAL-VALUE-NET
           MOVE WS-POOL-CODE TO WS-LOOKUP-CODE
           PERFORM 8000-LOOKUP-CODE-DESC
           MOVE WS-LOOKUP-DESC TO WS-POOL-DESC
           IF WS-LOOKUP-DESC = "UNKNOWN CODE"
              MOVE "UNKNOWN POOL CODE" TO WS-REFUSE-REASON
           END-IF
           MOVE WS-POOL-CODE TO WS-MATCH-CODE
           PERFORM 1900-FIND-LEDGER-GROUP
           IF WS-LEDGER-GROUP-FOUND
              MOVE WS-LEDGER-MATCH-SUB TO WS-POOL-LDG-SUB
              MOVE WS-LDG-ACTIVITY (WS-POOL-LDG-SUB)
                 TO WS-POOL-COUNT-BAL
              MOVE WS-LDG-VALUE (WS-POOL-LDG-SUB) TO WS-POOL-VALUE-BAL
           END-IF
           PERFORM 1100-COLLECT-RECEIVER
              VARYING WS-ALR-SUB FROM 1 BY 1
              UNTIL WS-ALR-SUB > WS-ALR-COUNT
           IF WS-REFUSE-REASON = SPACES
              PERFORM 1200-CHECK-BASIS
           END-IF
           EVALUATE TRUE
              WHEN WS-REFUSE-REASON NOT = SPACES
                 ADD 1 TO WS-POOLS-REFUSED
                 MOVE SPACES TO WS-POOL-RESULT
                 STRING "REFUSED - " DELIMITED BY SIZE
                    WS-REFUSE-REASON DELIMITED BY SIZE
                    INTO WS-POOL-RESULT
                 END-STRING
              WHEN WS-POOL-COUNT-BAL = ZEROS
                 AND WS-POOL-VALUE-BAL = ZEROS
                 ADD 1 TO WS-POOLS-NIL
                 PERFORM 2000-COMPUTE-SHARES
                 MOVE "NOTHING TO ALLOCATE" TO WS-POOL-RESULT
              WHEN OTHER
                 PERFORM 2000-COMPUTE-SHARES
                 PERFORM 3000-POST-POOL
                 ADD 1 TO WS-POOLS-ALLOCATED
                 SET WS-POOL-ALLOCATED TO TRUE
                 MOVE "ALLOCATED" TO WS-POOL-RESULT
           END-EVALUATE
           PERFORM 4000-PRINT-POOL
           .
      *> every rule naming the pool adds one receiver.  the first
      *> rule sets the basis; the first error found refuses the pool.
       1100-COLLECT-RECEIVER.
           IF WS-ALR-POOL (WS-ALR-SUB) = WS-POOL-CODE
              IF WS-POOL-BASIS = SPACES
                 MOVE WS-ALR-BASIS (WS-ALR-SUB) TO WS-POOL-BASIS
              END-IF
              EVALUATE TRUE
                 WHEN WS-REFUSE-REASON NOT = SPACES
                    CONTINUE
                 WHEN WS-ALR-BASIS (WS-ALR-SUB) NOT = WS-POOL-BASIS
                    MOVE "MIXED BASIS" TO WS-REFUSE-REASON
                 WHEN WS-ALR-RECEIVER (WS-ALR-SUB) = WS-POOL-CODE
                    MOVE "POOL NAMED AS ITS OWN RECEIVER"
                       TO WS-REFUSE-REASON
                 WHEN WS-RCV-COUNT NOT < WS-RCV-MAX
                    MOVE "TOO MANY RECEIVERS" TO WS-REFUSE-REASON
                 WHEN OTHER
                    PERFORM 1110-ADD-RECEIVER
              END-EVALUATE
           END-IF
           .
       1110-ADD-RECEIVER.
           MOVE "N" TO WS-RCV-DUP-SW
           PERFORM 1120-MATCH-RECEIVER
              VARYING WS-RCV-SCAN-SUB FROM 1 BY 1
              UNTIL WS-RCV-SCAN-SUB > WS-RCV-COUNT
           IF WS-RCV-DUPLICATE
              STRING "RECEIVER " DELIMITED BY SIZE
                 WS-ALR-RECEIVER (WS-ALR-SUB) DELIMITED BY SIZE
                 " LISTED TWICE" DELIMITED BY SIZE
                 INTO WS-REFUSE-REASON
              END-STRING
           ELSE
              ADD 1 TO WS-RCV-COUNT
              MOVE WS-ALR-RECEIVER (WS-ALR-SUB)
                 TO WS-RCV-CODE (WS-RCV-COUNT)
              MOVE WS-ALR-RECEIVER (WS-ALR-SUB) TO WS-LOOKUP-CODE
              PERFORM 8000-LOOKUP-CODE-DESC
              MOVE WS-LOOKUP-DESC TO WS-RCV-DESC (WS-RCV-COUNT)
              IF WS-LOOKUP-DESC = "UNKNOWN CODE"
                 STRING "UNKNOWN RECEIVER " DELIMITED BY SIZE
                    WS-ALR-RECEIVER (WS-ALR-SUB) DELIMITED BY SIZE
                    INTO WS-REFUSE-REASON
                 END-STRING
              END-IF
              MOVE WS-ALR-RECEIVER (WS-ALR-SUB) TO WS-MATCH-CODE
              PERFORM 1900-FIND-LEDGER-GROUP
              EVALUATE TRUE
                 WHEN WS-POOL-BASIS = "P"
                    MOVE WS-ALR-PERCENT (WS-ALR-SUB)
                       TO WS-RCV-WEIGHT (WS-RCV-COUNT)
                 WHEN NOT WS-LEDGER-GROUP-FOUND
                    MOVE ZEROS TO WS-RCV-WEIGHT (WS-RCV-COUNT)
                 WHEN WS-POOL-BASIS = "C"
                    MOVE WS-LDG-ACTIVITY (WS-LEDGER-MATCH-SUB)
                       TO WS-RCV-WEIGHT (WS-RCV-COUNT)
                 WHEN OTHER
                    MOVE WS-LDG-VALUE (WS-LEDGER-MATCH-SUB)
                       TO WS-RCV-WEIGHT (WS-RCV-COUNT)
              END-EVALUATE
              IF NOT WS-LEDGER-GROUP-FOUND
                 ADD 1 TO WS-RCV-NEW-GROUPS
              END-IF
              IF WS-RCV-WEIGHT (WS-RCV-COUNT) < ZEROS
                 SET WS-NEGATIVE-WEIGHT TO TRUE
              END-IF
              ADD WS-RCV-WEIGHT (WS-RCV-COUNT) TO WS-WEIGHT-TOTAL
              MOVE ZEROS TO WS-RCV-SHARE (WS-RCV-COUNT)
              MOVE ZEROS TO WS-RCV-ALLOC-COUNT (WS-RCV-COUNT)
              MOVE ZEROS TO WS-RCV-ALLOC-VALUE (WS-RCV-COUNT)
           END-IF
           .
       1120-MATCH-RECEIVER.
           IF WS-RCV-CODE (WS-RCV-SCAN-SUB)
                 = WS-ALR-RECEIVER (WS-ALR-SUB)
              SET WS-RCV-DUPLICATE TO TRUE
           END-IF
           .
      *> fixed percentages must total exactly 100.  a share basis
      *> needs receivers with some count or value between them and
      *> none below zero - but only when there is something to share.
      *> the ledger tables must have room for the postings.
       1200-CHECK-BASIS.
           EVALUATE TRUE
              WHEN WS-RCV-COUNT = ZEROS
                 MOVE "NO RECEIVERS" TO WS-REFUSE-REASON
              WHEN WS-POOL-BASIS = "P"
                 AND WS-WEIGHT-TOTAL NOT = 100
                 MOVE "PERCENTAGES DO NOT TOTAL 100"
                    TO WS-REFUSE-REASON
              WHEN WS-POOL-COUNT-BAL = ZEROS
                 AND WS-POOL-VALUE-BAL = ZEROS
                 CONTINUE
              WHEN WS-NEGATIVE-WEIGHT
                 MOVE "RECEIVER BASIS BELOW ZERO" TO WS-REFUSE-REASON
              WHEN WS-WEIGHT-TOTAL = ZEROS
                 MOVE "RECEIVERS HAVE NO BASIS" TO WS-REFUSE-REASON
              WHEN WS-LEDGER-GROUP-COUNT + WS-RCV-NEW-GROUPS
                 > WS-LEDGER-GROUP-MAX
                 MOVE "LEDGER GROUP TABLE FULL" TO WS-REFUSE-REASON
              WHEN WS-LEDGER-GPOST-COUNT + WS-RCV-COUNT + 1
                 > WS-LEDGER-GPOST-MAX
                 MOVE "LEDGER POSTING TABLE FULL" TO WS-REFUSE-REASON
              WHEN WS-LEDGER-JRNL-COUNT NOT < WS-LEDGER-JRNL-MAX
                 MOVE "LEDGER JOURNAL TABLE FULL" TO WS-REFUSE-REASON
           END-EVALUATE
           .
       1900-FIND-LEDGER-GROUP.
           MOVE "N" TO WS-LEDGER-FOUND-SW
           PERFORM 1910-MATCH-LEDGER-GROUP
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
              OR WS-LEDGER-GROUP-FOUND
           .
       1910-MATCH-LEDGER-GROUP.
           IF WS-LDG-CODE (WS-LEDGER-SUB) = WS-MATCH-CODE
              MOVE WS-LEDGER-SUB TO WS-LEDGER-MATCH-SUB
              SET WS-LEDGER-GROUP-FOUND TO TRUE
           END-IF
           .
      *> each receiver's share of the pool count and value is rounded;
      *> the last receiver takes what is left, so the shares always
      *> add back to the pool exactly.
       2000-COMPUTE-SHARES.
           MOVE ZEROS TO WS-ALLOCATED-COUNT, WS-ALLOCATED-VALUE
           PERFORM 2100-COMPUTE-ONE-SHARE
              VARYING WS-RCV-SUB FROM 1 BY 1
              UNTIL WS-RCV-SUB > WS-RCV-COUNT
           .
       2100-COMPUTE-ONE-SHARE.
           IF WS-WEIGHT-TOTAL NOT = ZEROS
              COMPUTE WS-RCV-SHARE (WS-RCV-SUB) ROUNDED =
                 WS-RCV-WEIGHT (WS-RCV-SUB) * 100 / WS-WEIGHT-TOTAL
           END-IF
           EVALUATE TRUE
              WHEN WS-RCV-SUB = WS-RCV-COUNT
                 COMPUTE WS-RCV-ALLOC-COUNT (WS-RCV-SUB) =
                    WS-POOL-COUNT-BAL - WS-ALLOCATED-COUNT
                 COMPUTE WS-RCV-ALLOC-VALUE (WS-RCV-SUB) =
                    WS-POOL-VALUE-BAL - WS-ALLOCATED-VALUE
              WHEN WS-WEIGHT-TOTAL NOT = ZEROS
                 COMPUTE WS-RCV-ALLOC-COUNT (WS-RCV-SUB) ROUNDED =
                    WS-POOL-COUNT-BAL * WS-RCV-WEIGHT (WS-RCV-SUB)
                    / WS-WEIGHT-TOTAL
                 COMPUTE WS-RCV-ALLOC-VALUE (WS-RCV-SUB) ROUNDED =
                    WS-POOL-VALUE-BAL * WS-RCV-WEIGHT (WS-RCV-SUB)
                    / WS-WEIGHT-TOTAL
           END-EVALUATE
           ADD WS-RCV-ALLOC-COUNT (WS-RCV-SUB) TO WS-ALLOCATED-COUNT
           ADD WS-RCV-ALLOC-VALUE (WS-RCV-SUB) TO WS-ALLOCATED-VALUE
           .
      *> the pool is credited with its whole balance and each
      *> receiver debited with its share, as group postings of the
      *> run's "ALLOC" journal.
       3000-POST-POOL.
           MOVE WS-POOL-CODE TO WS-POST-CODE
           COMPUTE WS-POST-COUNT = ZEROS - WS-POOL-COUNT-BAL
           COMPUTE WS-POST-VALUE = ZEROS - WS-POOL-VALUE-BAL
           PERFORM 3100-POST-ENTRY
           PERFORM 3050-POST-RECEIVER
              VARYING WS-RCV-SUB FROM 1 BY 1
              UNTIL WS-RCV-SUB > WS-RCV-COUNT
           .
       3050-POST-RECEIVER.
           IF WS-RCV-ALLOC-COUNT (WS-RCV-SUB) NOT = ZEROS
              OR WS-RCV-ALLOC-VALUE (WS-RCV-SUB) NOT = ZEROS
              MOVE WS-RCV-CODE (WS-RCV-SUB) TO WS-POST-CODE
              MOVE WS-RCV-ALLOC-COUNT (WS-RCV-SUB) TO WS-POST-COUNT
              MOVE WS-RCV-ALLOC-VALUE (WS-RCV-SUB) TO WS-POST-VALUE
              PERFORM 3100-POST-ENTRY
           END-IF
           .
      *> a receiver not yet on the ledger is opened at zero.
       3100-POST-ENTRY.
           MOVE WS-POST-CODE TO WS-MATCH-CODE
           PERFORM 1900-FIND-LEDGER-GROUP
           IF NOT WS-LEDGER-GROUP-FOUND
              ADD 1 TO WS-LEDGER-GROUP-COUNT
              MOVE WS-LEDGER-GROUP-COUNT TO WS-LEDGER-MATCH-SUB
              MOVE WS-POST-CODE TO WS-LDG-CODE (WS-LEDGER-MATCH-SUB)
              MOVE ZEROS TO WS-LDG-OPENING (WS-LEDGER-MATCH-SUB)
              MOVE ZEROS TO WS-LDG-ACTIVITY (WS-LEDGER-MATCH-SUB)
              MOVE ZEROS TO WS-LDG-VALUE (WS-LEDGER-MATCH-SUB)
           END-IF
           ADD WS-POST-COUNT TO WS-LDG-ACTIVITY (WS-LEDGER-MATCH-SUB)
           ADD WS-POST-VALUE TO WS-LDG-VALUE (WS-LEDGER-MATCH-SUB)
           ADD 1 TO WS-LEDGER-GPOST-COUNT
           MOVE WS-RUN-DATE-N TO WS-GPO-DATE (WS-LEDGER-GPOST-COUNT)
           MOVE WS-LEDGER-PROGRAM-ID
              TO WS-GPO-PROGRAM (WS-LEDGER-GPOST-COUNT)
           MOVE WS-POST-CODE TO WS-GPO-CODE (WS-LEDGER-GPOST-COUNT)
           MOVE WS-POST-COUNT TO WS-GPO-NET (WS-LEDGER-GPOST-COUNT)
           MOVE WS-POST-VALUE TO WS-GPO-VALUE (WS-LEDGER-GPOST-COUNT)
           ADD 1 TO WS-ENTRIES-POSTED
           ADD WS-POST-COUNT TO WS-JOURNAL-COUNT-NET
           ADD WS-POST-VALUE TO WS-JOURNAL-VALUE-NET
           ADD WS-POST-COUNT TO WS-RUN-COUNT-NET
           .
      *> one journal record for the run; its net is the sum of the
      *> run's group postings, zero when every pool balanced.
       3900-APPEND-JOURNAL.
           ADD 1 TO WS-LEDGER-JRNL-COUNT
           MOVE WS-RUN-DATE-N TO WS-JRN-DATE (WS-LEDGER-JRNL-COUNT)
           MOVE WS-LEDGER-PROGRAM-ID
              TO WS-JRN-PROGRAM (WS-LEDGER-JRNL-COUNT)
           MOVE WS-RUN-COUNT-NET TO WS-JRN-NET (WS-LEDGER-JRNL-COUNT)
           IF WS-PROOF-FAILED
              MOVE "OOB" TO WS-JRN-STATUS (WS-LEDGER-JRNL-COUNT)
           ELSE
              MOVE "OK" TO WS-JRN-STATUS (WS-LEDGER-JRNL-COUNT)
           END-IF
           .
      *> the pool line shows the entry posted to the pool; after an
      *> allocation two proof lines show the pool's ledger balance
      *> and the net of the journal entries, both of which must be
      *> zero.
       4000-PRINT-POOL.
           IF WS-LINE-COUNT + WS-RCV-COUNT + 3 > WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           MOVE WS-POOL-CODE TO RPT-ALC-CODE
           MOVE WS-POOL-DESC TO RPT-ALC-DESC
           MOVE "POOL" TO RPT-ALC-ROLE
           EVALUATE WS-POOL-BASIS
              WHEN "P"
                 MOVE "FIXED PERCENT" TO RPT-ALC-BASIS
              WHEN "C"
                 MOVE "PERIOD COUNT" TO RPT-ALC-BASIS
              WHEN OTHER
                 MOVE "PERIOD VALUE" TO RPT-ALC-BASIS
           END-EVALUATE
           MOVE 100 TO RPT-ALC-SHARE
           IF WS-POOL-ALLOCATED
              COMPUTE RPT-ALC-COUNT = ZEROS - WS-POOL-COUNT-BAL
              COMPUTE RPT-ALC-VALUE = ZEROS - WS-POOL-VALUE-BAL
           ELSE
              MOVE WS-POOL-COUNT-BAL TO RPT-ALC-COUNT
              MOVE WS-POOL-VALUE-BAL TO RPT-ALC-VALUE
           END-IF
           MOVE WS-POOL-RESULT TO RPT-ALC-RESULT
           PERFORM 4900-WRITE-ALLOC-LINE
           PERFORM 4100-PRINT-RECEIVER
              VARYING WS-RCV-SUB FROM 1 BY 1
              UNTIL WS-RCV-SUB > WS-RCV-COUNT
           IF WS-POOL-ALLOCATED
              PERFORM 4200-PRINT-PROOF
           END-IF
           DISPLAY RPT-BLANK-LINE
           WRITE RPT-FILE-LINE FROM RPT-BLANK-LINE
           ADD 1 TO WS-LINE-COUNT
           .
       4100-PRINT-RECEIVER.
           MOVE WS-RCV-CODE (WS-RCV-SUB) TO RPT-ALC-CODE
           MOVE WS-RCV-DESC (WS-RCV-SUB) TO RPT-ALC-DESC
           MOVE "RECEIVER" TO RPT-ALC-ROLE
           MOVE SPACES TO RPT-ALC-BASIS
           MOVE WS-RCV-SHARE (WS-RCV-SUB) TO RPT-ALC-SHARE
           IF WS-POOL-ALLOCATED
              MOVE WS-RCV-ALLOC-COUNT (WS-RCV-SUB) TO RPT-ALC-COUNT
              MOVE WS-RCV-ALLOC-VALUE (WS-RCV-SUB) TO RPT-ALC-VALUE
           ELSE
              MOVE SPACES TO RPT-ALC-COUNT-X
              MOVE SPACES TO RPT-ALC-VALUE-X
           END-IF
           MOVE SPACES TO RPT-ALC-RESULT
           PERFORM 4900-WRITE-ALLOC-LINE
           .
       4200-PRINT-PROOF.
           MOVE "PROOF - POOL BALANCE AFTER ALLOCATION"
              TO RPT-PRF-LABEL
           MOVE WS-LDG-ACTIVITY (WS-POOL-LDG-SUB) TO RPT-PRF-COUNT
           MOVE WS-LDG-VALUE (WS-POOL-LDG-SUB) TO RPT-PRF-VALUE
           IF WS-LDG-ACTIVITY (WS-POOL-LDG-SUB) = ZEROS
              AND WS-LDG-VALUE (WS-POOL-LDG-SUB) = ZEROS
              MOVE "POOL NETS TO ZERO" TO RPT-PRF-RESULT
           ELSE
              MOVE "*** POOL DOES NOT NET ***" TO RPT-PRF-RESULT
              SET WS-PROOF-FAILED TO TRUE
           END-IF
           DISPLAY RPT-PROOF-LINE
           WRITE RPT-FILE-LINE FROM RPT-PROOF-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE "PROOF - ALLOCATION JOURNAL NET" TO RPT-PRF-LABEL
           MOVE WS-JOURNAL-COUNT-NET TO RPT-PRF-COUNT
           MOVE WS-JOURNAL-VALUE-NET TO RPT-PRF-VALUE
           IF WS-JOURNAL-COUNT-NET = ZEROS
              AND WS-JOURNAL-VALUE-NET = ZEROS
              MOVE "JOURNAL BALANCED" TO RPT-PRF-RESULT
           ELSE
              MOVE "*** JOURNAL OUT OF BALANCE ***" TO RPT-PRF-RESULT
              SET WS-PROOF-FAILED TO TRUE
           END-IF
           DISPLAY RPT-PROOF-LINE
           WRITE RPT-FILE-LINE FROM RPT-PROOF-LINE
           ADD 1 TO WS-LINE-COUNT
           .
       4900-WRITE-ALLOC-LINE.
           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           DISPLAY RPT-ALLOC-LINE
           WRITE RPT-FILE-LINE FROM RPT-ALLOC-LINE
           ADD 1 TO WS-LINE-COUNT
           .
       5000-PRINT-RUN-TOTALS.
           MOVE "POOLS ON RULES FILE" TO RPT-CNT-LABEL
           MOVE WS-ALLOC-POOL-COUNT TO RPT-CNT-VALUE
           PERFORM 5090-PRINT-COUNT-LINE
           MOVE "POOLS ALLOCATED" TO RPT-CNT-LABEL
           MOVE WS-POOLS-ALLOCATED TO RPT-CNT-VALUE
           PERFORM 5090-PRINT-COUNT-LINE
           MOVE "POOLS WITH NOTHING DUE" TO RPT-CNT-LABEL
           MOVE WS-POOLS-NIL TO RPT-CNT-VALUE
           PERFORM 5090-PRINT-COUNT-LINE
           MOVE "POOLS REFUSED" TO RPT-CNT-LABEL
           MOVE WS-POOLS-REFUSED TO RPT-CNT-VALUE
           PERFORM 5090-PRINT-COUNT-LINE
           MOVE "ENTRIES POSTED" TO RPT-CNT-LABEL
           MOVE WS-ENTRIES-POSTED TO RPT-CNT-VALUE
           PERFORM 5090-PRINT-COUNT-LINE
           MOVE "RULES IGNORED" TO RPT-CNT-LABEL
           MOVE WS-ALR-SKIPPED TO RPT-CNT-VALUE
           PERFORM 5090-PRINT-COUNT-LINE
           .
       5090-PRINT-COUNT-LINE.
           DISPLAY RPT-COUNT-LINE
           WRITE RPT-FILE-LINE FROM RPT-COUNT-LINE
           .
       COPY "simulate-check.cpy".
       COPY "operator-check.cpy".
       COPY "operauth-check.cpy".
       COPY "alloc-load.cpy".
       COPY "ledger-io.cpy".
       COPY "codetab-lookup.cpy".
