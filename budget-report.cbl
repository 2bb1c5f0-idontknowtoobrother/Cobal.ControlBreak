       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBBUDGET.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "cbledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "cbbudget.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "cbcalendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO "codemast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbbudgetreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(60).

       FD  BUDGET-FILE.
       COPY "budget-rec.cpy".

       FD  CALENDAR-FILE.
       COPY "calendar-rec.cpy".

       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "ledger.cpy".
       COPY "calendar.cpy".
       COPY "operator.cpy".
       01 WS-BUDGET-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-BUDGET-PARM          PIC X(10)  VALUE SPACES.
       01 WS-ASOF-DATE            PIC 9(6)   VALUE ZEROS.
       01 WS-PLAN-PERIOD          PIC 9(4)   VALUE ZEROS.
       01 WS-PERIOD-END           PIC 9(6)   VALUE ZEROS.
       01 WS-PERIOD-END-SPLIT REDEFINES WS-PERIOD-END.
          05 WS-PERIOD-END-YYMM   PIC 9(4).
          05 WS-PERIOD-END-DD     PIC 9(2).
       01 WS-CHECK-DATE           PIC 9(6)   VALUE ZEROS.
       01 WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
          05 WS-CHECK-YY          PIC 9(2).
          05 WS-CHECK-MM          PIC 9(2).
          05 WS-CHECK-DD          PIC 9(2).
       01 WS-CHECK-YYMM REDEFINES WS-CHECK-DATE.
          05 WS-CHECK-PERIOD      PIC 9(4).
          05 FILLER               PIC 9(2).
       01 WS-MONTH-END-DD         PIC 9(2)   VALUE ZEROS.
       01 WS-LEAP-QUOT            PIC 9(2)   VALUE ZEROS.
       01 WS-LEAP-REM             PIC 9(2)   VALUE ZEROS.
       01 WS-BUS-DAYS-TOTAL       PIC 9(3)   VALUE ZEROS.
       01 WS-BUS-DAYS-ELAPSED     PIC 9(3)   VALUE ZEROS.
       01 WS-PLAN-COUNT           PIC 9(3)   VALUE ZEROS.
       01 WS-PLAN-MAX             PIC 9(3)   VALUE 200.
       01 WS-PLAN-TABLE.
          05 WS-PLAN-ENTRY OCCURS 200 TIMES.
             10 WS-PLN-CODE       PIC X(2).
             10 WS-PLN-COUNT      PIC S9(9).
             10 WS-PLN-VALUE      PIC S9(11).
             10 WS-PLN-USED-SW    PIC X(1).
       01 WS-PLAN-SUB             PIC 9(3)   VALUE ZEROS.
       01 WS-PLAN-MATCH-SUB       PIC 9(3)   VALUE ZEROS.
       01 WS-GRP-CODE             PIC X(2)   VALUE SPACES.
       01 WS-GRP-ACT-COUNT        PIC S9(11) VALUE ZEROS.
       01 WS-GRP-ACT-VALUE        PIC S9(11) VALUE ZEROS.
       01 WS-GRP-PLAN-COUNT       PIC S9(11) VALUE ZEROS.
       01 WS-GRP-PLAN-VALUE       PIC S9(11) VALUE ZEROS.
       01 WS-GRP-PLAN-SW          PIC X(1)   VALUE "N".
          88 WS-GRP-HAS-PLAN                 VALUE "Y".
       01 WS-GRP-BEHIND-SW        PIC X(1)   VALUE "N".
          88 WS-GRP-BEHIND                   VALUE "Y".
       01 WS-MEASURE-PLAN         PIC S9(11) VALUE ZEROS.
       01 WS-MEASURE-ACTUAL       PIC S9(11) VALUE ZEROS.
       01 WS-MEASURE-PRORATED     PIC S9(11) VALUE ZEROS.
       01 WS-MEASURE-VARIANCE     PIC S9(11) VALUE ZEROS.
       01 WS-MEASURE-PROJECTION   PIC S9(13) VALUE ZEROS.
       01 WS-MEASURE-PCT          PIC S9(5)V9 VALUE ZEROS.
       01 WS-TOT-PLAN-COUNT       PIC S9(11) VALUE ZEROS.
       01 WS-TOT-PLAN-VALUE       PIC S9(11) VALUE ZEROS.
       01 WS-TOT-ACT-COUNT        PIC S9(11) VALUE ZEROS.
       01 WS-TOT-ACT-VALUE        PIC S9(11) VALUE ZEROS.
       01 WS-BEHIND-COUNT         PIC 9(3)   VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-MAX-LINES-PER-PAGE   PIC 9(3)   VALUE 20.
       01 WS-LINE-COUNT           PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-COUNT           PIC 9(4)   VALUE ZEROS.
       01 RPT-PAGE-HEADER.
          05 FILLER               PIC X(26)  VALUE
             "CBBUDGET PLAN VS ACTUAL   ".
          05 FILLER               PIC X(9)   VALUE "RUN DATE:".
          05 RPT-RUN-MM           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-DD           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-YY           PIC 99.
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-PERIOD-LINE.
          05 FILLER               PIC X(8)   VALUE "PERIOD: ".
          05 RPT-PER-PERIOD       PIC 9(4).
          05 FILLER               PIC X(9)   VALUE "  START: ".
          05 RPT-PER-START        PIC 9(6).
          05 FILLER               PIC X(9)   VALUE "  AS OF: ".
          05 RPT-PER-ASOF         PIC 9(6).
          05 FILLER               PIC X(17)  VALUE
             "  BUSINESS DAYS: ".
          05 RPT-PER-ELAPSED      PIC ZZ9.
          05 FILLER               PIC X(4)   VALUE " OF ".
          05 RPT-PER-TOTAL        PIC ZZ9.
       01 RPT-BUD-HEADER.
          05 FILLER               PIC X(22)  VALUE
             "  A DESCRIPTION       ".
          05 FILLER               PIC X(13)  VALUE "         PLAN".
          05 FILLER               PIC X(13)  VALUE "       ACTUAL".
          05 FILLER               PIC X(13)  VALUE "    PRO-RATED".
          05 FILLER               PIC X(13)  VALUE "     VARIANCE".
          05 FILLER               PIC X(8)   VALUE "    VAR%".
          05 FILLER               PIC X(14)  VALUE "    PROJECTION".
       01 RPT-BUD-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-BUD-CODE         PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-BUD-DESC         PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-BUD-MEASURE      PIC X(5).
          05 RPT-BUD-PLAN         PIC -(11)9.
          05 RPT-BUD-PLAN-X REDEFINES RPT-BUD-PLAN PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-BUD-ACTUAL       PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-BUD-PRORATED     PIC -(11)9.
          05 RPT-BUD-PRORATED-X REDEFINES RPT-BUD-PRORATED
                                  PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-BUD-VARIANCE     PIC -(11)9.
          05 RPT-BUD-VARIANCE-X REDEFINES RPT-BUD-VARIANCE
                                  PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-BUD-PCT          PIC -(4)9.9.
          05 RPT-BUD-PCT-X REDEFINES RPT-BUD-PCT PIC X(7).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-BUD-PROJECTION   PIC -(12)9.
          05 RPT-BUD-PROJECTION-X REDEFINES RPT-BUD-PROJECTION
                                  PIC X(13).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-BUD-FLAG         PIC X(8).
       01 RPT-BEHIND-LINE.
          05 FILLER               PIC X(20)  VALUE
             "GROUPS BEHIND PLAN: ".
          05 RPT-BEHIND-COUNT     PIC ZZ9.
       01 RPT-NO-PLAN-LINE.
          05 FILLER               PIC X(40)  VALUE
             "*** NO PLAN ON FILE FOR THE PERIOD ***".

       PROCEDURE DIVISION.
      *> parm: [AS-OF DATE] (default the run date).  the period is
      *> the ledger's open period; the plan rows used are those for
      *> the month it opened in.  a pro-rated plan is the period
      *> plan in proportion to the business days elapsed, and the
      *> projection carries the actual to date forward at the same
      *> daily rate to the last business day of the month.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           ACCEPT WS-BUDGET-PARM FROM COMMAND-LINE
           IF WS-BUDGET-PARM (1:6) NUMERIC
              MOVE WS-BUDGET-PARM (1:6) TO WS-ASOF-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF
           PERFORM 8500-LOAD-CALENDAR
           PERFORM 9810-LOAD-LEDGER
           IF WS-LEDGER-PERIOD-START = ZEROS
              DISPLAY "CBBUDGET: NO LEDGER AVAILABLE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-ASOF-DATE < WS-LEDGER-PERIOD-START
              DISPLAY "CBBUDGET: AS-OF DATE BEFORE PERIOD START"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-LEDGER-PERIOD-START TO WS-CHECK-DATE
           MOVE WS-CHECK-PERIOD TO WS-PLAN-PERIOD
           PERFORM 1000-LOAD-PLAN
           PERFORM 2000-COUNT-BUSINESS-DAYS
           OPEN OUTPUT RPT-FILE
           PERFORM PRINT-PAGE-HEADERS
           IF WS-PLAN-COUNT = ZEROS
              DISPLAY RPT-NO-PLAN-LINE
              WRITE RPT-FILE-LINE FROM RPT-NO-PLAN-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 4000-REPORT-LEDGER-GROUP
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
           PERFORM 4500-REPORT-UNPOSTED-PLAN
              VARYING WS-PLAN-SUB FROM 1 BY 1
              UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
           PERFORM 5000-PRINT-TOTALS
           CLOSE RPT-FILE
           IF WS-BEHIND-COUNT > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .
       1000-LOAD-PLAN.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "00"
              PERFORM 1010-READ-PLAN-RECORD
                 UNTIL WS-BUDGET-FILE-STATUS NOT = "00"
              CLOSE BUDGET-FILE
           END-IF
           .
       1010-READ-PLAN-RECORD.
           READ BUDGET-FILE
              AT END
                 MOVE "10" TO WS-BUDGET-FILE-STATUS
              NOT AT END
                 IF BUD-PERIOD NUMERIC
                    AND BUD-PERIOD = WS-PLAN-PERIOD
                    AND BUD-CODE NOT = SPACES
                    PERFORM 1100-STORE-PLAN
                 END-IF
           END-READ
           .
       1100-STORE-PLAN.
           IF BUD-PLAN-COUNT NOT NUMERIC
              OR BUD-PLAN-VALUE NOT NUMERIC
              DISPLAY "CBBUDGET: BAD PLAN AMOUNT - " BUD-CODE
                 " IGNORED"
           ELSE
              IF WS-PLAN-COUNT < WS-PLAN-MAX
                 ADD 1 TO WS-PLAN-COUNT
                 MOVE BUD-CODE TO WS-PLN-CODE (WS-PLAN-COUNT)
                 MOVE BUD-PLAN-COUNT TO WS-PLN-COUNT (WS-PLAN-COUNT)
                 MOVE BUD-PLAN-VALUE TO WS-PLN-VALUE (WS-PLAN-COUNT)
                 MOVE "N" TO WS-PLN-USED-SW (WS-PLAN-COUNT)
              ELSE
                 DISPLAY "CBBUDGET: PLAN TABLE FULL - " BUD-CODE
                    " IGNORED"
              END-IF
           END-IF
           .
      *> business days are counted on the same calendar rules the
      *> close uses: weekends and holidays from cbcalendar.txt do
      *> not count, and with no calendar every day does.
       2000-COUNT-BUSINESS-DAYS.
           MOVE WS-LEDGER-PERIOD-START TO WS-CHECK-DATE
           PERFORM 2200-SET-MONTH-END
           MOVE WS-CHECK-PERIOD TO WS-PERIOD-END-YYMM
           MOVE WS-MONTH-END-DD TO WS-PERIOD-END-DD
           PERFORM 2100-COUNT-ONE-DAY
              UNTIL WS-CHECK-DATE > WS-PERIOD-END
           .
       2100-COUNT-ONE-DAY.
           MOVE WS-CHECK-DATE TO WS-CAL-CHECK-DATE
           MOVE SPACES TO WS-CAL-CHECK-SOURCE
           PERFORM 8520-CHECK-BUSINESS-DAY
           IF WS-CAL-BUSINESS-DAY
              ADD 1 TO WS-BUS-DAYS-TOTAL
              IF WS-CHECK-DATE NOT > WS-ASOF-DATE
                 ADD 1 TO WS-BUS-DAYS-ELAPSED
              END-IF
           END-IF
           PERFORM 2300-ADVANCE-CHECK-DATE
           .
      *> a year divisible by four is taken as a leap year - exact
      *> for every year this system will see.
       2200-SET-MONTH-END.
           EVALUATE WS-CHECK-MM
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-MONTH-END-DD
              WHEN 02
                 DIVIDE WS-CHECK-YY BY 4
                    GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MONTH-END-DD
                 ELSE
                    MOVE 28 TO WS-MONTH-END-DD
                 END-IF
              WHEN OTHER
                 MOVE 30 TO WS-MONTH-END-DD
           END-EVALUATE
           .
       2300-ADVANCE-CHECK-DATE.
           PERFORM 2200-SET-MONTH-END
           IF WS-CHECK-DD < WS-MONTH-END-DD
              ADD 1 TO WS-CHECK-DD
           ELSE
              MOVE 01 TO WS-CHECK-DD
              IF WS-CHECK-MM < 12
                 ADD 1 TO WS-CHECK-MM
              ELSE
                 MOVE 01 TO WS-CHECK-MM
                 ADD 1 TO WS-CHECK-YY
              END-IF
           END-IF
           .
       4000-REPORT-LEDGER-GROUP.
           MOVE WS-LDG-CODE (WS-LEDGER-SUB) TO WS-GRP-CODE
           MOVE WS-LDG-ACTIVITY (WS-LEDGER-SUB) TO WS-GRP-ACT-COUNT
           MOVE WS-LDG-VALUE (WS-LEDGER-SUB) TO WS-GRP-ACT-VALUE
           MOVE ZEROS TO WS-PLAN-MATCH-SUB
           PERFORM 4010-MATCH-PLAN
              VARYING WS-PLAN-SUB FROM 1 BY 1
              UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
           IF WS-PLAN-MATCH-SUB > ZEROS
              SET WS-GRP-HAS-PLAN TO TRUE
              MOVE "Y" TO WS-PLN-USED-SW (WS-PLAN-MATCH-SUB)
              MOVE WS-PLN-COUNT (WS-PLAN-MATCH-SUB)
                 TO WS-GRP-PLAN-COUNT
              MOVE WS-PLN-VALUE (WS-PLAN-MATCH-SUB)
                 TO WS-GRP-PLAN-VALUE
           ELSE
              MOVE "N" TO WS-GRP-PLAN-SW
              MOVE ZEROS TO WS-GRP-PLAN-COUNT, WS-GRP-PLAN-VALUE
           END-IF
           PERFORM 4100-PRINT-GROUP
           .
       4010-MATCH-PLAN.
           IF WS-PLN-CODE (WS-PLAN-SUB) = WS-GRP-CODE
              MOVE WS-PLAN-SUB TO WS-PLAN-MATCH-SUB
           END-IF
           .
      *> a planned group that has posted nothing yet is as far
      *> behind as it can be, so it is listed with a zero actual.
       4500-REPORT-UNPOSTED-PLAN.
           IF WS-PLN-USED-SW (WS-PLAN-SUB) NOT = "Y"
              MOVE WS-PLN-CODE (WS-PLAN-SUB) TO WS-GRP-CODE
              MOVE ZEROS TO WS-GRP-ACT-COUNT, WS-GRP-ACT-VALUE
              SET WS-GRP-HAS-PLAN TO TRUE
              MOVE WS-PLN-COUNT (WS-PLAN-SUB) TO WS-GRP-PLAN-COUNT
              MOVE WS-PLN-VALUE (WS-PLAN-SUB) TO WS-GRP-PLAN-VALUE
              PERFORM 4100-PRINT-GROUP
           END-IF
           .
      *> two lines per group: the net count against the planned
      *> count, then the base value against the planned value.
       4100-PRINT-GROUP.
           IF WS-LINE-COUNT + 2 > WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           MOVE "N" TO WS-GRP-BEHIND-SW
           MOVE WS-GRP-CODE TO RPT-BUD-CODE
           MOVE WS-GRP-CODE TO WS-LOOKUP-CODE
           PERFORM 8000-LOOKUP-CODE-DESC
           MOVE WS-LOOKUP-DESC TO RPT-BUD-DESC
           MOVE "COUNT" TO RPT-BUD-MEASURE
           MOVE WS-GRP-PLAN-COUNT TO WS-MEASURE-PLAN
           MOVE WS-GRP-ACT-COUNT TO WS-MEASURE-ACTUAL
           PERFORM 4200-PRINT-MEASURE
           MOVE SPACES TO RPT-BUD-CODE, RPT-BUD-DESC
           MOVE "VALUE" TO RPT-BUD-MEASURE
           MOVE WS-GRP-PLAN-VALUE TO WS-MEASURE-PLAN
           MOVE WS-GRP-ACT-VALUE TO WS-MEASURE-ACTUAL
           PERFORM 4200-PRINT-MEASURE
           IF WS-GRP-BEHIND
              ADD 1 TO WS-BEHIND-COUNT
           END-IF
           ADD WS-GRP-PLAN-COUNT TO WS-TOT-PLAN-COUNT
           ADD WS-GRP-PLAN-VALUE TO WS-TOT-PLAN-VALUE
           ADD WS-GRP-ACT-COUNT TO WS-TOT-ACT-COUNT
           ADD WS-GRP-ACT-VALUE TO WS-TOT-ACT-VALUE
           .
       4200-PRINT-MEASURE.
           MOVE WS-MEASURE-ACTUAL TO RPT-BUD-ACTUAL
           IF WS-BUS-DAYS-ELAPSED > ZEROS
              COMPUTE WS-MEASURE-PROJECTION ROUNDED =
                 WS-MEASURE-ACTUAL * WS-BUS-DAYS-TOTAL
                 / WS-BUS-DAYS-ELAPSED
              MOVE WS-MEASURE-PROJECTION TO RPT-BUD-PROJECTION
           ELSE
              MOVE SPACES TO RPT-BUD-PROJECTION-X
           END-IF
           IF NOT WS-GRP-HAS-PLAN
              MOVE SPACES TO RPT-BUD-PLAN-X, RPT-BUD-PRORATED-X,
                 RPT-BUD-VARIANCE-X, RPT-BUD-PCT-X
              MOVE "NO PLAN" TO RPT-BUD-FLAG
           ELSE
              PERFORM 4300-COMPARE-TO-PLAN
           END-IF
           DISPLAY RPT-BUD-LINE
           WRITE RPT-FILE-LINE FROM RPT-BUD-LINE
           ADD 1 TO WS-LINE-COUNT
           .
      *> behind means short of the pro-rated plan in the plan's own
      *> direction, so a credit group planned negative is behind
      *> when its actual is above the pro-rated figure.
       4300-COMPARE-TO-PLAN.
           MOVE WS-MEASURE-PLAN TO RPT-BUD-PLAN
           IF WS-BUS-DAYS-TOTAL > ZEROS
              COMPUTE WS-MEASURE-PRORATED ROUNDED =
                 WS-MEASURE-PLAN * WS-BUS-DAYS-ELAPSED
                 / WS-BUS-DAYS-TOTAL
           ELSE
              MOVE WS-MEASURE-PLAN TO WS-MEASURE-PRORATED
           END-IF
           MOVE WS-MEASURE-PRORATED TO RPT-BUD-PRORATED
           COMPUTE WS-MEASURE-VARIANCE =
              WS-MEASURE-ACTUAL - WS-MEASURE-PRORATED
           MOVE WS-MEASURE-VARIANCE TO RPT-BUD-VARIANCE
           IF WS-MEASURE-PRORATED = ZEROS
              MOVE SPACES TO RPT-BUD-PCT-X
           ELSE
              COMPUTE WS-MEASURE-PCT ROUNDED =
                 WS-MEASURE-VARIANCE * 100 / WS-MEASURE-PRORATED
                 ON SIZE ERROR
                    MOVE ZEROS TO WS-MEASURE-PCT
              END-COMPUTE
              MOVE WS-MEASURE-PCT TO RPT-BUD-PCT
           END-IF
           EVALUATE TRUE
              WHEN WS-MEASURE-VARIANCE = ZEROS
                 MOVE SPACES TO RPT-BUD-FLAG
              WHEN WS-MEASURE-PLAN NOT < ZEROS
                 AND WS-MEASURE-VARIANCE < ZEROS
                 MOVE "BEHIND" TO RPT-BUD-FLAG
                 SET WS-GRP-BEHIND TO TRUE
              WHEN WS-MEASURE-PLAN < ZEROS
                 AND WS-MEASURE-VARIANCE > ZEROS
                 MOVE "BEHIND" TO RPT-BUD-FLAG
                 SET WS-GRP-BEHIND TO TRUE
              WHEN OTHER
                 MOVE "AHEAD" TO RPT-BUD-FLAG
           END-EVALUATE
           .
       5000-PRINT-TOTALS.
           IF WS-LINE-COUNT + 3 > WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           MOVE "**" TO RPT-BUD-CODE
           MOVE "ALL GROUPS" TO RPT-BUD-DESC
           SET WS-GRP-HAS-PLAN TO TRUE
           MOVE "COUNT" TO RPT-BUD-MEASURE
           MOVE WS-TOT-PLAN-COUNT TO WS-MEASURE-PLAN
           MOVE WS-TOT-ACT-COUNT TO WS-MEASURE-ACTUAL
           PERFORM 4200-PRINT-MEASURE
           MOVE SPACES TO RPT-BUD-CODE, RPT-BUD-DESC
           MOVE "VALUE" TO RPT-BUD-MEASURE
           MOVE WS-TOT-PLAN-VALUE TO WS-MEASURE-PLAN
           MOVE WS-TOT-ACT-VALUE TO WS-MEASURE-ACTUAL
           PERFORM 4200-PRINT-MEASURE
           MOVE WS-BEHIND-COUNT TO RPT-BEHIND-COUNT
           DISPLAY RPT-BEHIND-LINE
           WRITE RPT-FILE-LINE FROM RPT-BEHIND-LINE
           .
       PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           MOVE WS-PLAN-PERIOD TO RPT-PER-PERIOD
           MOVE WS-LEDGER-PERIOD-START TO RPT-PER-START
           MOVE WS-ASOF-DATE TO RPT-PER-ASOF
           MOVE WS-BUS-DAYS-ELAPSED TO RPT-PER-ELAPSED
           MOVE WS-BUS-DAYS-TOTAL TO RPT-PER-TOTAL
           DISPLAY RPT-PERIOD-LINE
           WRITE RPT-FILE-LINE FROM RPT-PERIOD-LINE
           DISPLAY RPT-BUD-HEADER
           WRITE RPT-FILE-LINE FROM RPT-BUD-HEADER
           MOVE 3 TO WS-LINE-COUNT
           .
       COPY "ledger-io.cpy".
       COPY "codetab-lookup.cpy".
       COPY "calendar-lookup.cpy".
       COPY "operator-check.cpy".
