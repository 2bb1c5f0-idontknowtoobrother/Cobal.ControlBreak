       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBTREND.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-HIST-FILE ASSIGN TO "cbclosehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLHIST-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO "codemast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbtrendreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-HIST-FILE.
       COPY "closehist-rec.cpy".

       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "operator.cpy".
       01 WS-CLHIST-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-TREND-PARM           PIC X(30)  VALUE SPACES.
       01 WS-TREND-TOKEN-1        PIC X(10)  VALUE SPACES.
       01 WS-TREND-TOKEN-2        PIC X(10)  VALUE SPACES.
       01 WS-THRU-DATE            PIC 9(6)   VALUE 999999.
       01 WS-GROUP-FILTER         PIC X(2)   VALUE SPACES.
      *> the 13 periods shown plus the 12 before them, so the
      *> first period shown still has its same month last year.
       01 WS-SHOW-PERIODS         PIC 9(2)   VALUE 13.
       01 WS-PERIOD-COUNT         PIC 9(2)   VALUE ZEROS.
       01 WS-PERIOD-MAX           PIC 9(2)   VALUE 25.
       01 WS-PERIOD-TABLE.
          05 WS-PERIOD-ENTRY OCCURS 25 TIMES.
             10 WS-PER-CLOSE-DATE PIC 9(6).
             10 WS-PER-CLOSE-SPLIT REDEFINES WS-PER-CLOSE-DATE.
                15 WS-PER-CLOSE-YY PIC 9(2).
                15 WS-PER-CLOSE-MM PIC 9(2).
                15 WS-PER-CLOSE-DD PIC 9(2).
             10 WS-PER-JRNL-DAYS  PIC 9(3).
       01 WS-PERIOD-SUB           PIC 9(2)   VALUE ZEROS.
       01 WS-PERIOD-MATCH-SUB     PIC 9(2)   VALUE ZEROS.
       01 WS-PERIOD-PRIOR-SUB     PIC 9(2)   VALUE ZEROS.
       01 WS-PERIOD-LY-SUB        PIC 9(2)   VALUE ZEROS.
       01 WS-PERIOD-FIRST-SHOWN   PIC 9(2)   VALUE 1.
       01 WS-LAST-CLOSE-DATE      PIC 9(6)   VALUE ZEROS.
       01 WS-LY-YY                PIC 9(2)   VALUE ZEROS.
       01 WS-GROUP-COUNT          PIC 9(3)   VALUE ZEROS.
       01 WS-GROUP-MAX            PIC 9(3)   VALUE 200.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 201 TIMES.
             10 WS-GRP-CODE       PIC X(2).
             10 WS-GRP-PERIOD OCCURS 25 TIMES.
                15 WS-GRP-ON-FILE PIC X(1).
                15 WS-GRP-ACTIVITY PIC S9(11).
                15 WS-GRP-CLOSING PIC S9(11).
       01 WS-GROUP-SUB            PIC 9(3)   VALUE ZEROS.
       01 WS-GROUP-MATCH-SUB      PIC 9(3)   VALUE ZEROS.
       01 WS-TOTAL-SUB            PIC 9(3)   VALUE ZEROS.
       01 WS-CHANGE               PIC S9(11) VALUE ZEROS.
       01 WS-CHANGE-PCT           PIC S9(5)V9 VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-PAGE-COUNT           PIC 9(4)   VALUE ZEROS.
       01 RPT-PAGE-HEADER.
          05 FILLER               PIC X(22)  VALUE
             "CBTREND PERIOD TREND  ".
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
       01 RPT-GROUP-HEADER.
          05 FILLER               PIC X(7)   VALUE "GROUP: ".
          05 RPT-GRP-CODE         PIC X(2).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-GRP-DESC         PIC X(12).
          05 FILLER               PIC X(19)  VALUE
             "  LAST CLOSES THRU ".
          05 RPT-GRP-THRU         PIC 9(6).
       01 RPT-TREND-HEADER.
          05 FILLER               PIC X(8)   VALUE "CLOSED  ".
          05 FILLER               PIC X(13)  VALUE "     ACTIVITY".
          05 FILLER               PIC X(13)  VALUE "   CHG PRIOR ".
          05 FILLER               PIC X(8)   VALUE "   CHG% ".
          05 FILLER               PIC X(13)  VALUE "  SAME MTH LY".
          05 FILLER               PIC X(13)  VALUE "      CHG LY ".
          05 FILLER               PIC X(13)  VALUE "      CLOSING".
          05 FILLER               PIC X(6)   VALUE "  DAYS".
       01 RPT-TREND-LINE.
          05 RPT-TRD-DATE         PIC 9(6).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-TRD-ACTIVITY     PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-TRD-MOM          PIC -(11)9.
          05 RPT-TRD-MOM-X REDEFINES RPT-TRD-MOM PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-TRD-MOM-PCT      PIC -(4)9.9.
          05 RPT-TRD-MOM-PCT-X REDEFINES RPT-TRD-MOM-PCT PIC X(7).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-TRD-LY           PIC -(11)9.
          05 RPT-TRD-LY-X REDEFINES RPT-TRD-LY PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-TRD-LY-CHG       PIC -(11)9.
          05 RPT-TRD-LY-CHG-X REDEFINES RPT-TRD-LY-CHG PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-TRD-CLOSING      PIC -(11)9.
          05 FILLER               PIC X(3)   VALUE SPACES.
          05 RPT-TRD-DAYS         PIC ZZ9.
       01 RPT-NOT-CLOSED-LINE.
          05 RPT-NCL-DATE         PIC 9(6).
          05 FILLER               PIC X(30)  VALUE
             "  GROUP NOT ON LEDGER AT CLOSE".
       01 RPT-NO-HISTORY-LINE.
          05 FILLER               PIC X(40)  VALUE
             "*** NO CLOSED PERIODS ON HISTORY ***".
       01 RPT-NOT-FOUND-LINE.
          05 FILLER               PIC X(4)   VALUE "*** ".
          05 RPT-NF-CODE          PIC X(2).
          05 FILLER               PIC X(30)  VALUE
             " NOT ON CLOSED HISTORY ***".
       01 RPT-PERIODS-LINE.
          05 FILLER               PIC X(16)  VALUE "PERIODS SHOWN:  ".
          05 RPT-PERIODS-SHOWN    PIC Z9.
          05 FILLER               PIC X(12)  VALUE "  GROUPS:   ".
          05 RPT-GROUPS-SHOWN     PIC ZZ9.

       PROCEDURE DIVISION.
      *> parm: [THRU-DATE] [COL-A] - the trend ends at the last
      *> close on or before THRU-DATE (default every close on file)
      *> and covers every group unless one COL-A code is given.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           ACCEPT WS-TREND-PARM FROM COMMAND-LINE
           UNSTRING WS-TREND-PARM DELIMITED BY ALL SPACES
              INTO WS-TREND-TOKEN-1 WS-TREND-TOKEN-2
           END-UNSTRING
           IF WS-TREND-TOKEN-1 (1:6) NUMERIC
              MOVE WS-TREND-TOKEN-1 (1:6) TO WS-THRU-DATE
              MOVE WS-TREND-TOKEN-2 TO WS-TREND-TOKEN-1
           END-IF
           IF WS-TREND-TOKEN-1 (1:5) NOT = "OPER="
              MOVE WS-TREND-TOKEN-1 (1:2) TO WS-GROUP-FILTER
           END-IF
           PERFORM 1000-LOAD-PERIODS
           OPEN OUTPUT RPT-FILE
           PERFORM PRINT-PAGE-HEADERS
           IF WS-PERIOD-COUNT = ZEROS
              DISPLAY RPT-NO-HISTORY-LINE
              WRITE RPT-FILE-LINE FROM RPT-NO-HISTORY-LINE
              MOVE 4 TO RETURN-CODE
              CLOSE RPT-FILE
              GOBACK
           END-IF
           IF WS-PERIOD-COUNT > WS-SHOW-PERIODS
              COMPUTE WS-PERIOD-FIRST-SHOWN =
                 WS-PERIOD-COUNT - WS-SHOW-PERIODS + 1
           END-IF
           PERFORM 2000-LOAD-GROUP-FIGURES
           IF WS-GROUP-COUNT = ZEROS
              MOVE WS-GROUP-FILTER TO RPT-NF-CODE
              DISPLAY RPT-NOT-FOUND-LINE
              WRITE RPT-FILE-LINE FROM RPT-NOT-FOUND-LINE
              MOVE 4 TO RETURN-CODE
              CLOSE RPT-FILE
              GOBACK
           END-IF
           IF WS-GROUP-FILTER = SPACES
              PERFORM 2500-BUILD-ALL-GROUPS
           END-IF
           PERFORM 3000-PRINT-ONE-GROUP
              VARYING WS-GROUP-SUB FROM 1 BY 1
              UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
           COMPUTE RPT-PERIODS-SHOWN =
              WS-PERIOD-COUNT - WS-PERIOD-FIRST-SHOWN + 1
           MOVE WS-GROUP-COUNT TO RPT-GROUPS-SHOWN
           DISPLAY RPT-PERIODS-LINE
           WRITE RPT-FILE-LINE FROM RPT-PERIODS-LINE
           CLOSE RPT-FILE
           GOBACK
           .
      *> the history is appended one close at a time, so the close
      *> dates arrive in order; the table keeps the latest 25 by
      *> sliding the oldest off the front when it is full.
       1000-LOAD-PERIODS.
           OPEN INPUT CLOSE-HIST-FILE
           IF WS-CLHIST-FILE-STATUS = "00"
              PERFORM 1010-READ-PERIOD
                 UNTIL WS-CLHIST-FILE-STATUS NOT = "00"
              CLOSE CLOSE-HIST-FILE
           END-IF
           .
       1010-READ-PERIOD.
           READ CLOSE-HIST-FILE
              AT END
                 MOVE "10" TO WS-CLHIST-FILE-STATUS
              NOT AT END
                 IF CLH-CLOSE-DATE NOT > WS-THRU-DATE
                    AND CLH-CLOSE-DATE NOT = WS-LAST-CLOSE-DATE
                    PERFORM 1100-ADD-PERIOD
                 END-IF
           END-READ
           .
       1100-ADD-PERIOD.
           MOVE CLH-CLOSE-DATE TO WS-LAST-CLOSE-DATE
           IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
              PERFORM 1110-SLIDE-PERIOD
                 VARYING WS-PERIOD-SUB FROM 1 BY 1
                 UNTIL WS-PERIOD-SUB >= WS-PERIOD-MAX
           ELSE
              ADD 1 TO WS-PERIOD-COUNT
           END-IF
           MOVE CLH-CLOSE-DATE TO WS-PER-CLOSE-DATE (WS-PERIOD-COUNT)
           MOVE CLH-JRNL-DAYS TO WS-PER-JRNL-DAYS (WS-PERIOD-COUNT)
           .
       1110-SLIDE-PERIOD.
           MOVE WS-PERIOD-ENTRY (WS-PERIOD-SUB + 1)
              TO WS-PERIOD-ENTRY (WS-PERIOD-SUB)
           .
       2000-LOAD-GROUP-FIGURES.
           OPEN INPUT CLOSE-HIST-FILE
           IF WS-CLHIST-FILE-STATUS = "00"
              PERFORM 2010-READ-GROUP-FIGURE
                 UNTIL WS-CLHIST-FILE-STATUS NOT = "00"
              CLOSE CLOSE-HIST-FILE
           END-IF
           .
       2010-READ-GROUP-FIGURE.
           READ CLOSE-HIST-FILE
              AT END
                 MOVE "10" TO WS-CLHIST-FILE-STATUS
              NOT AT END
                 IF WS-GROUP-FILTER = SPACES
                    OR CLH-CODE = WS-GROUP-FILTER
                    PERFORM 2100-STORE-GROUP-FIGURE
                 END-IF
           END-READ
           .
       2100-STORE-GROUP-FIGURE.
           MOVE ZEROS TO WS-PERIOD-MATCH-SUB
           PERFORM 2110-FIND-PERIOD
              VARYING WS-PERIOD-SUB FROM 1 BY 1
              UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
           IF WS-PERIOD-MATCH-SUB > ZEROS
              PERFORM 2200-FIND-GROUP
           END-IF
           IF WS-PERIOD-MATCH-SUB > ZEROS
              AND WS-GROUP-MATCH-SUB > ZEROS
              MOVE "Y" TO WS-GRP-ON-FILE
                 (WS-GROUP-MATCH-SUB, WS-PERIOD-MATCH-SUB)
              MOVE CLH-ACTIVITY TO WS-GRP-ACTIVITY
                 (WS-GROUP-MATCH-SUB, WS-PERIOD-MATCH-SUB)
              MOVE CLH-CLOSING TO WS-GRP-CLOSING
                 (WS-GROUP-MATCH-SUB, WS-PERIOD-MATCH-SUB)
           END-IF
           .
       2110-FIND-PERIOD.
           IF WS-PER-CLOSE-DATE (WS-PERIOD-SUB) = CLH-CLOSE-DATE
              MOVE WS-PERIOD-SUB TO WS-PERIOD-MATCH-SUB
           END-IF
           .
       2200-FIND-GROUP.
           MOVE ZEROS TO WS-GROUP-MATCH-SUB
           PERFORM 2210-MATCH-GROUP
              VARYING WS-GROUP-SUB FROM 1 BY 1
              UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
           IF WS-GROUP-MATCH-SUB = ZEROS
              IF WS-GROUP-COUNT < WS-GROUP-MAX
                 ADD 1 TO WS-GROUP-COUNT
                 MOVE WS-GROUP-COUNT TO WS-GROUP-MATCH-SUB
                 MOVE CLH-CODE TO WS-GRP-CODE (WS-GROUP-MATCH-SUB)
                 PERFORM 2220-CLEAR-GROUP-PERIOD
                    VARYING WS-PERIOD-SUB FROM 1 BY 1
                    UNTIL WS-PERIOD-SUB > WS-PERIOD-MAX
              ELSE
                 DISPLAY "CBTREND: GROUP TABLE FULL - "
                    CLH-CODE " IGNORED"
              END-IF
           END-IF
           .
       2210-MATCH-GROUP.
           IF WS-GRP-CODE (WS-GROUP-SUB) = CLH-CODE
              MOVE WS-GROUP-SUB TO WS-GROUP-MATCH-SUB
           END-IF
           .
       2220-CLEAR-GROUP-PERIOD.
           MOVE "N" TO WS-GRP-ON-FILE
              (WS-GROUP-MATCH-SUB, WS-PERIOD-SUB)
           MOVE ZEROS TO WS-GRP-ACTIVITY
              (WS-GROUP-MATCH-SUB, WS-PERIOD-SUB),
              WS-GRP-CLOSING (WS-GROUP-MATCH-SUB, WS-PERIOD-SUB)
           .
      *> the whole-ledger trend follows the groups as one more block.
       2500-BUILD-ALL-GROUPS.
           COMPUTE WS-TOTAL-SUB = WS-GROUP-COUNT + 1
           MOVE "**" TO WS-GRP-CODE (WS-TOTAL-SUB)
           PERFORM 2510-SUM-ONE-PERIOD
              VARYING WS-PERIOD-SUB FROM 1 BY 1
              UNTIL WS-PERIOD-SUB > WS-PERIOD-MAX
           MOVE WS-TOTAL-SUB TO WS-GROUP-COUNT
           .
       2510-SUM-ONE-PERIOD.
           MOVE "N" TO WS-GRP-ON-FILE (WS-TOTAL-SUB, WS-PERIOD-SUB)
           MOVE ZEROS TO WS-GRP-ACTIVITY (WS-TOTAL-SUB, WS-PERIOD-SUB),
              WS-GRP-CLOSING (WS-TOTAL-SUB, WS-PERIOD-SUB)
           PERFORM 2520-ADD-GROUP-TO-TOTAL
              VARYING WS-GROUP-SUB FROM 1 BY 1
              UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
           .
       2520-ADD-GROUP-TO-TOTAL.
           IF WS-GRP-ON-FILE (WS-GROUP-SUB, WS-PERIOD-SUB) = "Y"
              MOVE "Y" TO WS-GRP-ON-FILE (WS-TOTAL-SUB, WS-PERIOD-SUB)
              ADD WS-GRP-ACTIVITY (WS-GROUP-SUB, WS-PERIOD-SUB)
                 TO WS-GRP-ACTIVITY (WS-TOTAL-SUB, WS-PERIOD-SUB)
              ADD WS-GRP-CLOSING (WS-GROUP-SUB, WS-PERIOD-SUB)
                 TO WS-GRP-CLOSING (WS-TOTAL-SUB, WS-PERIOD-SUB)
           END-IF
           .
      *> one page per group: a line per closed period with the
      *> change on the period before and on the same month a year
      *> earlier, both taken from the closed history.
       3000-PRINT-ONE-GROUP.
           IF WS-GROUP-SUB > 1
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           MOVE WS-GRP-CODE (WS-GROUP-SUB) TO RPT-GRP-CODE
           IF WS-GRP-CODE (WS-GROUP-SUB) = "**"
              MOVE "ALL GROUPS" TO RPT-GRP-DESC
           ELSE
              MOVE WS-GRP-CODE (WS-GROUP-SUB) TO WS-LOOKUP-CODE
              PERFORM 8000-LOOKUP-CODE-DESC
              MOVE WS-LOOKUP-DESC TO RPT-GRP-DESC
           END-IF
           MOVE WS-PER-CLOSE-DATE (WS-PERIOD-COUNT) TO RPT-GRP-THRU
           DISPLAY RPT-GROUP-HEADER
           WRITE RPT-FILE-LINE FROM RPT-GROUP-HEADER
           DISPLAY RPT-TREND-HEADER
           WRITE RPT-FILE-LINE FROM RPT-TREND-HEADER
           PERFORM 3100-PRINT-ONE-PERIOD
              VARYING WS-PERIOD-SUB FROM WS-PERIOD-FIRST-SHOWN BY 1
              UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
           .
       3100-PRINT-ONE-PERIOD.
           IF WS-GRP-ON-FILE (WS-GROUP-SUB, WS-PERIOD-SUB) NOT = "Y"
              MOVE WS-PER-CLOSE-DATE (WS-PERIOD-SUB) TO RPT-NCL-DATE
              DISPLAY RPT-NOT-CLOSED-LINE
              WRITE RPT-FILE-LINE FROM RPT-NOT-CLOSED-LINE
           ELSE
              PERFORM 3200-FORMAT-TREND-LINE
              DISPLAY RPT-TREND-LINE
              WRITE RPT-FILE-LINE FROM RPT-TREND-LINE
           END-IF
           .
       3200-FORMAT-TREND-LINE.
           MOVE WS-PER-CLOSE-DATE (WS-PERIOD-SUB) TO RPT-TRD-DATE
           MOVE WS-GRP-ACTIVITY (WS-GROUP-SUB, WS-PERIOD-SUB)
              TO RPT-TRD-ACTIVITY
           MOVE WS-GRP-CLOSING (WS-GROUP-SUB, WS-PERIOD-SUB)
              TO RPT-TRD-CLOSING
           MOVE WS-PER-JRNL-DAYS (WS-PERIOD-SUB) TO RPT-TRD-DAYS
           MOVE SPACES TO RPT-TRD-MOM-X, RPT-TRD-MOM-PCT-X,
              RPT-TRD-LY-X, RPT-TRD-LY-CHG-X
           COMPUTE WS-PERIOD-PRIOR-SUB = WS-PERIOD-SUB - 1
           IF WS-PERIOD-PRIOR-SUB > ZEROS
              AND WS-GRP-ON-FILE (WS-GROUP-SUB, WS-PERIOD-PRIOR-SUB)
                 = "Y"
              COMPUTE WS-CHANGE =
                 WS-GRP-ACTIVITY (WS-GROUP-SUB, WS-PERIOD-SUB)
                 - WS-GRP-ACTIVITY (WS-GROUP-SUB, WS-PERIOD-PRIOR-SUB)
              MOVE WS-CHANGE TO RPT-TRD-MOM
              IF WS-GRP-ACTIVITY (WS-GROUP-SUB, WS-PERIOD-PRIOR-SUB)
                 NOT = ZEROS
                 COMPUTE WS-CHANGE-PCT ROUNDED = WS-CHANGE * 100
                    / WS-GRP-ACTIVITY
                       (WS-GROUP-SUB, WS-PERIOD-PRIOR-SUB)
                    ON SIZE ERROR
                       MOVE ZEROS TO WS-CHANGE-PCT
                 END-COMPUTE
                 MOVE WS-CHANGE-PCT TO RPT-TRD-MOM-PCT
              END-IF
           END-IF
           PERFORM 3300-FIND-LAST-YEAR
           IF WS-PERIOD-LY-SUB > ZEROS
              AND WS-GRP-ON-FILE (WS-GROUP-SUB, WS-PERIOD-LY-SUB) = "Y"
              MOVE WS-GRP-ACTIVITY (WS-GROUP-SUB, WS-PERIOD-LY-SUB)
                 TO RPT-TRD-LY
              COMPUTE WS-CHANGE =
                 WS-GRP-ACTIVITY (WS-GROUP-SUB, WS-PERIOD-SUB)
                 - WS-GRP-ACTIVITY (WS-GROUP-SUB, WS-PERIOD-LY-SUB)
              MOVE WS-CHANGE TO RPT-TRD-LY-CHG
           END-IF
           .
      *> same month last year is matched on the close year and
      *> month, not on position, so a skipped close does not shift
      *> the comparison.
       3300-FIND-LAST-YEAR.
           MOVE ZEROS TO WS-PERIOD-LY-SUB
           IF WS-PER-CLOSE-YY (WS-PERIOD-SUB) = ZEROS
              MOVE 99 TO WS-LY-YY
           ELSE
              COMPUTE WS-LY-YY = WS-PER-CLOSE-YY (WS-PERIOD-SUB) - 1
           END-IF
           PERFORM 3310-MATCH-LAST-YEAR
              VARYING WS-PERIOD-MATCH-SUB FROM 1 BY 1
              UNTIL WS-PERIOD-MATCH-SUB >= WS-PERIOD-SUB
           .
       3310-MATCH-LAST-YEAR.
           IF WS-PER-CLOSE-YY (WS-PERIOD-MATCH-SUB) = WS-LY-YY
              AND WS-PER-CLOSE-MM (WS-PERIOD-MATCH-SUB)
                 = WS-PER-CLOSE-MM (WS-PERIOD-SUB)
              MOVE WS-PERIOD-MATCH-SUB TO WS-PERIOD-LY-SUB
           END-IF
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
           .
       COPY "codetab-lookup.cpy".
       COPY "operator-check.cpy".
