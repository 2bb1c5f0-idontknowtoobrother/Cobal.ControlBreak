       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBBURST.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIB-FILE ASSIGN TO "cbdistrib.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISTRIB-FILE-STATUS.
           SELECT REPORT-IN-FILE ASSIGN TO DYNAMIC WS-REPORT-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-IN-STATUS.
           SELECT BURST-OUT-FILE ASSIGN TO DYNAMIC WS-BURST-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BURST-OUT-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO "cbdistlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIST-LOG-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbburstreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> one record per recipient: the recipient id, a name for the
      *> headings, Y/N flags for the reports sent (CB1 report, CB3
      *> report, the CB1/CB2/CB3 limit exception listings) and up to
      *> six COL-A code ranges the recipient may see ("AA-CC", or a
      *> single code "EE").  a recipient with more ranges repeats
      *> the id on further records; the report flags of all its
      *> records are combined.
       FD  DISTRIB-FILE.
       01 DISTRIB-RECORD.
          05 DST-RECIPIENT        PIC X(8).
          05 FILLER               PIC X.
          05 DST-NAME             PIC X(20).
          05 FILLER               PIC X.
          05 DST-GETS-CB1         PIC X(1).
          05 DST-GETS-CB3         PIC X(1).
          05 DST-GETS-EXC         PIC X(1).
          05 FILLER               PIC X.
          05 DST-RANGE OCCURS 6 TIMES.
             10 DST-CODE-LOW      PIC X(2).
             10 FILLER            PIC X.
             10 DST-CODE-HIGH     PIC X(2).
             10 FILLER            PIC X.

       FD  REPORT-IN-FILE.
       01 REPORT-IN-LINE          PIC X(100).

       FD  BURST-OUT-FILE.
       01 BURST-OUT-LINE          PIC X(100).

      *> one record per recipient copy written, appended each run:
      *> what went to whom on which run date.
       FD  DIST-LOG-FILE.
       01 DIST-LOG-RECORD.
          05 DSL-RUN-DATE         PIC 9(6).
          05 FILLER               PIC X.
          05 DSL-RUN-TIME         PIC 9(6).
          05 FILLER               PIC X.
          05 DSL-RECIPIENT        PIC X(8).
          05 FILLER               PIC X.
          05 DSL-REPORT-NAME      PIC X(20).
          05 FILLER               PIC X.
          05 DSL-OUTPUT-NAME      PIC X(40).
          05 FILLER               PIC X.
          05 DSL-GROUPS           PIC 9(3).
          05 FILLER               PIC X.
          05 DSL-LINES            PIC 9(5).
          05 FILLER               PIC X.
          05 DSL-PAGES            PIC 9(4).
          05 FILLER               PIC X.
          05 DSL-NET-TOTAL        PIC S9(9) SIGN LEADING SEPARATE.

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "simulate.cpy".
       COPY "operator.cpy".
       01 WS-DISTRIB-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-REPORT-IN-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-BURST-OUT-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-DIST-LOG-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-REPORT-IN-NAME       PIC X(20)  VALUE SPACES.
       01 WS-BURST-OUT-NAME       PIC X(40)  VALUE SPACES.
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
       01 WS-RAISE-CC             PIC 9(2)   VALUE ZEROS.
      *> the recipients of the distribution master.
       01 WS-RCP-COUNT            PIC 9(2)   VALUE ZEROS.
       01 WS-RCP-MAX              PIC 9(2)   VALUE 50.
       01 WS-RCP-TABLE.
          05 WS-RCP-ENTRY OCCURS 50 TIMES.
             10 WS-RCP-ID         PIC X(8).
             10 WS-RCP-NAME       PIC X(20).
             10 WS-RCP-GETS-CB1   PIC X(1).
             10 WS-RCP-GETS-CB3   PIC X(1).
             10 WS-RCP-GETS-EXC   PIC X(1).
             10 WS-RCP-RANGE-COUNT PIC 9(2).
             10 WS-RCP-RANGE OCCURS 20 TIMES.
                15 WS-RCP-LOW     PIC X(2).
                15 WS-RCP-HIGH    PIC X(2).
       01 WS-RCP-SUB              PIC 9(2)   VALUE ZEROS.
       01 WS-RCP-MATCH-SUB        PIC 9(2)   VALUE ZEROS.
       01 WS-RCP-RANGE-MAX        PIC 9(2)   VALUE 20.
       01 WS-RANGE-SUB            PIC 9(2)   VALUE ZEROS.
       01 WS-DST-SUB              PIC 9(1)   VALUE ZEROS.
       01 WS-RCP-FOUND-SW         PIC X(1)   VALUE "N".
          88 WS-RCP-FOUND                    VALUE "Y".
       01 WS-ADD-LOW              PIC X(2)   VALUE SPACES.
       01 WS-ADD-HIGH             PIC X(2)   VALUE SPACES.
       01 WS-CHECK-CODE           PIC X(2)   VALUE SPACES.
       01 WS-ENTITLED-SW          PIC X(1)   VALUE "N".
          88 WS-CODE-ENTITLED                VALUE "Y".
       01 WS-RECEIVES-SW          PIC X(1)   VALUE "N".
          88 WS-RECIPIENT-RECEIVES           VALUE "Y".
      *> the report being split: R is a control-break report split
      *> by COL-A group, E a limit exception listing split by line.
       01 WS-REPORT-SUB           PIC 9(1)   VALUE ZEROS.
       01 WS-REPORT-MAX           PIC 9(1)   VALUE 5.
       01 WS-REPORT-CODE          PIC X(3)   VALUE SPACES.
       01 WS-REPORT-KIND          PIC X(1)   VALUE SPACES.
          88 WS-GROUP-REPORT                 VALUE "R".
          88 WS-EXCEPTION-REPORT             VALUE "E".
       01 WS-REPORT-TITLE         PIC X(11)  VALUE SPACES.
       01 WS-REPORT-PRESENT-SW    PIC X(1)   VALUE "N".
          88 WS-REPORT-PRESENT               VALUE "Y".
       01 WS-RECEIVING-COUNT      PIC 9(2)   VALUE ZEROS.
       01 WS-TITLE-LINE           PIC X(40)  VALUE SPACES.
       01 WS-COLUMN-HEADER        PIC X(100) VALUE SPACES.
       01 WS-AFTER-HEADER-SW      PIC X(1)   VALUE "N".
          88 WS-AFTER-PAGE-HEADER            VALUE "Y".
       01 WS-LINE-NO              PIC 9(6)   VALUE ZEROS.
       01 WS-BODY-END             PIC 9(6)   VALUE ZEROS.
      *> one slot per COL-A group of the report: the line that
      *> closes it (the group row, or the A TOTAL row of a three
      *> level report, or the GROUP BASE line after either) and
      *> the group's figures from that row.  a group runs from the
      *> line after the previous group's last line to its own.
       01 WS-GRP-COUNT            PIC 9(3)   VALUE ZEROS.
       01 WS-GRP-MAX              PIC 9(3)   VALUE 200.
       01 WS-GRP-TABLE.
          05 WS-GRP-ENTRY OCCURS 200 TIMES.
             10 WS-GRP-CODE       PIC X(2).
             10 WS-GRP-LAST-LINE  PIC 9(6).
             10 WS-GRP-TOTAL      PIC S9(9).
             10 WS-GRP-AMOUNT     PIC S9(9).
             10 WS-GRP-LINES      PIC 9(5).
             10 WS-GRP-BASE       PIC S9(11).
             10 WS-GRP-BASE-SW    PIC X(1).
                88 WS-GRP-HAS-BASE           VALUE "Y".
             10 WS-GRP-SEND-SW    PIC X(1).
                88 WS-GRP-SEND               VALUE "Y".
       01 WS-GRP-SUB              PIC 9(3)   VALUE ZEROS.
       01 WS-GRP-OVERFLOW-SW      PIC X(1)   VALUE "N".
          88 WS-GRP-OVERFLOW                 VALUE "Y".
      *> the recipient's own totals for the copy being written.
       01 WS-RCP-GROUPS           PIC 9(3)   VALUE ZEROS.
       01 WS-RCP-TOTAL            PIC S9(9)  VALUE ZEROS.
       01 WS-RCP-AMOUNT           PIC S9(9)  VALUE ZEROS.
       01 WS-RCP-LINES            PIC 9(7)   VALUE ZEROS.
       01 WS-RCP-BASE             PIC S9(11) VALUE ZEROS.
       01 WS-RCP-BASE-SW          PIC X(1)   VALUE "N".
          88 WS-RCP-HAS-BASE                 VALUE "Y".
       01 WS-EXC-SEEN             PIC 9(3)   VALUE ZEROS.
       01 WS-EXC-SENT             PIC 9(3)   VALUE ZEROS.
       01 WS-OUT-LINES            PIC 9(5)   VALUE ZEROS.
       01 WS-OUTPUT-COUNT         PIC 9(4)   VALUE ZEROS.
       01 WS-BODY-LINE            PIC X(100) VALUE SPACES.
      *> the A and B code/description columns last sent on a CB3
      *> detail row, repeated on a detail row that opens a page as
      *> CB3 itself does.
       01 WS-LAST-A-LABEL         PIC X(18)  VALUE SPACES.
       01 WS-LAST-B-LABEL         PIC X(18)  VALUE SPACES.
      *> printed figures are read back through their edit pictures.
       01 WS-EDIT-TOTAL-X         PIC X(10)  VALUE SPACES.
       01 WS-EDIT-TOTAL REDEFINES WS-EDIT-TOTAL-X
                                  PIC -(9)9.
       01 WS-EDIT-LINES-X         PIC X(5)   VALUE SPACES.
       01 WS-EDIT-LINES REDEFINES WS-EDIT-LINES-X
                                  PIC ZZZZ9.
       01 WS-EDIT-BASE-X          PIC X(12)  VALUE SPACES.
       01 WS-EDIT-BASE REDEFINES WS-EDIT-BASE-X
                                  PIC -(11)9.
       01 WS-ROW-TOTAL            PIC S9(9)  VALUE ZEROS.
       01 WS-PERCENT-OF-TOTAL     PIC S999V99 VALUE ZEROS.
       01 WS-EDIT-PERCENT         PIC -(3)9.99.
       01 WS-MAX-LINES-PER-PAGE   PIC 9(3)   VALUE 20.
       01 WS-LINE-COUNT           PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-COUNT           PIC 9(4)   VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-TIME.
          05 WS-RUN-HH            PIC 9(2).
          05 WS-RUN-MN            PIC 9(2).
          05 WS-RUN-SS            PIC 9(2).
          05 FILLER               PIC 9(2).
       01 RPT-PAGE-HEADER.
          05 FILLER               PIC X(23)  VALUE
             "CBBURST DISTRIBUTION   ".
          05 FILLER               PIC X(9)   VALUE "RUN DATE:".
          05 RPT-RUN-MM           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-DD           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-YY           PIC 99.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-RUN-HH           PIC 99.
          05 FILLER               PIC X      VALUE ":".
          05 RPT-RUN-MN           PIC 99.
          05 RPT-SIM-MARK         PIC X(12)  VALUE SPACES.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-RECIPIENTS-LINE.
          05 FILLER               PIC X(22)  VALUE
             "RECIPIENTS ON MASTER: ".
          05 RPT-RECIPIENT-COUNT  PIC Z9.
       01 RPT-SENT-LINE.
          05 RPT-SENT-RECIPIENT   PIC X(8).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-SENT-REPORT      PIC X(14).
          05 FILLER               PIC X(5)   VALUE " --> ".
          05 RPT-SENT-OUTPUT      PIC X(24).
          05 FILLER               PIC X(9)   VALUE "  GROUPS:".
          05 RPT-SENT-GROUPS      PIC ZZ9.
          05 FILLER               PIC X(8)   VALUE "  LINES:".
          05 RPT-SENT-LINES       PIC ZZZZ9.
          05 FILLER               PIC X(8)   VALUE "  PAGES:".
          05 RPT-SENT-PAGES       PIC ZZZ9.
       01 RPT-SKIP-LINE.
          05 RPT-SKIP-REPORT      PIC X(14).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-SKIP-TEXT        PIC X(50).
       01 RPT-MESSAGE-LINE.
          05 RPT-MESSAGE-TEXT     PIC X(60).
       01 RPT-COUNT-LINE.
          05 FILLER               PIC X(17)  VALUE "OUTPUTS WRITTEN: ".
          05 RPT-OUTPUT-COUNT     PIC ZZZ9.
      *> the recipient copy keeps the report's own title and run
      *> stamp and numbers its own pages.
       01 BST-PAGE-HEADER.
          05 BST-HDR-TITLE        PIC X(40).
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 BST-HDR-PAGE-NO      PIC ZZZ9.
          05 FILLER               PIC X(7)   VALUE "  FOR: ".
          05 BST-HDR-RECIPIENT    PIC X(8).
          05 BST-HDR-SIM-MARK     PIC X(12)  VALUE SPACES.
          05 BST-HDR-OPER-MARK    PIC X(16)  VALUE SPACES.
       01 BST-EXC-HEADER.
          05 BST-EXC-TITLE        PIC X(38).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 BST-EXC-PAGE-NO      PIC ZZZ9.
          05 FILLER               PIC X(7)   VALUE "  FOR: ".
          05 BST-EXC-RECIPIENT    PIC X(8).
          05 BST-EXC-SIM-MARK     PIC X(12)  VALUE SPACES.
          05 BST-EXC-OPER-MARK    PIC X(16)  VALUE SPACES.
       01 BST-DIST-LINE.
          05 FILLER               PIC X(14)  VALUE "DISTRIBUTION: ".
          05 BST-DIST-RECIPIENT   PIC X(8).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 BST-DIST-NAME        PIC X(20).
       01 BST-FOOTER-LINE.
          05 BST-FOOTER-LABEL     PIC X(22).
          05 BST-FOOTER-VALUE     PIC -(11)9.
       01 BST-NO-GROUPS-LINE.
          05 FILLER               PIC X(44)  VALUE
             "*** NO GROUPS ON THIS REPORT FOR YOU ***".
       01 BST-NO-EXC-LINE.
          05 FILLER               PIC X(48)  VALUE
             "*** NO EXCEPTIONS FOR YOUR GROUPS ***".

       PROCEDURE DIVISION.
      *> runs after the report programs.  each report named below
      *> that is on disk is split into one copy per recipient of the
      *> distribution master (cbdistrib.txt), holding only the COL-A
      *> groups the recipient is entitled to, re-paged and re-
      *> totalled for that recipient; the copy is named
      *> <recipient>_<report> and logged on cbdistlog.txt.
      *> condition code 4 when a report a recipient should get is not
      *> on disk or a master record is in error, 8 when there is no
      *> distribution master.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 0400-CHECK-SIMULATION
           PERFORM 0420-GET-OPERATOR
           MOVE WS-SIM-MARK TO RPT-SIM-MARK
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           MOVE WS-SIM-MARK TO BST-HDR-SIM-MARK
           MOVE WS-SIM-MARK TO BST-EXC-SIM-MARK
           MOVE WS-OPER-MARK TO BST-HDR-OPER-MARK
           MOVE WS-OPER-MARK TO BST-EXC-OPER-MARK
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-RUN-HH TO RPT-RUN-HH
           MOVE WS-RUN-MN TO RPT-RUN-MN
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           PERFORM 1000-LOAD-DISTRIBUTION
           IF WS-RCP-COUNT = ZEROS
              MOVE "*** NO DISTRIBUTION MASTER - NOTHING BURST ***"
                 TO RPT-MESSAGE-TEXT
              DISPLAY RPT-MESSAGE-LINE
              WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RCP-COUNT TO RPT-RECIPIENT-COUNT
           DISPLAY RPT-RECIPIENTS-LINE
           WRITE RPT-FILE-LINE FROM RPT-RECIPIENTS-LINE
           PERFORM 2000-BURST-ONE-REPORT
              VARYING WS-REPORT-SUB FROM 1 BY 1
              UNTIL WS-REPORT-SUB > WS-REPORT-MAX
           MOVE WS-OUTPUT-COUNT TO RPT-OUTPUT-COUNT
           DISPLAY RPT-COUNT-LINE
           WRITE RPT-FILE-LINE FROM RPT-COUNT-LINE
           CLOSE RPT-FILE
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK
           .
       1000-LOAD-DISTRIBUTION.
           OPEN INPUT DISTRIB-FILE
           IF WS-DISTRIB-FILE-STATUS = "00"
              PERFORM 1010-READ-DISTRIB-RECORD
                 UNTIL WS-DISTRIB-FILE-STATUS NOT = "00"
              CLOSE DISTRIB-FILE
           END-IF
           .
       1010-READ-DISTRIB-RECORD.
           READ DISTRIB-FILE
              AT END
                 MOVE "10" TO WS-DISTRIB-FILE-STATUS
              NOT AT END
                 IF DST-RECIPIENT NOT = SPACES
                    PERFORM 1020-STORE-DISTRIB-RECORD
                 END-IF
           END-READ
           .
       1020-STORE-DISTRIB-RECORD.
           MOVE "N" TO WS-RCP-FOUND-SW
           MOVE ZEROS TO WS-RCP-MATCH-SUB
           PERFORM 1030-MATCH-RECIPIENT-SLOT
              VARYING WS-RCP-SUB FROM 1 BY 1
              UNTIL WS-RCP-SUB > WS-RCP-COUNT
           IF NOT WS-RCP-FOUND
              IF WS-RCP-COUNT < WS-RCP-MAX
                 ADD 1 TO WS-RCP-COUNT
                 MOVE WS-RCP-COUNT TO WS-RCP-MATCH-SUB
                 MOVE DST-RECIPIENT TO WS-RCP-ID (WS-RCP-MATCH-SUB)
                 MOVE DST-NAME TO WS-RCP-NAME (WS-RCP-MATCH-SUB)
                 MOVE "N" TO WS-RCP-GETS-CB1 (WS-RCP-MATCH-SUB)
                 MOVE "N" TO WS-RCP-GETS-CB3 (WS-RCP-MATCH-SUB)
                 MOVE "N" TO WS-RCP-GETS-EXC (WS-RCP-MATCH-SUB)
                 MOVE ZEROS TO WS-RCP-RANGE-COUNT (WS-RCP-MATCH-SUB)
              ELSE
                 MOVE SPACES TO RPT-MESSAGE-TEXT
                 STRING "*** RECIPIENT TABLE FULL - DROPPED: "
                    DELIMITED BY SIZE
                    DST-RECIPIENT DELIMITED BY SPACE
                    " ***" DELIMITED BY SIZE
                    INTO RPT-MESSAGE-TEXT
                 END-STRING
                 DISPLAY RPT-MESSAGE-LINE
                 WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
                 MOVE 4 TO WS-RAISE-CC
                 PERFORM 7900-RAISE-COND-CODE
              END-IF
           END-IF
           IF WS-RCP-MATCH-SUB > ZEROS
              IF DST-GETS-CB1 = "Y"
                 MOVE "Y" TO WS-RCP-GETS-CB1 (WS-RCP-MATCH-SUB)
              END-IF
              IF DST-GETS-CB3 = "Y"
                 MOVE "Y" TO WS-RCP-GETS-CB3 (WS-RCP-MATCH-SUB)
              END-IF
              IF DST-GETS-EXC = "Y"
                 MOVE "Y" TO WS-RCP-GETS-EXC (WS-RCP-MATCH-SUB)
              END-IF
              PERFORM 1040-STORE-CODE-RANGE
                 VARYING WS-DST-SUB FROM 1 BY 1
                 UNTIL WS-DST-SUB > 6
           END-IF
           .
       1030-MATCH-RECIPIENT-SLOT.
           IF WS-RCP-ID (WS-RCP-SUB) = DST-RECIPIENT
              MOVE WS-RCP-SUB TO WS-RCP-MATCH-SUB
              SET WS-RCP-FOUND TO TRUE
           END-IF
           .
      *> a range written high-low would silently entitle nothing;
      *> it is refused so the master gets corrected.
       1040-STORE-CODE-RANGE.
           MOVE DST-CODE-LOW (WS-DST-SUB) TO WS-ADD-LOW
           MOVE DST-CODE-HIGH (WS-DST-SUB) TO WS-ADD-HIGH
           IF WS-ADD-LOW NOT = SPACES
              IF WS-ADD-HIGH = SPACES
                 MOVE WS-ADD-LOW TO WS-ADD-HIGH
              END-IF
              IF WS-ADD-LOW > WS-ADD-HIGH
                 MOVE SPACES TO RPT-MESSAGE-TEXT
                 STRING "*** RANGE " DELIMITED BY SIZE
                    WS-ADD-LOW DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    WS-ADD-HIGH DELIMITED BY SIZE
                    " OUT OF ORDER - IGNORED FOR " DELIMITED BY SIZE
                    DST-RECIPIENT DELIMITED BY SPACE
                    " ***" DELIMITED BY SIZE
                    INTO RPT-MESSAGE-TEXT
                 END-STRING
                 DISPLAY RPT-MESSAGE-LINE
                 WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
                 MOVE 4 TO WS-RAISE-CC
                 PERFORM 7900-RAISE-COND-CODE
              ELSE
                 IF WS-RCP-RANGE-COUNT (WS-RCP-MATCH-SUB)
                    < WS-RCP-RANGE-MAX
                    ADD 1 TO WS-RCP-RANGE-COUNT (WS-RCP-MATCH-SUB)
                    MOVE WS-RCP-RANGE-COUNT (WS-RCP-MATCH-SUB)
                       TO WS-RANGE-SUB
                    MOVE WS-ADD-LOW
                       TO WS-RCP-LOW (WS-RCP-MATCH-SUB, WS-RANGE-SUB)
                    MOVE WS-ADD-HIGH
                       TO WS-RCP-HIGH (WS-RCP-MATCH-SUB, WS-RANGE-SUB)
                 ELSE
                    MOVE SPACES TO RPT-MESSAGE-TEXT
                    STRING "*** TOO MANY RANGES - DROPPED FOR "
                       DELIMITED BY SIZE
                       DST-RECIPIENT DELIMITED BY SPACE
                       " ***" DELIMITED BY SIZE
                       INTO RPT-MESSAGE-TEXT
                    END-STRING
                    DISPLAY RPT-MESSAGE-LINE
                    WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
                    MOVE 4 TO WS-RAISE-CC
                    PERFORM 7900-RAISE-COND-CODE
                 END-IF
              END-IF
           END-IF
           .
       2000-BURST-ONE-REPORT.
           EVALUATE WS-REPORT-SUB
              WHEN 1
                 MOVE "cb1report.txt" TO WS-REPORT-IN-NAME
                 MOVE "CB1" TO WS-REPORT-CODE
                 MOVE "R" TO WS-REPORT-KIND
                 MOVE "CB1 REPORT " TO WS-REPORT-TITLE
              WHEN 2
                 MOVE "cb3report.txt" TO WS-REPORT-IN-NAME
                 MOVE "CB3" TO WS-REPORT-CODE
                 MOVE "R" TO WS-REPORT-KIND
                 MOVE "CB3 REPORT " TO WS-REPORT-TITLE
              WHEN 3
                 MOVE "cb1except.txt" TO WS-REPORT-IN-NAME
                 MOVE "EXC" TO WS-REPORT-CODE
                 MOVE "E" TO WS-REPORT-KIND
              WHEN 4
                 MOVE "cb2except.txt" TO WS-REPORT-IN-NAME
                 MOVE "EXC" TO WS-REPORT-CODE
                 MOVE "E" TO WS-REPORT-KIND
              WHEN 5
                 MOVE "cb3except.txt" TO WS-REPORT-IN-NAME
                 MOVE "EXC" TO WS-REPORT-CODE
                 MOVE "E" TO WS-REPORT-KIND
           END-EVALUATE
           MOVE ZEROS TO WS-RECEIVING-COUNT
           PERFORM 2010-COUNT-RECEIVING
              VARYING WS-RCP-SUB FROM 1 BY 1
              UNTIL WS-RCP-SUB > WS-RCP-COUNT
           IF WS-RECEIVING-COUNT > ZEROS
              PERFORM 3000-SCAN-REPORT
              IF WS-REPORT-PRESENT
                 PERFORM 4000-BURST-FOR-RECIPIENT
                    VARYING WS-RCP-SUB FROM 1 BY 1
                    UNTIL WS-RCP-SUB > WS-RCP-COUNT
              ELSE
                 MOVE WS-REPORT-IN-NAME TO RPT-SKIP-REPORT
                 MOVE "REPORT NOT PRESENT - NOT DISTRIBUTED"
                    TO RPT-SKIP-TEXT
                 DISPLAY RPT-SKIP-LINE
                 WRITE RPT-FILE-LINE FROM RPT-SKIP-LINE
                 MOVE 4 TO WS-RAISE-CC
                 PERFORM 7900-RAISE-COND-CODE
              END-IF
           END-IF
           .
       2010-COUNT-RECEIVING.
           PERFORM 2020-CHECK-RECIPIENT-REPORT
           IF WS-RECIPIENT-RECEIVES
              ADD 1 TO WS-RECEIVING-COUNT
           END-IF
           .
       2020-CHECK-RECIPIENT-REPORT.
           MOVE "N" TO WS-RECEIVES-SW
           EVALUATE WS-REPORT-CODE
              WHEN "CB1"
                 IF WS-RCP-GETS-CB1 (WS-RCP-SUB) = "Y"
                    SET WS-RECIPIENT-RECEIVES TO TRUE
                 END-IF
              WHEN "CB3"
                 IF WS-RCP-GETS-CB3 (WS-RCP-SUB) = "Y"
                    SET WS-RECIPIENT-RECEIVES TO TRUE
                 END-IF
              WHEN "EXC"
                 IF WS-RCP-GETS-EXC (WS-RCP-SUB) = "Y"
                    SET WS-RECIPIENT-RECEIVES TO TRUE
                 END-IF
           END-EVALUATE
           .
      *> first pass: find the page headers the report repeats, the
      *> end of its group body (the GROSS TOTAL footer - everything
      *> after it is whole-report information and is not sent) and
      *> the lines and figures of each COL-A group.  the exception
      *> listings need only their title line.
       3000-SCAN-REPORT.
           MOVE "N" TO WS-REPORT-PRESENT-SW
           MOVE "N" TO WS-AFTER-HEADER-SW
           MOVE "N" TO WS-GRP-OVERFLOW-SW
           MOVE ZEROS TO WS-LINE-NO, WS-BODY-END, WS-GRP-COUNT
           MOVE SPACES TO WS-TITLE-LINE, WS-COLUMN-HEADER
           OPEN INPUT REPORT-IN-FILE
           IF WS-REPORT-IN-STATUS = "00"
              SET WS-REPORT-PRESENT TO TRUE
              PERFORM 3010-SCAN-ONE-LINE
                 UNTIL WS-REPORT-IN-STATUS NOT = "00"
              CLOSE REPORT-IN-FILE
           END-IF
           IF WS-GRP-OVERFLOW
              MOVE WS-REPORT-IN-NAME TO RPT-SKIP-REPORT
              MOVE "*** GROUP TABLE FULL - LATER GROUPS NOT SENT ***"
                 TO RPT-SKIP-TEXT
              DISPLAY RPT-SKIP-LINE
              WRITE RPT-FILE-LINE FROM RPT-SKIP-LINE
              MOVE 4 TO WS-RAISE-CC
              PERFORM 7900-RAISE-COND-CODE
           END-IF
           .
       3010-SCAN-ONE-LINE.
           READ REPORT-IN-FILE
              AT END
                 MOVE "10" TO WS-REPORT-IN-STATUS
              NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF WS-LINE-NO = 1
                    MOVE REPORT-IN-LINE TO WS-TITLE-LINE
                 END-IF
                 IF WS-GROUP-REPORT AND WS-BODY-END = ZEROS
                    PERFORM 3020-CLASSIFY-LINE
                 END-IF
           END-READ
           .
      *> a group closes on a row carrying its code in columns 3-4
      *> and a percentage in column 61: the COL-A row of CB1, the
      *> A TOTAL row of CB3.  the B TOTAL rows and the CB3 detail
      *> rows (percentage in column 97) fall inside the group.
       3020-CLASSIFY-LINE.
           EVALUATE TRUE
              WHEN WS-AFTER-PAGE-HEADER
                 IF WS-COLUMN-HEADER = SPACES
                    MOVE REPORT-IN-LINE TO WS-COLUMN-HEADER
                 END-IF
                 MOVE "N" TO WS-AFTER-HEADER-SW
              WHEN REPORT-IN-LINE (1:11) = WS-REPORT-TITLE
                 AND REPORT-IN-LINE (12:9) = "RUN DATE:"
                 SET WS-AFTER-PAGE-HEADER TO TRUE
              WHEN REPORT-IN-LINE (1:12) = "GROSS TOTAL:"
                 MOVE WS-LINE-NO TO WS-BODY-END
              WHEN REPORT-IN-LINE (1:12) = "PARAMETERS: "
                 OR REPORT-IN-LINE (1:11) = "SELECTION: "
                 CONTINUE
              WHEN REPORT-IN-LINE (1:14) = "  GROUP BASE: "
                 IF WS-GRP-COUNT > ZEROS AND NOT WS-GRP-OVERFLOW
                    MOVE WS-LINE-NO TO WS-GRP-LAST-LINE (WS-GRP-COUNT)
                    MOVE REPORT-IN-LINE (15:12) TO WS-EDIT-BASE-X
                    MOVE WS-EDIT-BASE TO WS-GRP-BASE (WS-GRP-COUNT)
                    MOVE "Y" TO WS-GRP-BASE-SW (WS-GRP-COUNT)
                 END-IF
              WHEN REPORT-IN-LINE (61:1) = "%"
                 AND REPORT-IN-LINE (3:2) NOT = SPACES
                 PERFORM 3030-CLOSE-GROUP
           END-EVALUATE
           .
       3030-CLOSE-GROUP.
           IF WS-GRP-COUNT < WS-GRP-MAX
              ADD 1 TO WS-GRP-COUNT
              MOVE REPORT-IN-LINE (3:2) TO WS-GRP-CODE (WS-GRP-COUNT)
              MOVE WS-LINE-NO TO WS-GRP-LAST-LINE (WS-GRP-COUNT)
              MOVE REPORT-IN-LINE (19:10) TO WS-EDIT-TOTAL-X
              MOVE WS-EDIT-TOTAL TO WS-GRP-TOTAL (WS-GRP-COUNT)
              MOVE REPORT-IN-LINE (31:10) TO WS-EDIT-TOTAL-X
              MOVE WS-EDIT-TOTAL TO WS-GRP-AMOUNT (WS-GRP-COUNT)
              MOVE REPORT-IN-LINE (45:5) TO WS-EDIT-LINES-X
              MOVE WS-EDIT-LINES TO WS-GRP-LINES (WS-GRP-COUNT)
              MOVE ZEROS TO WS-GRP-BASE (WS-GRP-COUNT)
              MOVE "N" TO WS-GRP-BASE-SW (WS-GRP-COUNT)
              MOVE "N" TO WS-GRP-SEND-SW (WS-GRP-COUNT)
           ELSE
              SET WS-GRP-OVERFLOW TO TRUE
           END-IF
           .
       4000-BURST-FOR-RECIPIENT.
           PERFORM 2020-CHECK-RECIPIENT-REPORT
           IF WS-RECIPIENT-RECEIVES
              MOVE SPACES TO WS-BURST-OUT-NAME
              STRING WS-RCP-ID (WS-RCP-SUB) DELIMITED BY SPACE
                 "_" DELIMITED BY SIZE
                 WS-REPORT-IN-NAME DELIMITED BY SPACE
                 INTO WS-BURST-OUT-NAME
              END-STRING
              OPEN OUTPUT BURST-OUT-FILE
              MOVE ZEROS TO WS-PAGE-COUNT, WS-LINE-COUNT,
                 WS-OUT-LINES, WS-RCP-GROUPS, WS-RCP-TOTAL,
                 WS-RCP-AMOUNT, WS-RCP-LINES, WS-RCP-BASE
              MOVE "N" TO WS-RCP-BASE-SW
              MOVE SPACES TO WS-LAST-A-LABEL, WS-LAST-B-LABEL
              IF WS-GROUP-REPORT
                 PERFORM 5000-WRITE-RECIPIENT-REPORT
              ELSE
                 PERFORM 6000-WRITE-RECIPIENT-EXCEPTIONS
              END-IF
              CLOSE BURST-OUT-FILE
              ADD 1 TO WS-OUTPUT-COUNT
              IF NOT WS-SIMULATION
                 PERFORM 7000-LOG-DISTRIBUTION
              END-IF
              MOVE WS-RCP-ID (WS-RCP-SUB) TO RPT-SENT-RECIPIENT
              MOVE WS-REPORT-IN-NAME TO RPT-SENT-REPORT
              MOVE WS-BURST-OUT-NAME TO RPT-SENT-OUTPUT
              MOVE WS-RCP-GROUPS TO RPT-SENT-GROUPS
              MOVE WS-OUT-LINES TO RPT-SENT-LINES
              MOVE WS-PAGE-COUNT TO RPT-SENT-PAGES
              DISPLAY RPT-SENT-LINE
              WRITE RPT-FILE-LINE FROM RPT-SENT-LINE
           END-IF
           .
       4500-CHECK-ENTITLEMENT.
           MOVE "N" TO WS-ENTITLED-SW
           PERFORM 4510-CHECK-ONE-RANGE
              VARYING WS-RANGE-SUB FROM 1 BY 1
              UNTIL WS-RANGE-SUB > WS-RCP-RANGE-COUNT (WS-RCP-SUB)
           .
       4510-CHECK-ONE-RANGE.
           IF WS-CHECK-CODE >= WS-RCP-LOW (WS-RCP-SUB, WS-RANGE-SUB)
              AND WS-CHECK-CODE
                 <= WS-RCP-HIGH (WS-RCP-SUB, WS-RANGE-SUB)
              SET WS-CODE-ENTITLED TO TRUE
           END-IF
           .
      *> second pass, once per recipient: the recipient's groups
      *> are copied under fresh page headers, each percentage is
      *> restated against the recipient's own total, and the
      *> recipient's grand total replaces the report footer.
       5000-WRITE-RECIPIENT-REPORT.
           PERFORM 5010-SELECT-GROUP
              VARYING WS-GRP-SUB FROM 1 BY 1
              UNTIL WS-GRP-SUB > WS-GRP-COUNT
           PERFORM 5100-PRINT-BURST-HEADERS
           MOVE WS-RCP-ID (WS-RCP-SUB) TO BST-DIST-RECIPIENT
           MOVE WS-RCP-NAME (WS-RCP-SUB) TO BST-DIST-NAME
           MOVE BST-DIST-LINE TO WS-BODY-LINE
           PERFORM 5200-WRITE-BODY-LINE
           MOVE ZEROS TO WS-LINE-NO
           MOVE 1 TO WS-GRP-SUB
           MOVE "N" TO WS-AFTER-HEADER-SW
           OPEN INPUT REPORT-IN-FILE
           IF WS-REPORT-IN-STATUS = "00"
              PERFORM 5020-COPY-ONE-LINE
                 UNTIL WS-REPORT-IN-STATUS NOT = "00"
              CLOSE REPORT-IN-FILE
           END-IF
           IF WS-RCP-GROUPS = ZEROS
              MOVE BST-NO-GROUPS-LINE TO WS-BODY-LINE
              PERFORM 5200-WRITE-BODY-LINE
           END-IF
           MOVE "RECIPIENT GROUPS:" TO BST-FOOTER-LABEL
           MOVE WS-RCP-GROUPS TO BST-FOOTER-VALUE
           PERFORM 5300-WRITE-FOOTER-LINE
           MOVE "RECIPIENT NET TOTAL:" TO BST-FOOTER-LABEL
           MOVE WS-RCP-TOTAL TO BST-FOOTER-VALUE
           PERFORM 5300-WRITE-FOOTER-LINE
           MOVE "RECIPIENT NET AMOUNT:" TO BST-FOOTER-LABEL
           MOVE WS-RCP-AMOUNT TO BST-FOOTER-VALUE
           PERFORM 5300-WRITE-FOOTER-LINE
           MOVE "RECIPIENT LINES:" TO BST-FOOTER-LABEL
           MOVE WS-RCP-LINES TO BST-FOOTER-VALUE
           PERFORM 5300-WRITE-FOOTER-LINE
           IF WS-RCP-HAS-BASE
              MOVE "RECIPIENT BASE AMOUNT:" TO BST-FOOTER-LABEL
              MOVE WS-RCP-BASE TO BST-FOOTER-VALUE
              PERFORM 5300-WRITE-FOOTER-LINE
           END-IF
           .
       5010-SELECT-GROUP.
           MOVE WS-GRP-CODE (WS-GRP-SUB) TO WS-CHECK-CODE
           PERFORM 4500-CHECK-ENTITLEMENT
           IF WS-CODE-ENTITLED
              MOVE "Y" TO WS-GRP-SEND-SW (WS-GRP-SUB)
              ADD 1 TO WS-RCP-GROUPS
              ADD WS-GRP-TOTAL (WS-GRP-SUB) TO WS-RCP-TOTAL
              ADD WS-GRP-AMOUNT (WS-GRP-SUB) TO WS-RCP-AMOUNT
              ADD WS-GRP-LINES (WS-GRP-SUB) TO WS-RCP-LINES
              IF WS-GRP-HAS-BASE (WS-GRP-SUB)
                 ADD WS-GRP-BASE (WS-GRP-SUB) TO WS-RCP-BASE
                 SET WS-RCP-HAS-BASE TO TRUE
              END-IF
           ELSE
              MOVE "N" TO WS-GRP-SEND-SW (WS-GRP-SUB)
           END-IF
           .
       5020-COPY-ONE-LINE.
           READ REPORT-IN-FILE
              AT END
                 MOVE "10" TO WS-REPORT-IN-STATUS
              NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF WS-BODY-END > ZEROS
                    AND WS-LINE-NO >= WS-BODY-END
                    MOVE "10" TO WS-REPORT-IN-STATUS
                 ELSE
                    PERFORM 5030-SELECT-BODY-LINE
                 END-IF
           END-READ
           .
       5030-SELECT-BODY-LINE.
           EVALUATE TRUE
              WHEN WS-AFTER-PAGE-HEADER
                 MOVE "N" TO WS-AFTER-HEADER-SW
              WHEN REPORT-IN-LINE (1:11) = WS-REPORT-TITLE
                 AND REPORT-IN-LINE (12:9) = "RUN DATE:"
                 SET WS-AFTER-PAGE-HEADER TO TRUE
              WHEN REPORT-IN-LINE (1:12) = "PARAMETERS: "
                 OR REPORT-IN-LINE (1:11) = "SELECTION: "
                 MOVE REPORT-IN-LINE TO WS-BODY-LINE
                 PERFORM 5200-WRITE-BODY-LINE
              WHEN OTHER
                 PERFORM 5040-ADVANCE-GROUP
                    UNTIL WS-GRP-SUB > WS-GRP-COUNT
                    OR WS-GRP-LAST-LINE (WS-GRP-SUB) >= WS-LINE-NO
                 IF WS-GRP-SUB <= WS-GRP-COUNT
                    IF WS-GRP-SEND (WS-GRP-SUB)
                       MOVE REPORT-IN-LINE TO WS-BODY-LINE
                       PERFORM 5050-RESTATE-PERCENT
                       PERFORM 5200-WRITE-BODY-LINE
                    END-IF
                 END-IF
           END-EVALUATE
           .
       5040-ADVANCE-GROUP.
           ADD 1 TO WS-GRP-SUB
           .
      *> group and total rows carry the percentage in column 54,
      *> the CB3 detail rows in column 90.
       5050-RESTATE-PERCENT.
           MOVE SPACES TO WS-EDIT-TOTAL-X
           EVALUATE TRUE
              WHEN WS-BODY-LINE (61:1) = "%"
                 MOVE WS-BODY-LINE (19:10) TO WS-EDIT-TOTAL-X
              WHEN WS-BODY-LINE (97:1) = "%"
                 MOVE WS-BODY-LINE (55:10) TO WS-EDIT-TOTAL-X
           END-EVALUATE
           IF WS-EDIT-TOTAL-X NOT = SPACES
              MOVE WS-EDIT-TOTAL TO WS-ROW-TOTAL
              IF WS-RCP-TOTAL NOT = ZEROS
                 COMPUTE WS-PERCENT-OF-TOTAL ROUNDED =
                    (WS-ROW-TOTAL / WS-RCP-TOTAL) * 100
                    ON SIZE ERROR
                       MOVE ZEROS TO WS-PERCENT-OF-TOTAL
                 END-COMPUTE
              ELSE
                 MOVE ZEROS TO WS-PERCENT-OF-TOTAL
              END-IF
              MOVE WS-PERCENT-OF-TOTAL TO WS-EDIT-PERCENT
              IF WS-BODY-LINE (61:1) = "%"
                 MOVE WS-EDIT-PERCENT TO WS-BODY-LINE (54:7)
              ELSE
                 MOVE WS-EDIT-PERCENT TO WS-BODY-LINE (90:7)
              END-IF
           END-IF
           .
       5100-PRINT-BURST-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           IF WS-GROUP-REPORT
              MOVE WS-TITLE-LINE TO BST-HDR-TITLE
              MOVE WS-PAGE-COUNT TO BST-HDR-PAGE-NO
              MOVE WS-RCP-ID (WS-RCP-SUB) TO BST-HDR-RECIPIENT
              WRITE BURST-OUT-LINE FROM BST-PAGE-HEADER
              WRITE BURST-OUT-LINE FROM WS-COLUMN-HEADER
           ELSE
              MOVE WS-TITLE-LINE TO BST-EXC-TITLE
              MOVE WS-PAGE-COUNT TO BST-EXC-PAGE-NO
              MOVE WS-RCP-ID (WS-RCP-SUB) TO BST-EXC-RECIPIENT
              WRITE BURST-OUT-LINE FROM BST-EXC-HEADER
           END-IF
           MOVE ZEROS TO WS-LINE-COUNT
           .
       5200-WRITE-BODY-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
              PERFORM 5100-PRINT-BURST-HEADERS
              IF WS-BODY-LINE (97:1) = "%"
                 IF WS-BODY-LINE (1:18) = SPACES
                    MOVE WS-LAST-A-LABEL TO WS-BODY-LINE (1:18)
                 END-IF
                 IF WS-BODY-LINE (19:18) = SPACES
                    MOVE WS-LAST-B-LABEL TO WS-BODY-LINE (19:18)
                 END-IF
              END-IF
           END-IF
           IF WS-BODY-LINE (97:1) = "%"
              IF WS-BODY-LINE (1:18) NOT = SPACES
                 MOVE WS-BODY-LINE (1:18) TO WS-LAST-A-LABEL
              END-IF
              IF WS-BODY-LINE (19:18) NOT = SPACES
                 MOVE WS-BODY-LINE (19:18) TO WS-LAST-B-LABEL
              END-IF
           END-IF
           WRITE BURST-OUT-LINE FROM WS-BODY-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-OUT-LINES
           .
       5300-WRITE-FOOTER-LINE.
           MOVE BST-FOOTER-LINE TO WS-BODY-LINE
           PERFORM 5200-WRITE-BODY-LINE
           .
      *> an exception listing is split line by line on the code in
      *> columns 1-2.  its "***" notices concern the whole check
      *> (no limits file, no exceptions at all) and are passed on.
       6000-WRITE-RECIPIENT-EXCEPTIONS.
           MOVE ZEROS TO WS-EXC-SEEN, WS-EXC-SENT
           PERFORM 5100-PRINT-BURST-HEADERS
           MOVE WS-RCP-ID (WS-RCP-SUB) TO BST-DIST-RECIPIENT
           MOVE WS-RCP-NAME (WS-RCP-SUB) TO BST-DIST-NAME
           MOVE BST-DIST-LINE TO WS-BODY-LINE
           PERFORM 5200-WRITE-BODY-LINE
           MOVE ZEROS TO WS-LINE-NO
           OPEN INPUT REPORT-IN-FILE
           IF WS-REPORT-IN-STATUS = "00"
              PERFORM 6010-COPY-EXCEPTION-LINE
                 UNTIL WS-REPORT-IN-STATUS NOT = "00"
              CLOSE REPORT-IN-FILE
           END-IF
           IF WS-EXC-SEEN > ZEROS AND WS-EXC-SENT = ZEROS
              MOVE BST-NO-EXC-LINE TO WS-BODY-LINE
              PERFORM 5200-WRITE-BODY-LINE
           END-IF
           MOVE WS-EXC-SENT TO WS-RCP-GROUPS
           MOVE "RECIPIENT EXCEPTIONS:" TO BST-FOOTER-LABEL
           MOVE WS-EXC-SENT TO BST-FOOTER-VALUE
           PERFORM 5300-WRITE-FOOTER-LINE
           .
       6010-COPY-EXCEPTION-LINE.
           READ REPORT-IN-FILE
              AT END
                 MOVE "10" TO WS-REPORT-IN-STATUS
              NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF WS-LINE-NO > 1
                    AND REPORT-IN-LINE NOT = SPACES
                    IF REPORT-IN-LINE (1:3) = "***"
                       MOVE REPORT-IN-LINE TO WS-BODY-LINE
                       PERFORM 5200-WRITE-BODY-LINE
                    ELSE
                       ADD 1 TO WS-EXC-SEEN
                       MOVE REPORT-IN-LINE (1:2) TO WS-CHECK-CODE
                       PERFORM 4500-CHECK-ENTITLEMENT
                       IF WS-CODE-ENTITLED
                          MOVE REPORT-IN-LINE TO WS-BODY-LINE
                          PERFORM 5200-WRITE-BODY-LINE
                          ADD 1 TO WS-EXC-SENT
                       END-IF
                    END-IF
                 END-IF
           END-READ
           .
       7000-LOG-DISTRIBUTION.
           OPEN EXTEND DIST-LOG-FILE
           IF WS-DIST-LOG-STATUS NOT = "00"
              OPEN OUTPUT DIST-LOG-FILE
           END-IF
           MOVE SPACES TO DIST-LOG-RECORD
           MOVE WS-RUN-DATE TO DSL-RUN-DATE
           COMPUTE DSL-RUN-TIME =
              WS-RUN-HH * 10000 + WS-RUN-MN * 100 + WS-RUN-SS
           MOVE WS-RCP-ID (WS-RCP-SUB) TO DSL-RECIPIENT
           MOVE WS-REPORT-IN-NAME TO DSL-REPORT-NAME
           MOVE WS-BURST-OUT-NAME TO DSL-OUTPUT-NAME
           MOVE WS-RCP-GROUPS TO DSL-GROUPS
           MOVE WS-OUT-LINES TO DSL-LINES
           MOVE WS-PAGE-COUNT TO DSL-PAGES
           MOVE WS-RCP-TOTAL TO DSL-NET-TOTAL
           WRITE DIST-LOG-RECORD
           CLOSE DIST-LOG-FILE
           .
       7900-RAISE-COND-CODE.
           IF WS-RAISE-CC > WS-COND-CODE
              MOVE WS-RAISE-CC TO WS-COND-CODE
           END-IF
           .
       COPY "simulate-check.cpy".
       COPY "operator-check.cpy".
