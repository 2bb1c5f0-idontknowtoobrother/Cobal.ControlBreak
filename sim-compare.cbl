       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSIMCMP.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbsimcompare.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> both the simulation audit file (cbsimaudit.txt) and the
      *> real audit log (cbauditlog.txt) are read through this one
      *> description, one after the other.
       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "operator.cpy".
       01 WS-AUDIT-FILENAME       PIC X(20)  VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
      *> one entry per program that ran in simulation: side 1 holds
      *> its latest simulated run, side 2 its latest real run.
       01 WS-CMP-COUNT            PIC 9(2)   VALUE ZEROS.
       01 WS-CMP-MAX              PIC 9(2)   VALUE 10.
       01 WS-CMP-SUB              PIC 9(2)   VALUE ZEROS.
       01 WS-CMP-MATCH-SUB        PIC 9(2)   VALUE ZEROS.
       01 WS-SIDE-SUB             PIC 9(1)   VALUE ZEROS.
       01 WS-NO-REAL-COUNT        PIC 9(2)   VALUE ZEROS.
       01 WS-CMP-TABLE.
          05 WS-CMP-ENTRY OCCURS 10 TIMES.
             10 WS-CMP-PROGRAM    PIC X(5).
             10 WS-CMP-RUN OCCURS 2 TIMES.
                15 WS-CMP-FOUND-SW    PIC X(1).
                15 WS-CMP-DATE        PIC 9(6).
                15 WS-CMP-TIME        PIC 9(6).
                15 WS-CMP-READ        PIC 9(7).
                15 WS-CMP-REJECT      PIC 9(5).
                15 WS-CMP-RELEASED    PIC 9(7).
                15 WS-CMP-GROSS       PIC 9(9).
                15 WS-CMP-NET         PIC S9(9).
                15 WS-CMP-TRAILER     PIC X(5).
                15 WS-CMP-PAGES       PIC 9(4).
       01 WS-ROW-SIM              PIC S9(11) VALUE ZEROS.
       01 WS-ROW-REAL             PIC S9(11) VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-TIME.
          05 WS-RUN-HH            PIC 9(2).
          05 WS-RUN-MN            PIC 9(2).
          05 WS-RUN-SS            PIC 9(2).
          05 FILLER               PIC 9(2).
       01 WS-MAX-LINES-PER-PAGE   PIC 9(3)   VALUE 40.
       01 WS-LINE-COUNT           PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-COUNT           PIC 9(4)   VALUE ZEROS.
       01 RPT-PAGE-HEADER.
          05 FILLER               PIC X(32)  VALUE
             "CBSIMCMP SIMULATION COMPARISON  ".
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
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 FILLER               PIC X(12)  VALUE "  SIMULATION".
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-PROGRAM-LINE.
          05 FILLER               PIC X(9)   VALUE "PROGRAM: ".
          05 RPT-PGM-NAME         PIC X(5).
          05 FILLER               PIC X(17)  VALUE
             "   SIMULATED RUN ".
          05 RPT-PGM-SIM-DATE     PIC 9(6).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-PGM-SIM-TIME     PIC 9(6).
          05 FILLER               PIC X(17)  VALUE
             "   LAST REAL RUN ".
          05 RPT-PGM-REAL-RUN.
             10 RPT-PGM-REAL-DATE PIC 9(6).
             10 FILLER            PIC X      VALUE SPACE.
             10 RPT-PGM-REAL-TIME PIC 9(6).
       01 RPT-NO-REAL-TEXT        PIC X(13)  VALUE "NONE ON FILE".
       01 RPT-COLUMN-HEADER.
          05 FILLER               PIC X(18)  VALUE SPACES.
          05 FILLER               PIC X(12)  VALUE "   SIMULATED".
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 FILLER               PIC X(12)  VALUE "   LAST REAL".
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 FILLER               PIC X(12)  VALUE "  DIFFERENCE".
       01 RPT-ROW.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ROW-LABEL        PIC X(16).
          05 RPT-ROW-SIM          PIC -(11)9.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ROW-REAL         PIC -(11)9.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ROW-DIFF         PIC -(11)9.
       01 RPT-SIM-ONLY-ROW.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-SOR-LABEL        PIC X(16).
          05 RPT-SOR-SIM          PIC -(11)9.
       01 RPT-TRAILER-ROW.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 FILLER               PIC X(16)  VALUE "TRAILER STATUS".
          05 FILLER               PIC X(7)   VALUE SPACES.
          05 RPT-TRL-SIM          PIC X(5).
          05 FILLER               PIC X(9)   VALUE SPACES.
          05 RPT-TRL-REAL         PIC X(5).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-TRL-CHANGE       PIC X(12).
       01 RPT-NO-SIM-LINE.
          05 FILLER               PIC X(50)  VALUE
             "*** NO SIMULATED RUNS ON cbsimaudit.txt ***".
       01 RPT-COUNT-LINE.
          05 FILLER               PIC X(19)  VALUE
             "PROGRAMS COMPARED: ".
          05 RPT-COMPARED-COUNT   PIC Z9.
          05 FILLER               PIC X(20)  VALUE
             "   WITH NO REAL RUN:".
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-NO-REAL-COUNT    PIC Z9.

       PROCEDURE DIVISION.
      *> sets each program's latest simulated run (cbsimaudit.txt,
      *> see simulate.cpy) against its latest real run on the audit
      *> log: counts read, rejected and released, gross and net
      *> totals, pages and trailer outcome, with the difference.
      *> condition code 4 when there is nothing
      *> to compare or a program has no real run to compare with.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT RPT-FILE
           PERFORM PRINT-PAGE-HEADERS
           MOVE 1 TO WS-SIDE-SUB
           MOVE "cbsimaudit.txt" TO WS-AUDIT-FILENAME
           PERFORM 1000-LOAD-AUDIT-FILE
           IF WS-CMP-COUNT = ZEROS
              DISPLAY RPT-NO-SIM-LINE
              WRITE RPT-FILE-LINE FROM RPT-NO-SIM-LINE
              CLOSE RPT-FILE
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 2 TO WS-SIDE-SUB
           MOVE "cbauditlog.txt" TO WS-AUDIT-FILENAME
           PERFORM 1000-LOAD-AUDIT-FILE
           PERFORM 2000-PRINT-ONE-PROGRAM
              VARYING WS-CMP-SUB FROM 1 BY 1
              UNTIL WS-CMP-SUB > WS-CMP-COUNT
           MOVE WS-CMP-COUNT TO RPT-COMPARED-COUNT
           MOVE WS-NO-REAL-COUNT TO RPT-NO-REAL-COUNT
           DISPLAY RPT-COUNT-LINE
           WRITE RPT-FILE-LINE FROM RPT-COUNT-LINE
           IF WS-NO-REAL-COUNT > ZEROS
              MOVE 4 TO WS-COND-CODE
           END-IF
           CLOSE RPT-FILE
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK
           .
       PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-RUN-HH TO RPT-RUN-HH
           MOVE WS-RUN-MN TO RPT-RUN-MN
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           MOVE ZEROS TO WS-LINE-COUNT
           .
      *> the files are appended in run order, so the last "A"
      *> record of a program is its latest run.  the simulation
      *> file decides which programs are compared; the real log
      *> only fills in the entries already there.
       1000-LOAD-AUDIT-FILE.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
              PERFORM 1010-READ-AUDIT-RECORD
                 UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
              CLOSE AUDIT-LOG-FILE
           END-IF
           .
       1010-READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
              AT END
                 MOVE "10" TO WS-AUDIT-FILE-STATUS
              NOT AT END
                 IF AUD-REC-TYPE = "A"
                    PERFORM 1020-FIND-PROGRAM
                    IF WS-CMP-MATCH-SUB > ZEROS
                       PERFORM 1030-STORE-RUN
                    END-IF
                 END-IF
           END-READ
           .
       1020-FIND-PROGRAM.
           MOVE ZEROS TO WS-CMP-MATCH-SUB
           PERFORM 1025-CHECK-PROGRAM-SLOT
              VARYING WS-CMP-SUB FROM 1 BY 1
              UNTIL WS-CMP-SUB > WS-CMP-COUNT
              OR WS-CMP-MATCH-SUB > ZEROS
           IF WS-CMP-MATCH-SUB = ZEROS
              AND WS-SIDE-SUB = 1
              IF WS-CMP-COUNT < WS-CMP-MAX
                 ADD 1 TO WS-CMP-COUNT
                 MOVE WS-CMP-COUNT TO WS-CMP-MATCH-SUB
                 MOVE AUD-PROGRAM TO WS-CMP-PROGRAM (WS-CMP-MATCH-SUB)
                 MOVE "N" TO WS-CMP-FOUND-SW (WS-CMP-MATCH-SUB, 1)
                 MOVE "N" TO WS-CMP-FOUND-SW (WS-CMP-MATCH-SUB, 2)
              ELSE
                 DISPLAY "*** COMPARISON TABLE FULL - DROPPED: "
                    AUD-PROGRAM " ***"
              END-IF
           END-IF
           .
       1025-CHECK-PROGRAM-SLOT.
           IF WS-CMP-PROGRAM (WS-CMP-SUB) = AUD-PROGRAM
              MOVE WS-CMP-SUB TO WS-CMP-MATCH-SUB
           END-IF
           .
       1030-STORE-RUN.
           MOVE "Y" TO WS-CMP-FOUND-SW (WS-CMP-MATCH-SUB, WS-SIDE-SUB)
           MOVE AUD-RUN-DATE
              TO WS-CMP-DATE (WS-CMP-MATCH-SUB, WS-SIDE-SUB)
           MOVE AUD-RUN-TIME
              TO WS-CMP-TIME (WS-CMP-MATCH-SUB, WS-SIDE-SUB)
           MOVE AUD-READ-COUNT
              TO WS-CMP-READ (WS-CMP-MATCH-SUB, WS-SIDE-SUB)
           MOVE AUD-REJECT-COUNT
              TO WS-CMP-REJECT (WS-CMP-MATCH-SUB, WS-SIDE-SUB)
           MOVE AUD-RELEASED-COUNT
              TO WS-CMP-RELEASED (WS-CMP-MATCH-SUB, WS-SIDE-SUB)
           MOVE AUD-GROSS-TOTAL
              TO WS-CMP-GROSS (WS-CMP-MATCH-SUB, WS-SIDE-SUB)
           MOVE AUD-NET-TOTAL
              TO WS-CMP-NET (WS-CMP-MATCH-SUB, WS-SIDE-SUB)
           MOVE AUD-TRAILER-STATUS
              TO WS-CMP-TRAILER (WS-CMP-MATCH-SUB, WS-SIDE-SUB)
           MOVE AUD-PAGES
              TO WS-CMP-PAGES (WS-CMP-MATCH-SUB, WS-SIDE-SUB)
           .
       2000-PRINT-ONE-PROGRAM.
           IF WS-LINE-COUNT + 10 > WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           MOVE WS-CMP-PROGRAM (WS-CMP-SUB) TO RPT-PGM-NAME
           MOVE WS-CMP-DATE (WS-CMP-SUB, 1) TO RPT-PGM-SIM-DATE
           MOVE WS-CMP-TIME (WS-CMP-SUB, 1) TO RPT-PGM-SIM-TIME
           IF WS-CMP-FOUND-SW (WS-CMP-SUB, 2) = "Y"
              MOVE WS-CMP-DATE (WS-CMP-SUB, 2) TO RPT-PGM-REAL-DATE
              MOVE WS-CMP-TIME (WS-CMP-SUB, 2) TO RPT-PGM-REAL-TIME
           ELSE
              MOVE RPT-NO-REAL-TEXT TO RPT-PGM-REAL-RUN
              ADD 1 TO WS-NO-REAL-COUNT
           END-IF
           DISPLAY RPT-PROGRAM-LINE
           WRITE RPT-FILE-LINE FROM RPT-PROGRAM-LINE
           DISPLAY RPT-COLUMN-HEADER
           WRITE RPT-FILE-LINE FROM RPT-COLUMN-HEADER
           MOVE "DETAILS READ" TO RPT-ROW-LABEL
           MOVE WS-CMP-READ (WS-CMP-SUB, 1) TO WS-ROW-SIM
           MOVE WS-CMP-READ (WS-CMP-SUB, 2) TO WS-ROW-REAL
           PERFORM 2100-PRINT-ROW
           MOVE "REJECTED" TO RPT-ROW-LABEL
           MOVE WS-CMP-REJECT (WS-CMP-SUB, 1) TO WS-ROW-SIM
           MOVE WS-CMP-REJECT (WS-CMP-SUB, 2) TO WS-ROW-REAL
           PERFORM 2100-PRINT-ROW
           MOVE "RELEASED" TO RPT-ROW-LABEL
           MOVE WS-CMP-RELEASED (WS-CMP-SUB, 1) TO WS-ROW-SIM
           MOVE WS-CMP-RELEASED (WS-CMP-SUB, 2) TO WS-ROW-REAL
           PERFORM 2100-PRINT-ROW
           MOVE "GROSS TOTAL" TO RPT-ROW-LABEL
           MOVE WS-CMP-GROSS (WS-CMP-SUB, 1) TO WS-ROW-SIM
           MOVE WS-CMP-GROSS (WS-CMP-SUB, 2) TO WS-ROW-REAL
           PERFORM 2100-PRINT-ROW
           MOVE "NET TOTAL" TO RPT-ROW-LABEL
           MOVE WS-CMP-NET (WS-CMP-SUB, 1) TO WS-ROW-SIM
           MOVE WS-CMP-NET (WS-CMP-SUB, 2) TO WS-ROW-REAL
           PERFORM 2100-PRINT-ROW
           MOVE "PAGES" TO RPT-ROW-LABEL
           MOVE WS-CMP-PAGES (WS-CMP-SUB, 1) TO WS-ROW-SIM
           MOVE WS-CMP-PAGES (WS-CMP-SUB, 2) TO WS-ROW-REAL
           PERFORM 2100-PRINT-ROW
           MOVE WS-CMP-TRAILER (WS-CMP-SUB, 1) TO RPT-TRL-SIM
           MOVE SPACES TO RPT-TRL-REAL, RPT-TRL-CHANGE
           IF WS-CMP-FOUND-SW (WS-CMP-SUB, 2) = "Y"
              MOVE WS-CMP-TRAILER (WS-CMP-SUB, 2) TO RPT-TRL-REAL
              IF RPT-TRL-SIM NOT = RPT-TRL-REAL
                 MOVE "*** CHANGED" TO RPT-TRL-CHANGE
              END-IF
           END-IF
           DISPLAY RPT-TRAILER-ROW
           WRITE RPT-FILE-LINE FROM RPT-TRAILER-ROW
           MOVE SPACES TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE
           ADD 10 TO WS-LINE-COUNT
           .
      *> with no real run to compare with, only the simulated
      *> figure is printed.
       2100-PRINT-ROW.
           IF WS-CMP-FOUND-SW (WS-CMP-SUB, 2) = "Y"
              MOVE WS-ROW-SIM TO RPT-ROW-SIM
              MOVE WS-ROW-REAL TO RPT-ROW-REAL
              COMPUTE RPT-ROW-DIFF = WS-ROW-SIM - WS-ROW-REAL
              DISPLAY RPT-ROW
              WRITE RPT-FILE-LINE FROM RPT-ROW
           ELSE
              MOVE RPT-ROW-LABEL TO RPT-SOR-LABEL
              MOVE WS-ROW-SIM TO RPT-SOR-SIM
              DISPLAY RPT-SIM-ONLY-ROW
              WRITE RPT-FILE-LINE FROM RPT-SIM-ONLY-ROW
           END-IF
           .
       COPY "operator-check.cpy".
