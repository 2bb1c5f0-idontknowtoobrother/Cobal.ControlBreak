       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBBACK.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "cbledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "cbruncontrol.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT TOTALS-STORE-FILE ASSIGN TO "cb3totals.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TST-KEY
           FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "cboperator.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cbauditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "cbback.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT SAVE-FILE ASSIGN TO "cbbacksave.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAVE-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO "codemast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbbackreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(60).

      *> same layout CB1/CB2/CB3 write at 9700-WRITE-HISTORY-RECORD.
       FD  HISTORY-FILE.
       01 HIST-RECORD.
          05 HIST-RUN-DATE        PIC 9(6).
          05 HIST-GRAND-TOTAL     PIC S9(9).
          05 HIST-GROUP-TABLE.
             10 HIST-GROUP OCCURS 10 TIMES.
                15 HIST-GROUP-CODE   PIC X(2).
                15 HIST-GROUP-TOTAL  PIC S9(9).

       FD  RUN-CONTROL-FILE.
       COPY "runctl-rec.cpy".

       FD  TOTALS-STORE-FILE.
       COPY "totstore-rec.cpy".

       FD  OPERATOR-FILE.
       COPY "operator-rec.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       FD  WORK-FILE.
       01 WORK-RECORD             PIC X(200).

      *> every record a backout takes out of a shared file is kept
      *> here first, tagged with the date of the backout and the
      *> file it came from, so a withdrawal can be put back by hand.
       FD  SAVE-FILE.
       01 SAVE-RECORD.
          05 SAV-BACKOUT-DATE     PIC 9(6).
          05 FILLER               PIC X.
          05 SAV-PROGRAM          PIC X(5).
          05 FILLER               PIC X.
          05 SAV-FILE-NAME        PIC X(16).
          05 FILLER               PIC X.
          05 SAV-IMAGE            PIC X(130).

       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "ledger.cpy".
       COPY "operator.cpy".
       COPY "operauth.cpy".
       01 WS-HIST-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-RUNCTL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-TST-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-WORK-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-SAVE-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
       01 WS-HIST-FILENAME        PIC X(8)   VALUE SPACES.
       01 WS-BACK-PARM            PIC X(60)  VALUE SPACES.
       01 WS-BACK-TOKEN-1         PIC X(10)  VALUE SPACES.
       01 WS-BACK-TOKEN-2         PIC X(10)  VALUE SPACES.
       01 WS-BACK-TOKEN-3         PIC X(14)  VALUE SPACES.
       01 WS-BACK-TOKEN-4         PIC X(14)  VALUE SPACES.
       01 WS-BACK-TOKEN-5         PIC X(14)  VALUE SPACES.
       01 WS-BACK-TOKEN-6         PIC X(14)  VALUE SPACES.
       01 WS-BACK-TOKEN           PIC X(14)  VALUE SPACES.
       01 WS-BACK-PROGRAM         PIC X(5)   VALUE SPACES.
       01 WS-BACK-BUS-DATE        PIC 9(6)   VALUE ZEROS.
       01 WS-BACK-POST-DATE       PIC 9(6)   VALUE ZEROS.
       01 WS-BACK-SOURCE          PIC X(3)   VALUE SPACES.
       01 WS-BACK-SEQ-NO          PIC 9(3)   VALUE ZEROS.
       01 WS-BACK-SEQ-SW          PIC X(1)   VALUE "N".
          88 WS-BACK-SEQ-GIVEN               VALUE "Y".
       01 WS-BACK-PARM-ERROR-SW   PIC X(1)   VALUE "N".
          88 WS-BACK-PARM-ERROR              VALUE "Y".
       01 WS-APPLY-SW             PIC X(1)   VALUE "N".
          88 WS-APPLY-MODE                   VALUE "Y".
       01 WS-JRNL-FOUND-SW        PIC X(1)   VALUE "N".
          88 WS-JRNL-FOUND                   VALUE "Y".
       01 WS-BACK-JRNL-SUB        PIC 9(4)   VALUE ZEROS.
       01 WS-BACK-JRNL-NET        PIC S9(9)  VALUE ZEROS.
       01 WS-BACK-JRNL-STATUS     PIC X(5)   VALUE SPACES.
      *> the group movements the withdrawn run posted, recovered
      *> from its history record - the J record carries only the
      *> run's net, so the history is the only per-group source.
       01 WS-HIST-MATCH-SW        PIC X(1)   VALUE "N".
          88 WS-HIST-MATCHED                 VALUE "Y".
       01 WS-BACK-GROUP-TABLE.
          05 WS-BACK-GROUP OCCURS 10 TIMES.
             10 WS-BACK-GROUP-CODE  PIC X(2).
             10 WS-BACK-GROUP-TOTAL PIC S9(9).
       01 WS-BACK-GROUP-SUB       PIC 9(2)   VALUE ZEROS.
       01 WS-BACK-ACTIVITY-AFTER  PIC S9(11) VALUE ZEROS.
       01 WS-BACK-GPOST-KEEP      PIC 9(4)   VALUE ZEROS.
       01 WS-BACK-CPOST-KEEP      PIC 9(4)   VALUE ZEROS.
       01 WS-BACK-CPOST-COUNT     PIC 9(5)   VALUE ZEROS.
       01 WS-BACK-LDG-SUB         PIC 9(4)   VALUE ZEROS.
       01 WS-ENTRY-MATCH-SW       PIC X(1)   VALUE "N".
          88 WS-ENTRY-MATCHED                VALUE "Y".
       01 WS-HIST-DATE-COUNT      PIC 9(5)   VALUE ZEROS.
       01 WS-RUNCTL-MATCH-COUNT   PIC 9(5)   VALUE ZEROS.
       01 WS-TST-MATCH-COUNT      PIC 9(5)   VALUE ZEROS.
       01 WS-STORE-EOF-SW         PIC X(1)   VALUE "N".
          88 WS-END-OF-STORE                 VALUE "Y".
       01 WS-BACKOUT-BEGUN-SW     PIC X(1)   VALUE "N".
          88 WS-BACKOUT-BEGUN                VALUE "Y".
       01 WS-SAVE-FILE-NAME       PIC X(16)  VALUE SPACES.
       01 WS-SAVE-IMAGE           PIC X(130) VALUE SPACES.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-TIME.
          05 WS-RUN-HH            PIC 9(2).
          05 WS-RUN-MN            PIC 9(2).
          05 WS-RUN-SS            PIC 9(2).
          05 FILLER               PIC 9(2).
       01 WS-PAGE-COUNT           PIC 9(4)   VALUE ZEROS.
       01 RPT-PAGE-HEADER.
          05 FILLER               PIC X(23)  VALUE
             "CBBACK RUN BACKOUT     ".
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
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-TARGET-LINE.
          05 FILLER               PIC X(9)   VALUE "PROGRAM: ".
          05 RPT-TGT-PROGRAM      PIC X(5).
          05 FILLER               PIC X(12)  VALUE "  BUS DATE: ".
          05 RPT-TGT-BUS-DATE     PIC 9(6).
          05 FILLER               PIC X(10)  VALUE "  POSTED: ".
          05 RPT-TGT-POST-DATE    PIC 9(6).
          05 FILLER               PIC X(10)  VALUE "  SOURCE: ".
          05 RPT-TGT-SOURCE       PIC X(3).
          05 FILLER               PIC X(7)   VALUE "  SEQ: ".
          05 RPT-TGT-SEQ          PIC X(3).
          05 FILLER               PIC X(8)   VALUE "  MODE: ".
          05 RPT-TGT-MODE         PIC X(7).
       01 RPT-SECTION-LINE.
          05 RPT-SECTION-TEXT     PIC X(44).
       01 RPT-JRNL-LINE.
          05 FILLER               PIC X(10)  VALUE "  JOURNAL ".
          05 RPT-JRN-DATE         PIC 9(6).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-JRN-PROGRAM      PIC X(5).
          05 FILLER               PIC X(6)   VALUE "  NET ".
          05 RPT-JRN-NET          PIC -(9)9.
          05 FILLER               PIC X(10)  VALUE "  TRAILER ".
          05 RPT-JRN-STATUS       PIC X(5).
       01 RPT-MOVE-HEADER.
          05 FILLER               PIC X(4)   VALUE "  A ".
          05 FILLER               PIC X(14)  VALUE "DESCRIPTION   ".
          05 FILLER               PIC X(13)  VALUE "     ACTIVITY".
          05 FILLER               PIC X(13)  VALUE "     REVERSED".
          05 FILLER               PIC X(13)  VALUE "        AFTER".
       01 RPT-MOVE-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-MOV-CODE         PIC X(2).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-MOV-DESC         PIC X(12).
          05 RPT-MOV-ACTIVITY     PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-MOV-REVERSED     PIC -(11)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-MOV-AFTER        PIC -(11)9.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-MOV-NOTE         PIC X(16).
       01 RPT-FILE-COUNT-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-FC-FILE          PIC X(17).
          05 RPT-FC-COUNT         PIC ZZZZ9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-FC-TEXT          PIC X(30).
       01 RPT-MESSAGE-LINE.
          05 RPT-MESSAGE-TEXT     PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-BACK-PARM FROM COMMAND-LINE
           UNSTRING WS-BACK-PARM DELIMITED BY ALL SPACES
              INTO WS-BACK-TOKEN-1 WS-BACK-TOKEN-2 WS-BACK-TOKEN-3
                 WS-BACK-TOKEN-4 WS-BACK-TOKEN-5 WS-BACK-TOKEN-6
           END-UNSTRING
           PERFORM 0500-APPLY-BACKOUT-PARM
           IF WS-BACK-PARM-ERROR
              DISPLAY "CBBACK: PARM IS PROGRAM (CB1/CB2/CB3) BUS DATE"
                 " (YYMMDD) [SOURCE] [SEQ] [POSTED=YYMMDD] [APPLY]"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *> withdrawing a posted run restates the ledger the close
      *> sends to the GL, so APPLY needs close authority; a preview
      *> needs none.
           PERFORM 0420-GET-OPERATOR
           IF WS-APPLY-MODE
              MOVE "CBBAC" TO WS-OPER-PROGRAM
              SET WS-FN-CLOSE-PERIOD TO TRUE
              PERFORM 0430-CHECK-AUTHORITY
              IF NOT WS-OPER-GRANTED
                 DISPLAY "CBBACK: OPERATOR NOT AUTHORIZED"
                    " - NOTHING RUN"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           MOVE WS-BACK-BUS-DATE TO WS-LOOKUP-DATE
           OPEN OUTPUT RPT-FILE
           PERFORM PRINT-PAGE-HEADERS
           PERFORM 0600-PRINT-TARGET
           PERFORM 1000-FIND-LEDGER-POSTING
           PERFORM 2000-FIND-HISTORY
           PERFORM 3000-COUNT-RUN-CONTROL
           PERFORM 4000-COUNT-TOTALS-STORE
           PERFORM 1500-PRINT-LEDGER-REVERSAL
           PERFORM 4900-PRINT-FILE-COUNTS
           EVALUATE TRUE
              WHEN WS-JRNL-FOUND AND NOT WS-HIST-MATCHED
                 MOVE "*** POSTING NOT IN HISTORY - NOTHING BACKED OUT"
                    TO RPT-MESSAGE-TEXT
                 MOVE 8 TO WS-COND-CODE
              WHEN NOT WS-JRNL-FOUND AND WS-HIST-DATE-COUNT = ZEROS
                 AND WS-RUNCTL-MATCH-COUNT = ZEROS
                 AND WS-TST-MATCH-COUNT = ZEROS
                 MOVE "*** NOTHING ON FILE FOR THIS RUN ***"
                    TO RPT-MESSAGE-TEXT
                 MOVE 4 TO WS-COND-CODE
      *> without its journal the ledger cannot be reversed, so the
      *> run's other records stay too or history and ledger would
      *> no longer agree.
              WHEN NOT WS-JRNL-FOUND
                 AND WS-BACK-POST-DATE < WS-LEDGER-PERIOD-START
                 MOVE "*** PERIOD ALREADY CLOSED - NOTHING BACKED OUT"
                    TO RPT-MESSAGE-TEXT
                 MOVE 8 TO WS-COND-CODE
              WHEN NOT WS-JRNL-FOUND
                 MOVE "*** RUN NEVER POSTED - NOTHING BACKED OUT ***"
                    TO RPT-MESSAGE-TEXT
                 MOVE 8 TO WS-COND-CODE
              WHEN NOT WS-APPLY-MODE
                 MOVE "*** PREVIEW ONLY - RERUN WITH APPLY TO BACK OUT"
                    TO RPT-MESSAGE-TEXT
              WHEN OTHER
                 PERFORM 5000-APPLY-BACKOUT
                 PERFORM 5090-SET-APPLY-MESSAGE
           END-EVALUATE
           DISPLAY RPT-MESSAGE-LINE
           WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
           CLOSE RPT-FILE
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK
           .
      *> program and business date are positional; the optional
      *> source id and extract sequence narrow the run-control
      *> entries taken out.  the journal, history and totals-store
      *> records are keyed by the date the run posted, which is the
      *> business date unless the night ran past midnight - then
      *> POSTED= names the calendar date the run carried.
       0500-APPLY-BACKOUT-PARM.
           MOVE WS-BACK-TOKEN-1 (1:5) TO WS-BACK-PROGRAM
           IF WS-BACK-PROGRAM NOT = "CB1" AND NOT = "CB2"
              AND NOT = "CB3"
              SET WS-BACK-PARM-ERROR TO TRUE
           END-IF
           IF WS-BACK-TOKEN-2 (1:6) NUMERIC
              MOVE WS-BACK-TOKEN-2 (1:6) TO WS-BACK-BUS-DATE
              MOVE WS-BACK-BUS-DATE TO WS-BACK-POST-DATE
           ELSE
              SET WS-BACK-PARM-ERROR TO TRUE
           END-IF
           MOVE WS-BACK-TOKEN-3 TO WS-BACK-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           MOVE WS-BACK-TOKEN-4 TO WS-BACK-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           MOVE WS-BACK-TOKEN-5 TO WS-BACK-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           MOVE WS-BACK-TOKEN-6 TO WS-BACK-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           EVALUATE WS-BACK-PROGRAM
              WHEN "CB1"
                 MOVE "CB1HIST" TO WS-HIST-FILENAME
              WHEN "CB2"
                 MOVE "CB2HIST" TO WS-HIST-FILENAME
              WHEN OTHER
                 MOVE "CB3HIST" TO WS-HIST-FILENAME
           END-EVALUATE
           .
       0510-APPLY-ONE-TOKEN.
           EVALUATE TRUE
              WHEN WS-BACK-TOKEN = SPACES
                 CONTINUE
              WHEN WS-BACK-TOKEN = "APPLY"
                 SET WS-APPLY-MODE TO TRUE
              WHEN WS-BACK-TOKEN (1:5) = "OPER="
                 CONTINUE
              WHEN WS-BACK-TOKEN (1:7) = "POSTED="
                 IF WS-BACK-TOKEN (8:6) NUMERIC
                    MOVE WS-BACK-TOKEN (8:6) TO WS-BACK-POST-DATE
                 ELSE
                    SET WS-BACK-PARM-ERROR TO TRUE
                 END-IF
              WHEN WS-BACK-TOKEN (1:3) NUMERIC
                 AND WS-BACK-TOKEN (4:11) = SPACES
                 MOVE WS-BACK-TOKEN (1:3) TO WS-BACK-SEQ-NO
                 SET WS-BACK-SEQ-GIVEN TO TRUE
              WHEN WS-BACK-SOURCE = SPACES
                 AND WS-BACK-TOKEN (4:11) = SPACES
                 MOVE WS-BACK-TOKEN (1:3) TO WS-BACK-SOURCE
              WHEN OTHER
                 DISPLAY "*** UNKNOWN PARAMETER: " WS-BACK-TOKEN
                    " ***"
                 SET WS-BACK-PARM-ERROR TO TRUE
           END-EVALUATE
           .
       0600-PRINT-TARGET.
           MOVE WS-BACK-PROGRAM TO RPT-TGT-PROGRAM
           MOVE WS-BACK-BUS-DATE TO RPT-TGT-BUS-DATE
           MOVE WS-BACK-POST-DATE TO RPT-TGT-POST-DATE
           IF WS-BACK-SOURCE = SPACES
              MOVE "ALL" TO RPT-TGT-SOURCE
           ELSE
              MOVE WS-BACK-SOURCE TO RPT-TGT-SOURCE
           END-IF
           IF WS-BACK-SEQ-GIVEN
              MOVE WS-BACK-SEQ-NO TO RPT-TGT-SEQ
           ELSE
              MOVE "ALL" TO RPT-TGT-SEQ
           END-IF
           IF WS-APPLY-MODE
              MOVE "APPLY" TO RPT-TGT-MODE
           ELSE
              MOVE "PREVIEW" TO RPT-TGT-MODE
           END-IF
           DISPLAY RPT-TARGET-LINE
           WRITE RPT-FILE-LINE FROM RPT-TARGET-LINE
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
           .
      *> the program posts at most one journal entry per run date
      *> (9805-CHECK-ALREADY-POSTED), so date + program finds it.
       1000-FIND-LEDGER-POSTING.
           PERFORM 9810-LOAD-LEDGER
           PERFORM 1010-MATCH-JOURNAL-ENTRY
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-JRNL-COUNT
           MOVE ZEROS TO WS-BACK-CPOST-COUNT
           IF WS-JRNL-FOUND
              PERFORM 1020-COUNT-CURRENCY-POSTING
                 VARYING WS-LEDGER-SUB FROM 1 BY 1
                 UNTIL WS-LEDGER-SUB > WS-LEDGER-CPOST-COUNT
           END-IF
           .
       1010-MATCH-JOURNAL-ENTRY.
           IF WS-JRN-DATE (WS-LEDGER-SUB) = WS-BACK-POST-DATE
              AND WS-JRN-PROGRAM (WS-LEDGER-SUB) = WS-BACK-PROGRAM
              AND NOT WS-JRNL-FOUND
              SET WS-JRNL-FOUND TO TRUE
              MOVE WS-LEDGER-SUB TO WS-BACK-JRNL-SUB
              MOVE WS-JRN-NET (WS-LEDGER-SUB) TO WS-BACK-JRNL-NET
              MOVE WS-JRN-STATUS (WS-LEDGER-SUB)
                 TO WS-BACK-JRNL-STATUS
           END-IF
           .
       1020-COUNT-CURRENCY-POSTING.
           IF WS-CPO-DATE (WS-LEDGER-SUB) = WS-BACK-POST-DATE
              AND WS-CPO-PROGRAM (WS-LEDGER-SUB) = WS-BACK-PROGRAM
              ADD 1 TO WS-BACK-CPOST-COUNT
           END-IF
           .
       1500-PRINT-LEDGER-REVERSAL.
           MOVE "--- LEDGER POSTING ---" TO RPT-SECTION-TEXT
           PERFORM 1900-PRINT-SECTION-LINE
           IF WS-JRNL-FOUND
              MOVE WS-BACK-POST-DATE TO RPT-JRN-DATE
              MOVE WS-BACK-PROGRAM TO RPT-JRN-PROGRAM
              MOVE WS-BACK-JRNL-NET TO RPT-JRN-NET
              MOVE WS-BACK-JRNL-STATUS TO RPT-JRN-STATUS
              DISPLAY RPT-JRNL-LINE
              WRITE RPT-FILE-LINE FROM RPT-JRNL-LINE
              IF WS-HIST-MATCHED
                 DISPLAY RPT-MOVE-HEADER
                 WRITE RPT-FILE-LINE FROM RPT-MOVE-HEADER
                 PERFORM 1510-PRINT-ONE-MOVEMENT
                    VARYING WS-BACK-GROUP-SUB FROM 1 BY 1
                    UNTIL WS-BACK-GROUP-SUB > 10
              END-IF
           ELSE
              IF WS-BACK-POST-DATE < WS-LEDGER-PERIOD-START
                 MOVE "  NO JOURNAL ENTRY - PERIOD ALREADY CLOSED"
                    TO RPT-SECTION-TEXT
              ELSE
                 MOVE "  NO JOURNAL ENTRY - RUN NEVER POSTED"
                    TO RPT-SECTION-TEXT
              END-IF
              PERFORM 1900-PRINT-SECTION-LINE
           END-IF
           .
       1510-PRINT-ONE-MOVEMENT.
           IF WS-BACK-GROUP-CODE (WS-BACK-GROUP-SUB) NOT = SPACES
              PERFORM 1520-FIND-LEDGER-GROUP
              MOVE WS-BACK-GROUP-CODE (WS-BACK-GROUP-SUB)
                 TO RPT-MOV-CODE
              MOVE WS-BACK-GROUP-CODE (WS-BACK-GROUP-SUB)
                 TO WS-LOOKUP-CODE
              PERFORM 8000-LOOKUP-CODE-DESC
              MOVE WS-LOOKUP-DESC TO RPT-MOV-DESC
              MOVE WS-BACK-GROUP-TOTAL (WS-BACK-GROUP-SUB)
                 TO RPT-MOV-REVERSED
              IF WS-LEDGER-GROUP-FOUND
                 MOVE WS-LDG-ACTIVITY (WS-LEDGER-MATCH-SUB)
                    TO RPT-MOV-ACTIVITY
                 COMPUTE WS-BACK-ACTIVITY-AFTER =
                    WS-LDG-ACTIVITY (WS-LEDGER-MATCH-SUB)
                    - WS-BACK-GROUP-TOTAL (WS-BACK-GROUP-SUB)
                 MOVE WS-BACK-ACTIVITY-AFTER TO RPT-MOV-AFTER
                 MOVE SPACES TO RPT-MOV-NOTE
              ELSE
                 MOVE ZEROS TO RPT-MOV-ACTIVITY, RPT-MOV-AFTER
                 MOVE "NOT ON LEDGER" TO RPT-MOV-NOTE
              END-IF
              DISPLAY RPT-MOVE-LINE
              WRITE RPT-FILE-LINE FROM RPT-MOVE-LINE
           END-IF
           .
       1520-FIND-LEDGER-GROUP.
           MOVE "N" TO WS-LEDGER-FOUND-SW
           PERFORM 1530-MATCH-LEDGER-GROUP
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
           .
       1530-MATCH-LEDGER-GROUP.
           IF WS-LDG-CODE (WS-LEDGER-SUB) =
              WS-BACK-GROUP-CODE (WS-BACK-GROUP-SUB)
              MOVE WS-LEDGER-SUB TO WS-LEDGER-MATCH-SUB
              SET WS-LEDGER-GROUP-FOUND TO TRUE
           END-IF
           .
       1900-PRINT-SECTION-LINE.
           DISPLAY RPT-SECTION-LINE
           WRITE RPT-FILE-LINE FROM RPT-SECTION-LINE
           .
      *> reruns on the same date each write a history record but
      *> only the first clean one posts, so the record that posted
      *> is the first whose grand total equals the journal net.
       2000-FIND-HISTORY.
           MOVE ZEROS TO WS-HIST-DATE-COUNT
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "00"
              PERFORM 2010-READ-HISTORY-RECORD
                 UNTIL WS-HIST-FILE-STATUS NOT = "00"
              CLOSE HISTORY-FILE
           END-IF
           .
       2010-READ-HISTORY-RECORD.
           READ HISTORY-FILE
              AT END
                 MOVE "10" TO WS-HIST-FILE-STATUS
              NOT AT END
                 IF HIST-RUN-DATE = WS-BACK-POST-DATE
                    ADD 1 TO WS-HIST-DATE-COUNT
                    IF WS-JRNL-FOUND AND NOT WS-HIST-MATCHED
                       AND HIST-GRAND-TOTAL = WS-BACK-JRNL-NET
                       SET WS-HIST-MATCHED TO TRUE
                       MOVE HIST-GROUP-TABLE TO WS-BACK-GROUP-TABLE
                    END-IF
                 END-IF
           END-READ
           .
       3000-COUNT-RUN-CONTROL.
           MOVE ZEROS TO WS-RUNCTL-MATCH-COUNT
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
              PERFORM 3010-READ-RUN-CONTROL
                 UNTIL WS-RUNCTL-FILE-STATUS NOT = "00"
              CLOSE RUN-CONTROL-FILE
           END-IF
           .
       3010-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
              AT END
                 MOVE "10" TO WS-RUNCTL-FILE-STATUS
              NOT AT END
                 PERFORM 3100-TEST-RUN-CONTROL
                 IF WS-ENTRY-MATCHED
                    ADD 1 TO WS-RUNCTL-MATCH-COUNT
                 END-IF
           END-READ
           .
       3100-TEST-RUN-CONTROL.
           MOVE "N" TO WS-ENTRY-MATCH-SW
           IF RCT-PROGRAM = WS-BACK-PROGRAM
              AND RCT-BUS-DATE = WS-BACK-BUS-DATE
              AND (WS-BACK-SOURCE = SPACES
              OR RCT-SOURCE-ID = WS-BACK-SOURCE)
              AND (NOT WS-BACK-SEQ-GIVEN
              OR RCT-SEQ-NO = WS-BACK-SEQ-NO)
              SET WS-ENTRY-MATCHED TO TRUE
           END-IF
           .
      *> only CB3 loads the subtotal store; the other programs have
      *> nothing there to take out.
       4000-COUNT-TOTALS-STORE.
           MOVE ZEROS TO WS-TST-MATCH-COUNT
           IF WS-BACK-PROGRAM = "CB3"
              MOVE "N" TO WS-STORE-EOF-SW
              OPEN INPUT TOTALS-STORE-FILE
              IF WS-TST-FILE-STATUS = "00"
                 PERFORM 4010-READ-STORE-ROW
                    UNTIL WS-END-OF-STORE
                 CLOSE TOTALS-STORE-FILE
              END-IF
           END-IF
           .
       4010-READ-STORE-ROW.
           READ TOTALS-STORE-FILE NEXT RECORD
              AT END
                 SET WS-END-OF-STORE TO TRUE
              NOT AT END
                 IF TST-RUN-DATE = WS-BACK-POST-DATE
                    ADD 1 TO WS-TST-MATCH-COUNT
                 END-IF
           END-READ
           .
       4900-PRINT-FILE-COUNTS.
           MOVE "--- RECORDS TO WITHDRAW ---" TO RPT-SECTION-TEXT
           PERFORM 1900-PRINT-SECTION-LINE
           MOVE WS-HIST-FILENAME TO RPT-FC-FILE
           MOVE WS-HIST-DATE-COUNT TO RPT-FC-COUNT
           MOVE "HISTORY RECORDS" TO RPT-FC-TEXT
           PERFORM 4910-PRINT-FILE-COUNT-LINE
           MOVE "cbledger.txt" TO RPT-FC-FILE
           MOVE WS-BACK-CPOST-COUNT TO RPT-FC-COUNT
           MOVE "CURRENCY POSTINGS" TO RPT-FC-TEXT
           PERFORM 4910-PRINT-FILE-COUNT-LINE
           MOVE "cbruncontrol.txt" TO RPT-FC-FILE
           MOVE WS-RUNCTL-MATCH-COUNT TO RPT-FC-COUNT
           MOVE "EXTRACT REGISTRATIONS" TO RPT-FC-TEXT
           PERFORM 4910-PRINT-FILE-COUNT-LINE
           MOVE "cb3totals.idx" TO RPT-FC-FILE
           MOVE WS-TST-MATCH-COUNT TO RPT-FC-COUNT
           IF WS-BACK-PROGRAM = "CB3"
              MOVE "SUBTOTAL STORE ROWS" TO RPT-FC-TEXT
           ELSE
              MOVE "NOT LOADED BY THIS PROGRAM" TO RPT-FC-TEXT
           END-IF
           PERFORM 4910-PRINT-FILE-COUNT-LINE
           .
       4910-PRINT-FILE-COUNT-LINE.
           DISPLAY RPT-FILE-COUNT-LINE
           WRITE RPT-FILE-LINE FROM RPT-FILE-COUNT-LINE
           .
      *> one controlled pass: the withdrawn records are saved first,
      *> then each shared file is put back without them, and the
      *> audit log records the withdrawal last.  the subtotal store
      *> is the one file that can be held by another job, so it is
      *> opened before anything is touched; the day is logged as
      *> withdrawn only when every file was put back.
       5000-APPLY-BACKOUT.
           IF WS-TST-MATCH-COUNT > ZEROS
              OPEN I-O TOTALS-STORE-FILE
              IF WS-TST-FILE-STATUS NOT = "00"
                 DISPLAY "*** TOTALS STORE UNAVAILABLE - STATUS "
                    WS-TST-FILE-STATUS " ***"
                 MOVE 8 TO WS-COND-CODE
              END-IF
           END-IF
           IF WS-COND-CODE = ZEROS
              PERFORM 5050-WITHDRAW-RUN
           END-IF
           .
       5050-WITHDRAW-RUN.
           SET WS-BACKOUT-BEGUN TO TRUE
           OPEN EXTEND SAVE-FILE
           IF WS-SAVE-FILE-STATUS NOT = "00"
              OPEN OUTPUT SAVE-FILE
           END-IF
           IF WS-JRNL-FOUND
              PERFORM 5100-REVERSE-LEDGER
           END-IF
           IF WS-HIST-DATE-COUNT > ZEROS
              PERFORM 5200-REMOVE-HISTORY
           END-IF
           IF WS-RUNCTL-MATCH-COUNT > ZEROS
              PERFORM 5300-REMOVE-RUN-CONTROL
           END-IF
           IF WS-TST-MATCH-COUNT > ZEROS
              PERFORM 5400-PURGE-TOTALS-STORE
           END-IF
           CLOSE SAVE-FILE
           IF WS-COND-CODE = ZEROS
              PERFORM 5500-WRITE-AUDIT-RECORD
           END-IF
           .
       5090-SET-APPLY-MESSAGE.
           EVALUATE TRUE
              WHEN WS-COND-CODE = ZEROS
                 MOVE "BACKOUT APPLIED - RUN WITHDRAWN FROM ALL FILES"
                    TO RPT-MESSAGE-TEXT
              WHEN WS-BACKOUT-BEGUN
                 MOVE "*** BACKOUT INCOMPLETE - SEE SAVE FILE ***"
                    TO RPT-MESSAGE-TEXT
              WHEN OTHER
                 MOVE "*** STORE UNAVAILABLE - NOTHING BACKED OUT ***"
                    TO RPT-MESSAGE-TEXT
           END-EVALUATE
           .
       5100-REVERSE-LEDGER.
           MOVE SPACES TO WS-LEDGER-IN-REC
           MOVE "J" TO LDR-J-TYPE
           MOVE WS-BACK-POST-DATE TO LDR-J-DATE
           MOVE WS-BACK-PROGRAM TO LDR-J-PROGRAM
           MOVE WS-BACK-JRNL-NET TO LDR-J-NET
           MOVE WS-BACK-JRNL-STATUS TO LDR-J-STATUS
           MOVE "cbledger.txt" TO WS-SAVE-FILE-NAME
           MOVE WS-LEDGER-IN-REC TO WS-SAVE-IMAGE
           PERFORM 5900-WRITE-SAVE-RECORD
           PERFORM 5110-REVERSE-ONE-MOVEMENT
              VARYING WS-BACK-GROUP-SUB FROM 1 BY 1
              UNTIL WS-BACK-GROUP-SUB > 10
           PERFORM 5120-CLOSE-JOURNAL-GAP
              VARYING WS-LEDGER-SUB FROM WS-BACK-JRNL-SUB BY 1
              UNTIL WS-LEDGER-SUB >= WS-LEDGER-JRNL-COUNT
           SUBTRACT 1 FROM WS-LEDGER-JRNL-COUNT
           MOVE ZEROS TO WS-BACK-GPOST-KEEP
           PERFORM 5130-WITHDRAW-GROUP-POSTING
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GPOST-COUNT
           MOVE WS-BACK-GPOST-KEEP TO WS-LEDGER-GPOST-COUNT
           MOVE ZEROS TO WS-BACK-CPOST-KEEP
           PERFORM 5150-WITHDRAW-CURRENCY-POSTING
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-CPOST-COUNT
           MOVE WS-BACK-CPOST-KEEP TO WS-LEDGER-CPOST-COUNT
           PERFORM 9850-REWRITE-LEDGER
           .
       5110-REVERSE-ONE-MOVEMENT.
           IF WS-BACK-GROUP-CODE (WS-BACK-GROUP-SUB) NOT = SPACES
              PERFORM 1520-FIND-LEDGER-GROUP
              IF WS-LEDGER-GROUP-FOUND
                 SUBTRACT WS-BACK-GROUP-TOTAL (WS-BACK-GROUP-SUB)
                    FROM WS-LDG-ACTIVITY (WS-LEDGER-MATCH-SUB)
              END-IF
           END-IF
           .
       5120-CLOSE-JOURNAL-GAP.
           MOVE WS-LEDGER-JRNL (WS-LEDGER-SUB + 1)
              TO WS-LEDGER-JRNL (WS-LEDGER-SUB)
           .
      *> the run's group postings carry the base value it added;
      *> they are saved, taken off the group's value, and dropped.
       5130-WITHDRAW-GROUP-POSTING.
           IF WS-GPO-DATE (WS-LEDGER-SUB) = WS-BACK-POST-DATE
              AND WS-GPO-PROGRAM (WS-LEDGER-SUB) = WS-BACK-PROGRAM
              MOVE SPACES TO WS-LEDGER-IN-REC
              MOVE "G" TO LDR-G-TYPE
              MOVE WS-GPO-DATE (WS-LEDGER-SUB) TO LDR-G-DATE
              MOVE WS-GPO-PROGRAM (WS-LEDGER-SUB) TO LDR-G-PROGRAM
              MOVE WS-GPO-CODE (WS-LEDGER-SUB) TO LDR-G-CODE
              MOVE WS-GPO-NET (WS-LEDGER-SUB) TO LDR-G-NET
              MOVE WS-GPO-VALUE (WS-LEDGER-SUB) TO LDR-G-VALUE
              MOVE WS-LEDGER-IN-REC TO WS-SAVE-IMAGE
              PERFORM 5900-WRITE-SAVE-RECORD
              PERFORM 5140-REVERSE-POSTING-VALUE
                 VARYING WS-BACK-LDG-SUB FROM 1 BY 1
                 UNTIL WS-BACK-LDG-SUB > WS-LEDGER-GROUP-COUNT
           ELSE
              ADD 1 TO WS-BACK-GPOST-KEEP
              MOVE WS-LEDGER-GPOST (WS-LEDGER-SUB)
                 TO WS-LEDGER-GPOST (WS-BACK-GPOST-KEEP)
           END-IF
           .
       5140-REVERSE-POSTING-VALUE.
           IF WS-LDG-CODE (WS-BACK-LDG-SUB)
              = WS-GPO-CODE (WS-LEDGER-SUB)
              SUBTRACT WS-GPO-VALUE (WS-LEDGER-SUB)
                 FROM WS-LDG-VALUE (WS-BACK-LDG-SUB)
           END-IF
           .
      *> the run's currency postings go with it, so the group's
      *> foreign-currency position is as if the run never posted.
       5150-WITHDRAW-CURRENCY-POSTING.
           IF WS-CPO-DATE (WS-LEDGER-SUB) = WS-BACK-POST-DATE
              AND WS-CPO-PROGRAM (WS-LEDGER-SUB) = WS-BACK-PROGRAM
              MOVE SPACES TO WS-LEDGER-IN-REC
              MOVE "C" TO LDR-C-TYPE
              MOVE WS-CPO-DATE (WS-LEDGER-SUB) TO LDR-C-DATE
              MOVE WS-CPO-PROGRAM (WS-LEDGER-SUB) TO LDR-C-PROGRAM
              MOVE WS-CPO-CODE (WS-LEDGER-SUB) TO LDR-C-CODE
              MOVE WS-CPO-CURRENCY (WS-LEDGER-SUB) TO LDR-C-CURRENCY
              MOVE WS-CPO-AMOUNT (WS-LEDGER-SUB) TO LDR-C-AMOUNT
              MOVE WS-CPO-VALUE (WS-LEDGER-SUB) TO LDR-C-VALUE
              MOVE WS-LEDGER-IN-REC TO WS-SAVE-IMAGE
              PERFORM 5900-WRITE-SAVE-RECORD
           ELSE
              ADD 1 TO WS-BACK-CPOST-KEEP
              MOVE WS-LEDGER-CPOST (WS-LEDGER-SUB)
                 TO WS-LEDGER-CPOST (WS-BACK-CPOST-KEEP)
           END-IF
           .
       5200-REMOVE-HISTORY.
           MOVE WS-HIST-FILENAME TO WS-SAVE-FILE-NAME
           OPEN INPUT HISTORY-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM 5210-SPLIT-HISTORY-RECORD
              UNTIL WS-HIST-FILE-STATUS NOT = "00"
           CLOSE HISTORY-FILE
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT HISTORY-FILE
           PERFORM 5220-RESTORE-HISTORY-RECORD
              UNTIL WS-WORK-FILE-STATUS NOT = "00"
           CLOSE WORK-FILE
           CLOSE HISTORY-FILE
           .
       5210-SPLIT-HISTORY-RECORD.
           READ HISTORY-FILE
              AT END
                 MOVE "10" TO WS-HIST-FILE-STATUS
              NOT AT END
                 IF HIST-RUN-DATE = WS-BACK-POST-DATE
                    MOVE HIST-RECORD TO WS-SAVE-IMAGE
                    PERFORM 5900-WRITE-SAVE-RECORD
                 ELSE
                    WRITE WORK-RECORD FROM HIST-RECORD
                 END-IF
           END-READ
           .
       5220-RESTORE-HISTORY-RECORD.
           READ WORK-FILE
              AT END
                 MOVE "10" TO WS-WORK-FILE-STATUS
              NOT AT END
                 WRITE HIST-RECORD FROM WORK-RECORD
           END-READ
           .
       5300-REMOVE-RUN-CONTROL.
           MOVE "cbruncontrol.txt" TO WS-SAVE-FILE-NAME
           OPEN INPUT RUN-CONTROL-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM 5310-SPLIT-RUN-CONTROL
              UNTIL WS-RUNCTL-FILE-STATUS NOT = "00"
           CLOSE RUN-CONTROL-FILE
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT RUN-CONTROL-FILE
           PERFORM 5320-RESTORE-RUN-CONTROL
              UNTIL WS-WORK-FILE-STATUS NOT = "00"
           CLOSE WORK-FILE
           CLOSE RUN-CONTROL-FILE
           .
       5310-SPLIT-RUN-CONTROL.
           READ RUN-CONTROL-FILE
              AT END
                 MOVE "10" TO WS-RUNCTL-FILE-STATUS
              NOT AT END
                 PERFORM 3100-TEST-RUN-CONTROL
                 IF WS-ENTRY-MATCHED
                    MOVE RUN-CONTROL-RECORD TO WS-SAVE-IMAGE
                    PERFORM 5900-WRITE-SAVE-RECORD
                 ELSE
                    WRITE WORK-RECORD FROM RUN-CONTROL-RECORD
                 END-IF
           END-READ
           .
       5320-RESTORE-RUN-CONTROL.
           READ WORK-FILE
              AT END
                 MOVE "10" TO WS-WORK-FILE-STATUS
              NOT AT END
                 WRITE RUN-CONTROL-RECORD FROM WORK-RECORD
           END-READ
           .
       5400-PURGE-TOTALS-STORE.
           MOVE "cb3totals.idx" TO WS-SAVE-FILE-NAME
           MOVE "N" TO WS-STORE-EOF-SW
           PERFORM 5410-PURGE-STORE-ROW
              UNTIL WS-END-OF-STORE
           CLOSE TOTALS-STORE-FILE
           .
       5410-PURGE-STORE-ROW.
           READ TOTALS-STORE-FILE NEXT RECORD
              AT END
                 SET WS-END-OF-STORE TO TRUE
              NOT AT END
                 IF TST-RUN-DATE = WS-BACK-POST-DATE
                    MOVE TOTALS-STORE-RECORD TO WS-SAVE-IMAGE
                    PERFORM 5900-WRITE-SAVE-RECORD
                    DELETE TOTALS-STORE-FILE
                 END-IF
           END-READ
           .
      *> type "B" marks the program's day as withdrawn: CBDAYEND
      *> drops the figures logged before it from the day position,
      *> and CBAUDIT lists it against the run it reverses.  the
      *> counts carry what was taken out of each file.
       5500-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE "B" TO AUD-REC-TYPE
           MOVE WS-BACK-PROGRAM TO AUD-PROGRAM
           MOVE WS-BACK-POST-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-HH TO AUD-RUN-HH
           MOVE WS-RUN-MN TO AUD-RUN-MN
           MOVE WS-RUN-SS TO AUD-RUN-SS
           STRING "BACKOUT SRC " DELIMITED BY SIZE
              RPT-TGT-SOURCE DELIMITED BY SIZE
              " SEQ " DELIMITED BY SIZE
              RPT-TGT-SEQ DELIMITED BY SIZE
              INTO AUD-INPUT-FILE
           END-STRING
           MOVE WS-HIST-DATE-COUNT TO AUD-READ-COUNT
           MOVE WS-RUNCTL-MATCH-COUNT TO AUD-REJECT-COUNT
           MOVE WS-TST-MATCH-COUNT TO AUD-RELEASED-COUNT
           MOVE ZEROS TO AUD-GROSS-TOTAL
           MOVE WS-BACK-JRNL-NET TO AUD-NET-TOTAL
           MOVE "BKOUT" TO AUD-TRAILER-STATUS
           MOVE WS-PAGE-COUNT TO AUD-PAGES
           MOVE "BACKOUT" TO AUD-RUN-MODE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       5900-WRITE-SAVE-RECORD.
           MOVE SPACES TO SAVE-RECORD
           MOVE WS-RUN-DATE TO SAV-BACKOUT-DATE
           MOVE WS-SAVE-FILE-NAME TO SAV-FILE-NAME
           MOVE WS-SAVE-IMAGE TO SAV-IMAGE
           MOVE WS-BACK-PROGRAM TO SAV-PROGRAM
           WRITE SAVE-RECORD
           .
       COPY "ledger-io.cpy".
       COPY "codetab-lookup.cpy".
       COPY "operator-check.cpy".
       COPY "operauth-check.cpy".
