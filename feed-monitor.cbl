       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBFEED.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-SCHED-FILE ASSIGN TO "cbfeedsched.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT FILELIST-FILE ASSIGN TO DYNAMIC WS-FILELIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILELIST-STATUS.
           SELECT CB2-PARM-FILE ASSIGN TO "cb2parm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "cbruncontrol.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "cbcalendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbfeedreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> one record per source system and consuming program: the
      *> number of extracts the source sends per business day, the
      *> file the extract is expected in, and the time of day (HHMM)
      *> by which it should have landed.  the program is the name
      *> the consumer registers on the run-control file (CB1, CB2,
      *> CBPRE).
       FD  FEED-SCHED-FILE.
       01 FEED-SCHED-RECORD.
          05 SCH-SOURCE-ID        PIC X(3).
          05 FILLER               PIC X.
          05 SCH-PROGRAM          PIC X(5).
          05 FILLER               PIC X.
          05 SCH-EXTRACTS         PIC 9(2).
          05 FILLER               PIC X.
          05 SCH-CUTOFF           PIC 9(4).
          05 FILLER               PIC X.
          05 SCH-FILE-NAME        PIC X(30).

      *> only the leading "00" header of an extract is read.
       FD  EXTRACT-FILE.
       01 EXTRACT-HEADER.
          05 EXH-MARKER           PIC X(2).
          05 FILLER               PIC X.
          05 EXH-SOURCE-ID        PIC X(3).
          05 FILLER               PIC X.
          05 EXH-BUS-DATE         PIC 9(6).
          05 FILLER               PIC X.
          05 EXH-SEQ-NO           PIC 9(3).
          05 FILLER               PIC X(13).

       FD  FILELIST-FILE.
       01 FILELIST-RECORD         PIC X(30).

       FD  CB2-PARM-FILE.
       01 CB2-PARM-CARD           PIC X(30).

       FD  RUN-CONTROL-FILE.
       COPY "runctl-rec.cpy".

       FD  CALENDAR-FILE.
       COPY "calendar-rec.cpy".

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "calendar.cpy".
       COPY "simulate.cpy".
       COPY "operator.cpy".
       01 WS-SCHED-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-EXTRACT-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-FILELIST-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-PARM-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-RUNCTL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-EXTRACT-NAME         PIC X(30)  VALUE SPACES.
       01 WS-FILELIST-NAME        PIC X(30)  VALUE SPACES.
       01 WS-FILELIST-FOUND-SW    PIC X(1)   VALUE "N".
          88 WS-FILELIST-FOUND               VALUE "Y".
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
       01 WS-RAISE-CC             PIC 9(2)   VALUE ZEROS.
       01 WS-FEED-PARM            PIC X(60)  VALUE SPACES.
       01 WS-FEED-TOKEN-1         PIC X(30)  VALUE SPACES.
       01 WS-FEED-TOKEN-2         PIC X(30)  VALUE SPACES.
       01 WS-FEED-TOKEN           PIC X(30)  VALUE SPACES.
       01 WS-FEED-PARM-ERROR-SW   PIC X(1)   VALUE "N".
          88 WS-FEED-PARM-ERROR              VALUE "Y".
       01 WS-NIGHT-DATE           PIC 9(6)   VALUE ZEROS.
       01 WS-GIVEN-BUS-DATE       PIC 9(6)   VALUE ZEROS.
      *> the business date whose extracts are expected tonight.
       01 WS-BUS-DATE             PIC 9(6)   VALUE ZEROS.
       01 WS-CHECK-HHMM           PIC 9(4)   VALUE ZEROS.
       01 WS-SCHED-COUNT          PIC 9(2)   VALUE ZEROS.
       01 WS-SCHED-MAX            PIC 9(2)   VALUE 40.
       01 WS-SCHED-TABLE.
          05 WS-SCHED-ENTRY OCCURS 40 TIMES.
             10 WS-SCH-SOURCE     PIC X(3).
             10 WS-SCH-PROGRAM    PIC X(5).
             10 WS-SCH-EXPECTED   PIC 9(2).
             10 WS-SCH-CUTOFF     PIC 9(4).
             10 WS-SCH-FILE       PIC X(30).
             10 WS-SCH-ARRIVED    PIC 9(3).
             10 WS-SCH-PROCESSED  PIC 9(3).
             10 WS-SCH-STATUS     PIC X(12).
       01 WS-SCHED-SUB            PIC 9(2)   VALUE ZEROS.
       01 WS-SCHED-MATCH-SUB      PIC 9(2)   VALUE ZEROS.
      *> every extract the night will read, and any scheduled file
      *> that has landed where the night will not read it.
       01 WS-SCAN-COUNT           PIC 9(2)   VALUE ZEROS.
       01 WS-SCAN-MAX             PIC 9(2)   VALUE 60.
       01 WS-SCAN-TABLE.
          05 WS-SCAN-ENTRY OCCURS 60 TIMES.
             10 WS-SCN-FILE       PIC X(30).
             10 WS-SCN-PROGRAM    PIC X(5).
             10 WS-SCN-READ-SW    PIC X(1).
                88 WS-SCN-READ-TONIGHT       VALUE "Y".
             10 WS-SCN-PRESENT-SW PIC X(1).
                88 WS-SCN-PRESENT            VALUE "Y".
             10 WS-SCN-HEADER-SW  PIC X(1).
                88 WS-SCN-HEADER             VALUE "Y".
                88 WS-SCN-BAD-HEADER         VALUE "B".
             10 WS-SCN-SOURCE     PIC X(3).
             10 WS-SCN-BUS-DATE   PIC 9(6).
             10 WS-SCN-SEQ-NO     PIC 9(3).
             10 WS-SCN-DONE-SW    PIC X(1).
                88 WS-SCN-ALREADY-RUN        VALUE "Y".
             10 WS-SCN-STATUS     PIC X(18).
       01 WS-SCAN-SUB             PIC 9(2)   VALUE ZEROS.
       01 WS-SCAN-SUB-2           PIC 9(2)   VALUE ZEROS.
       01 WS-ADD-FILE             PIC X(30)  VALUE SPACES.
       01 WS-ADD-PROGRAM          PIC X(5)   VALUE SPACES.
       01 WS-ADD-READ-SW          PIC X(1)   VALUE "Y".
       01 WS-SCAN-FOUND-SW        PIC X(1)   VALUE "N".
          88 WS-SCAN-FOUND                   VALUE "Y".
       01 WS-EARLIER-SW           PIC X(1)   VALUE "N".
          88 WS-SEEN-EARLIER                 VALUE "Y".
       01 WS-COMPLETE-COUNT       PIC 9(2)   VALUE ZEROS.
       01 WS-AWAITED-COUNT        PIC 9(2)   VALUE ZEROS.
       01 WS-LATE-COUNT           PIC 9(2)   VALUE ZEROS.
       01 WS-MISSING-COUNT        PIC 9(2)   VALUE ZEROS.
       01 WS-NOT-DUE-COUNT        PIC 9(2)   VALUE ZEROS.
       01 WS-EXCEPTION-COUNT      PIC 9(2)   VALUE ZEROS.
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
             "CBFEED ARRIVAL MONITOR ".
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
          05 RPT-SIM-MARK         PIC X(12)  VALUE SPACES.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-TARGET-LINE.
          05 FILLER               PIC X(15)  VALUE "BUSINESS DATE: ".
          05 RPT-TGT-BUS-DATE     PIC 9(6).
          05 FILLER               PIC X(14)  VALUE "  CHECKED AT: ".
          05 RPT-TGT-HHMM         PIC 9(4).
          05 FILLER               PIC X(12)  VALUE "  FILELIST: ".
          05 RPT-TGT-FILELIST     PIC X(30).
       01 RPT-SECTION-LINE.
          05 RPT-SECTION-TEXT     PIC X(60).
       01 RPT-SCHED-HEADER.
          05 FILLER               PIC X(10)  VALUE "SRC PGM   ".
          05 FILLER               PIC X(31)  VALUE "EXPECTED FILE".
          05 FILLER               PIC X(7)   VALUE "CUTOFF ".
          05 FILLER               PIC X(16)  VALUE "EXP ARR PRC".
          05 FILLER               PIC X(6)   VALUE "STATUS".
       01 RPT-SCHED-LINE.
          05 RPT-SCH-SOURCE       PIC X(3).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-SCH-PROGRAM      PIC X(5).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-SCH-FILE         PIC X(30).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-SCH-CUTOFF       PIC 9(4).
          05 FILLER               PIC X(3)   VALUE SPACES.
          05 RPT-SCH-EXPECTED     PIC ZZ9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-SCH-ARRIVED      PIC ZZ9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-SCH-PROCESSED    PIC ZZ9.
          05 FILLER               PIC X(5)   VALUE SPACES.
          05 RPT-SCH-STATUS       PIC X(12).
       01 RPT-SCAN-HEADER.
          05 FILLER               PIC X(31)  VALUE "EXTRACT FILE".
          05 FILLER               PIC X(6)   VALUE "PGM   ".
          05 FILLER               PIC X(4)   VALUE "SRC ".
          05 FILLER               PIC X(7)   VALUE "BUS DT ".
          05 FILLER               PIC X(4)   VALUE "SEQ ".
          05 FILLER               PIC X(6)   VALUE "STATUS".
       01 RPT-SCAN-LINE.
          05 RPT-SCN-FILE         PIC X(30).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-SCN-PROGRAM      PIC X(5).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-SCN-SOURCE       PIC X(3).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-SCN-BUS-DATE     PIC X(6).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-SCN-SEQ-NO       PIC X(3).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-SCN-STATUS       PIC X(18).
       01 RPT-SUMMARY-LINE.
          05 FILLER               PIC X(10)  VALUE "COMPLETE: ".
          05 RPT-SUM-COMPLETE     PIC Z9.
          05 FILLER               PIC X(11)  VALUE "  AWAITED: ".
          05 RPT-SUM-AWAITED      PIC Z9.
          05 FILLER               PIC X(8)   VALUE "  LATE: ".
          05 RPT-SUM-LATE         PIC Z9.
          05 FILLER               PIC X(11)  VALUE "  MISSING: ".
          05 RPT-SUM-MISSING      PIC Z9.
          05 FILLER               PIC X(11)  VALUE "  NOT DUE: ".
          05 RPT-SUM-NOT-DUE      PIC Z9.
          05 FILLER               PIC X(19)  VALUE
             "  FILE EXCEPTIONS: ".
          05 RPT-SUM-EXCEPTIONS   PIC Z9.
       01 RPT-MESSAGE-LINE.
          05 RPT-MESSAGE-TEXT     PIC X(60).

       PROCEDURE DIVISION.
      *> parm: [YYMMDD] [BUSDATE=YYMMDD] [FILELIST=name].  a bare
      *> date is the night date CBNIGHT was started with; when it is
      *> not a business day the night processes the business day
      *> before it.  with no date at all, a run from noon on checks
      *> the run date's extracts and a run before noon - after
      *> midnight, with the night under way - the prior business
      *> day's.  BUSDATE= names the business date outright.  the
      *> CB2 filelist is taken from CB2's own parameter card when
      *> not named here.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-CHECK-HHMM = WS-RUN-HH * 100 + WS-RUN-MN
           ACCEPT WS-FEED-PARM FROM COMMAND-LINE
           UNSTRING WS-FEED-PARM DELIMITED BY ALL SPACES
              INTO WS-FEED-TOKEN-1 WS-FEED-TOKEN-2
           END-UNSTRING
           PERFORM 0500-APPLY-MONITOR-PARM
           IF WS-FEED-PARM-ERROR
              DISPLAY "CBFEED: PARM IS [YYMMDD] [BUSDATE=YYMMDD] "
                 "[FILELIST=NAME]"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 0420-GET-OPERATOR
           PERFORM 8500-LOAD-CALENDAR
           PERFORM 0600-DERIVE-BUSINESS-DATE
           IF WS-FILELIST-NAME = SPACES
              PERFORM 0550-FIND-CB2-FILELIST
           END-IF
           OPEN OUTPUT RPT-FILE
           PERFORM PRINT-PAGE-HEADERS
           MOVE WS-BUS-DATE TO RPT-TGT-BUS-DATE
           MOVE WS-CHECK-HHMM TO RPT-TGT-HHMM
           IF WS-FILELIST-NAME = SPACES
              MOVE "NONE" TO RPT-TGT-FILELIST
           ELSE
              MOVE WS-FILELIST-NAME TO RPT-TGT-FILELIST
           END-IF
           DISPLAY RPT-TARGET-LINE
           WRITE RPT-FILE-LINE FROM RPT-TARGET-LINE
           PERFORM 1000-LOAD-SCHEDULE
           IF WS-SCHED-COUNT = ZEROS
              MOVE "*** NO FEED SCHEDULE - NOTHING CHECKED ***"
                 TO RPT-MESSAGE-TEXT
              DISPLAY RPT-MESSAGE-LINE
              WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
              CLOSE RPT-FILE
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-BUILD-SCAN-LIST
           PERFORM 3000-READ-EXTRACT-HEADERS
           PERFORM 4000-SCAN-RUN-CONTROL
           PERFORM 5000-JUDGE-ARRIVAL
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-SCAN-COUNT
           PERFORM 6000-JUDGE-SCHEDULE-ENTRY
              VARYING WS-SCHED-SUB FROM 1 BY 1
              UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
           PERFORM 7000-PRINT-SCHEDULE
           PERFORM 7100-PRINT-EXTRACTS
           PERFORM 7200-PRINT-SUMMARY
           CLOSE RPT-FILE
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK
           .
       0500-APPLY-MONITOR-PARM.
           MOVE WS-FEED-TOKEN-1 TO WS-FEED-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           MOVE WS-FEED-TOKEN-2 TO WS-FEED-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           .
       0510-APPLY-ONE-TOKEN.
           EVALUATE TRUE
              WHEN WS-FEED-TOKEN = SPACES
                 CONTINUE
              WHEN WS-FEED-TOKEN (1:6) NUMERIC
                 AND WS-FEED-TOKEN (7:1) = SPACE
                 MOVE WS-FEED-TOKEN (1:6) TO WS-NIGHT-DATE
              WHEN WS-FEED-TOKEN (1:8) = "BUSDATE="
                 IF WS-FEED-TOKEN (9:6) NUMERIC
                    MOVE WS-FEED-TOKEN (9:6) TO WS-GIVEN-BUS-DATE
                 ELSE
                    SET WS-FEED-PARM-ERROR TO TRUE
                 END-IF
              WHEN WS-FEED-TOKEN (1:9) = "FILELIST="
                 MOVE WS-FEED-TOKEN (10:21) TO WS-FILELIST-NAME
              WHEN WS-FEED-TOKEN (1:5) = "OPER="
                 CONTINUE
              WHEN WS-FEED-TOKEN = "SIMULATE"
                 PERFORM 0410-SET-SIMULATION
              WHEN OTHER
                 DISPLAY "*** UNKNOWN PARAMETER: " WS-FEED-TOKEN
                    " ***"
                 SET WS-FEED-PARM-ERROR TO TRUE
           END-EVALUATE
           .
      *> CB2 reads its filelist name from its parameter card when
      *> one is present; the monitor looks in the same place.
       0550-FIND-CB2-FILELIST.
           OPEN INPUT CB2-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
              PERFORM 0560-READ-CB2-PARM-CARD
                 UNTIL WS-PARM-FILE-STATUS NOT = "00"
              CLOSE CB2-PARM-FILE
           END-IF
           .
       0560-READ-CB2-PARM-CARD.
           READ CB2-PARM-FILE
              AT END
                 MOVE "10" TO WS-PARM-FILE-STATUS
              NOT AT END
                 IF CB2-PARM-CARD (1:9) = "FILELIST="
                    MOVE CB2-PARM-CARD (10:21) TO WS-FILELIST-NAME
                 END-IF
           END-READ
           .
       0600-DERIVE-BUSINESS-DATE.
           MOVE SPACES TO WS-CAL-CHECK-SOURCE
           EVALUATE TRUE
              WHEN WS-GIVEN-BUS-DATE NOT = ZEROS
                 MOVE WS-GIVEN-BUS-DATE TO WS-CAL-CHECK-DATE
              WHEN WS-NIGHT-DATE NOT = ZEROS
                 MOVE WS-NIGHT-DATE TO WS-CAL-CHECK-DATE
                 PERFORM 8520-CHECK-BUSINESS-DAY
                 IF NOT WS-CAL-BUSINESS-DAY
                    PERFORM 8560-PRIOR-BUSINESS-DAY
                 END-IF
              WHEN OTHER
                 MOVE WS-RUN-DATE TO WS-CAL-CHECK-DATE
                 PERFORM 8520-CHECK-BUSINESS-DAY
                 IF WS-RUN-HH < 12 OR NOT WS-CAL-BUSINESS-DAY
                    PERFORM 8560-PRIOR-BUSINESS-DAY
                 END-IF
           END-EVALUATE
           MOVE WS-CAL-CHECK-DATE TO WS-BUS-DATE
           .
       PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-RUN-HH TO RPT-RUN-HH
           MOVE WS-RUN-MN TO RPT-RUN-MN
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-SIM-MARK TO RPT-SIM-MARK
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           .
       1000-LOAD-SCHEDULE.
           OPEN INPUT FEED-SCHED-FILE
           IF WS-SCHED-FILE-STATUS = "00"
              PERFORM 1010-READ-SCHEDULE-RECORD
                 UNTIL WS-SCHED-FILE-STATUS NOT = "00"
              CLOSE FEED-SCHED-FILE
           END-IF
           .
       1010-READ-SCHEDULE-RECORD.
           READ FEED-SCHED-FILE
              AT END
                 MOVE "10" TO WS-SCHED-FILE-STATUS
              NOT AT END
                 IF SCH-SOURCE-ID = SPACES
                    OR SCH-PROGRAM = SPACES
                    OR SCH-EXTRACTS NOT NUMERIC
                    OR SCH-CUTOFF NOT NUMERIC
                    DISPLAY "*** SCHEDULE ENTRY IGNORED: "
                       FEED-SCHED-RECORD " ***"
                 ELSE
                    MOVE ZEROS TO WS-SCHED-MATCH-SUB
                    PERFORM 1020-MATCH-SCHEDULE-ENTRY
                       VARYING WS-SCHED-SUB FROM 1 BY 1
                       UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                    EVALUATE TRUE
                       WHEN WS-SCHED-MATCH-SUB NOT = ZEROS
                          DISPLAY "*** DUPLICATE SCHEDULE ENTRY "
                             "IGNORED: " SCH-SOURCE-ID " "
                             SCH-PROGRAM " ***"
                       WHEN WS-SCHED-COUNT < WS-SCHED-MAX
                          PERFORM 1030-ADD-SCHEDULE-ENTRY
                       WHEN OTHER
                          DISPLAY "*** SCHEDULE TABLE FULL - "
                             "DROPPED: " SCH-SOURCE-ID " ***"
                    END-EVALUATE
                 END-IF
           END-READ
           .
       1020-MATCH-SCHEDULE-ENTRY.
           IF WS-SCH-SOURCE (WS-SCHED-SUB) = SCH-SOURCE-ID
              AND WS-SCH-PROGRAM (WS-SCHED-SUB) = SCH-PROGRAM
              MOVE WS-SCHED-SUB TO WS-SCHED-MATCH-SUB
           END-IF
           .
       1030-ADD-SCHEDULE-ENTRY.
           ADD 1 TO WS-SCHED-COUNT
           MOVE SCH-SOURCE-ID TO WS-SCH-SOURCE (WS-SCHED-COUNT)
           MOVE SCH-PROGRAM TO WS-SCH-PROGRAM (WS-SCHED-COUNT)
           MOVE SCH-EXTRACTS TO WS-SCH-EXPECTED (WS-SCHED-COUNT)
           MOVE SCH-CUTOFF TO WS-SCH-CUTOFF (WS-SCHED-COUNT)
           MOVE SCH-FILE-NAME TO WS-SCH-FILE (WS-SCHED-COUNT)
           MOVE ZEROS TO WS-SCH-ARRIVED (WS-SCHED-COUNT)
           MOVE ZEROS TO WS-SCH-PROCESSED (WS-SCHED-COUNT)
           MOVE SPACES TO WS-SCH-STATUS (WS-SCHED-COUNT)
           .
      *> the files the night reads: input1.txt for CB1, the CB2
      *> filelist members (or input2.txt) for CB2, and input3.txt
      *> for CBPREP.  a scheduled file name outside that set is
      *> looked at too, so an extract that landed under the wrong
      *> name or was left off the filelist is reported rather than
      *> silently missed.
       2000-BUILD-SCAN-LIST.
           MOVE "Y" TO WS-ADD-READ-SW
           MOVE "input1.txt" TO WS-ADD-FILE
           MOVE "CB1" TO WS-ADD-PROGRAM
           PERFORM 2010-ADD-SCAN-FILE
           MOVE "CB2" TO WS-ADD-PROGRAM
           IF WS-FILELIST-NAME = SPACES
              MOVE "input2.txt" TO WS-ADD-FILE
              PERFORM 2010-ADD-SCAN-FILE
           ELSE
              OPEN INPUT FILELIST-FILE
              IF WS-FILELIST-STATUS = "00"
                 SET WS-FILELIST-FOUND TO TRUE
                 PERFORM 2020-READ-FILELIST-ENTRY
                    UNTIL WS-FILELIST-STATUS NOT = "00"
                 CLOSE FILELIST-FILE
              ELSE
                 DISPLAY "*** CB2 FILELIST NOT FOUND: "
                    WS-FILELIST-NAME " ***"
                 MOVE WS-FILELIST-NAME TO WS-ADD-FILE
                 PERFORM 2010-ADD-SCAN-FILE
                 MOVE "FILELIST MISSING" TO WS-SCN-STATUS
                    (WS-SCAN-COUNT)
                 MOVE 8 TO WS-RAISE-CC
                 PERFORM 7900-RAISE-COND-CODE
                 ADD 1 TO WS-EXCEPTION-COUNT
              END-IF
           END-IF
           MOVE "input3.txt" TO WS-ADD-FILE
           MOVE "CBPRE" TO WS-ADD-PROGRAM
           PERFORM 2010-ADD-SCAN-FILE
           MOVE "N" TO WS-ADD-READ-SW
           PERFORM 2030-ADD-SCHEDULED-FILE
              VARYING WS-SCHED-SUB FROM 1 BY 1
              UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
           .
       2010-ADD-SCAN-FILE.
           MOVE "N" TO WS-SCAN-FOUND-SW
           PERFORM 2015-MATCH-SCAN-FILE
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-SCAN-COUNT
           IF NOT WS-SCAN-FOUND
              IF WS-SCAN-COUNT < WS-SCAN-MAX
                 ADD 1 TO WS-SCAN-COUNT
                 MOVE WS-ADD-FILE TO WS-SCN-FILE (WS-SCAN-COUNT)
                 MOVE WS-ADD-PROGRAM TO WS-SCN-PROGRAM (WS-SCAN-COUNT)
                 MOVE WS-ADD-READ-SW TO WS-SCN-READ-SW (WS-SCAN-COUNT)
                 MOVE "N" TO WS-SCN-PRESENT-SW (WS-SCAN-COUNT)
                 MOVE "N" TO WS-SCN-HEADER-SW (WS-SCAN-COUNT)
                 MOVE SPACES TO WS-SCN-SOURCE (WS-SCAN-COUNT)
                 MOVE ZEROS TO WS-SCN-BUS-DATE (WS-SCAN-COUNT)
                 MOVE ZEROS TO WS-SCN-SEQ-NO (WS-SCAN-COUNT)
                 MOVE "N" TO WS-SCN-DONE-SW (WS-SCAN-COUNT)
                 MOVE SPACES TO WS-SCN-STATUS (WS-SCAN-COUNT)
              ELSE
                 DISPLAY "*** EXTRACT TABLE FULL - NOT CHECKED: "
                    WS-ADD-FILE " ***"
              END-IF
           END-IF
           .
       2015-MATCH-SCAN-FILE.
           IF WS-SCN-FILE (WS-SCAN-SUB) = WS-ADD-FILE
              SET WS-SCAN-FOUND TO TRUE
           END-IF
           .
       2020-READ-FILELIST-ENTRY.
           READ FILELIST-FILE
              AT END
                 MOVE "10" TO WS-FILELIST-STATUS
              NOT AT END
                 IF FILELIST-RECORD NOT = SPACES
                    MOVE FILELIST-RECORD TO WS-ADD-FILE
                    PERFORM 2010-ADD-SCAN-FILE
                 END-IF
           END-READ
           .
       2030-ADD-SCHEDULED-FILE.
           IF WS-SCH-FILE (WS-SCHED-SUB) NOT = SPACES
              MOVE WS-SCH-FILE (WS-SCHED-SUB) TO WS-ADD-FILE
              MOVE WS-SCH-PROGRAM (WS-SCHED-SUB) TO WS-ADD-PROGRAM
              PERFORM 2010-ADD-SCAN-FILE
           END-IF
           .
       3000-READ-EXTRACT-HEADERS.
           PERFORM 3010-READ-ONE-HEADER
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-SCAN-COUNT
           .
       3010-READ-ONE-HEADER.
           IF WS-SCN-STATUS (WS-SCAN-SUB) = SPACES
              MOVE WS-SCN-FILE (WS-SCAN-SUB) TO WS-EXTRACT-NAME
              OPEN INPUT EXTRACT-FILE
              IF WS-EXTRACT-FILE-STATUS = "00"
                 MOVE "Y" TO WS-SCN-PRESENT-SW (WS-SCAN-SUB)
                 READ EXTRACT-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       IF EXH-MARKER = "00"
                          PERFORM 3020-TAKE-HEADER
                       END-IF
                 END-READ
                 CLOSE EXTRACT-FILE
              END-IF
           END-IF
           .
       3020-TAKE-HEADER.
           IF EXH-SOURCE-ID = SPACES
              OR EXH-BUS-DATE NOT NUMERIC
              OR EXH-SEQ-NO NOT NUMERIC
              SET WS-SCN-BAD-HEADER (WS-SCAN-SUB) TO TRUE
           ELSE
              SET WS-SCN-HEADER (WS-SCAN-SUB) TO TRUE
              MOVE EXH-SOURCE-ID TO WS-SCN-SOURCE (WS-SCAN-SUB)
              MOVE EXH-BUS-DATE TO WS-SCN-BUS-DATE (WS-SCAN-SUB)
              MOVE EXH-SEQ-NO TO WS-SCN-SEQ-NO (WS-SCAN-SUB)
           END-IF
           .
      *> one pass of the run-control file marks each waiting
      *> extract its consumer has already processed, and counts the
      *> business date's extracts each scheduled feed has already
      *> had processed earlier in the day.
       4000-SCAN-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
              PERFORM 4010-READ-RUN-CONTROL
                 UNTIL WS-RUNCTL-FILE-STATUS NOT = "00"
              CLOSE RUN-CONTROL-FILE
           END-IF
           .
       4010-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
              AT END
                 MOVE "10" TO WS-RUNCTL-FILE-STATUS
              NOT AT END
                 PERFORM 4020-MATCH-WAITING-EXTRACT
                    VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-SCAN-COUNT
                 IF RCT-BUS-DATE = WS-BUS-DATE
                    PERFORM 4030-MATCH-SCHEDULED-FEED
                       VARYING WS-SCHED-SUB FROM 1 BY 1
                       UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                 END-IF
           END-READ
           .
       4020-MATCH-WAITING-EXTRACT.
           IF WS-SCN-HEADER (WS-SCAN-SUB)
              AND WS-SCN-PROGRAM (WS-SCAN-SUB) = RCT-PROGRAM
              AND WS-SCN-SOURCE (WS-SCAN-SUB) = RCT-SOURCE-ID
              AND WS-SCN-BUS-DATE (WS-SCAN-SUB) = RCT-BUS-DATE
              AND WS-SCN-SEQ-NO (WS-SCAN-SUB) = RCT-SEQ-NO
              SET WS-SCN-ALREADY-RUN (WS-SCAN-SUB) TO TRUE
           END-IF
           .
       4030-MATCH-SCHEDULED-FEED.
           IF WS-SCH-PROGRAM (WS-SCHED-SUB) = RCT-PROGRAM
              AND WS-SCH-SOURCE (WS-SCHED-SUB) = RCT-SOURCE-ID
              ADD 1 TO WS-SCH-PROCESSED (WS-SCHED-SUB)
           END-IF
           .
      *> each extract found is judged against the business date,
      *> the schedule, the calendar and the run-control file.  only
      *> a clean extract for tonight counts toward its feed.
       5000-JUDGE-ARRIVAL.
           MOVE ZEROS TO WS-RAISE-CC
           EVALUATE TRUE
              WHEN WS-SCN-STATUS (WS-SCAN-SUB) NOT = SPACES
                 CONTINUE
              WHEN NOT WS-SCN-PRESENT (WS-SCAN-SUB)
                 IF WS-SCN-READ-TONIGHT (WS-SCAN-SUB)
                    MOVE "NOT PRESENT" TO WS-SCN-STATUS (WS-SCAN-SUB)
                 END-IF
              WHEN WS-SCN-BAD-HEADER (WS-SCAN-SUB)
                 MOVE "INVALID HEADER" TO WS-SCN-STATUS (WS-SCAN-SUB)
                 MOVE 8 TO WS-RAISE-CC
              WHEN NOT WS-SCN-HEADER (WS-SCAN-SUB)
                 MOVE "NO HEADER" TO WS-SCN-STATUS (WS-SCAN-SUB)
                 MOVE 4 TO WS-RAISE-CC
              WHEN OTHER
                 PERFORM 5010-JUDGE-HEADERED-EXTRACT
           END-EVALUATE
           IF WS-RAISE-CC > ZEROS
              PERFORM 7900-RAISE-COND-CODE
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           .
       5010-JUDGE-HEADERED-EXTRACT.
           MOVE ZEROS TO WS-SCHED-MATCH-SUB
           PERFORM 5020-MATCH-ARRIVAL-FEED
              VARYING WS-SCHED-SUB FROM 1 BY 1
              UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
           MOVE "N" TO WS-EARLIER-SW
           PERFORM 5030-MATCH-EARLIER-ARRIVAL
              VARYING WS-SCAN-SUB-2 FROM 1 BY 1
              UNTIL WS-SCAN-SUB-2 >= WS-SCAN-SUB
           MOVE WS-SCN-BUS-DATE (WS-SCAN-SUB) TO WS-CAL-CHECK-DATE
           MOVE WS-SCN-SOURCE (WS-SCAN-SUB) TO WS-CAL-CHECK-SOURCE
           PERFORM 8520-CHECK-BUSINESS-DAY
           MOVE SPACES TO WS-CAL-CHECK-SOURCE
           EVALUATE TRUE
              WHEN NOT WS-SCN-READ-TONIGHT (WS-SCAN-SUB)
                 MOVE "NOT PICKED UP" TO WS-SCN-STATUS (WS-SCAN-SUB)
                 MOVE 8 TO WS-RAISE-CC
              WHEN WS-SCN-ALREADY-RUN (WS-SCAN-SUB)
                 MOVE "ALREADY PROCESSED"
                    TO WS-SCN-STATUS (WS-SCAN-SUB)
                 MOVE 8 TO WS-RAISE-CC
              WHEN WS-SEEN-EARLIER
                 MOVE "DUPLICATE" TO WS-SCN-STATUS (WS-SCAN-SUB)
                 MOVE 8 TO WS-RAISE-CC
              WHEN WS-SCN-BUS-DATE (WS-SCAN-SUB) < WS-BUS-DATE
                 MOVE "STALE DATE" TO WS-SCN-STATUS (WS-SCAN-SUB)
                 MOVE 8 TO WS-RAISE-CC
              WHEN WS-SCN-BUS-DATE (WS-SCAN-SUB) > WS-BUS-DATE
                 MOVE "FUTURE DATE" TO WS-SCN-STATUS (WS-SCAN-SUB)
                 MOVE 8 TO WS-RAISE-CC
              WHEN NOT WS-CAL-BUSINESS-DAY
                 MOVE "SOURCE NOT OPEN" TO WS-SCN-STATUS (WS-SCAN-SUB)
                 MOVE 8 TO WS-RAISE-CC
              WHEN WS-SCHED-MATCH-SUB = ZEROS
                 MOVE "UNSCHEDULED" TO WS-SCN-STATUS (WS-SCAN-SUB)
                 MOVE 4 TO WS-RAISE-CC
              WHEN OTHER
                 MOVE "ARRIVED" TO WS-SCN-STATUS (WS-SCAN-SUB)
                 ADD 1 TO WS-SCH-ARRIVED (WS-SCHED-MATCH-SUB)
           END-EVALUATE
           .
       5020-MATCH-ARRIVAL-FEED.
           IF WS-SCH-SOURCE (WS-SCHED-SUB) = WS-SCN-SOURCE (WS-SCAN-SUB)
              AND WS-SCH-PROGRAM (WS-SCHED-SUB)
              = WS-SCN-PROGRAM (WS-SCAN-SUB)
              MOVE WS-SCHED-SUB TO WS-SCHED-MATCH-SUB
           END-IF
           .
       5030-MATCH-EARLIER-ARRIVAL.
           IF WS-SCN-HEADER (WS-SCAN-SUB-2)
              AND WS-SCN-PROGRAM (WS-SCAN-SUB-2)
              = WS-SCN-PROGRAM (WS-SCAN-SUB)
              AND WS-SCN-SOURCE (WS-SCAN-SUB-2)
              = WS-SCN-SOURCE (WS-SCAN-SUB)
              AND WS-SCN-BUS-DATE (WS-SCAN-SUB-2)
              = WS-SCN-BUS-DATE (WS-SCAN-SUB)
              AND WS-SCN-SEQ-NO (WS-SCAN-SUB-2)
              = WS-SCN-SEQ-NO (WS-SCAN-SUB)
              SET WS-SEEN-EARLIER TO TRUE
           END-IF
           .
      *> a feed short of its extracts is AWAITED until its cutoff,
      *> LATE from the cutoff to midnight, and MISSING once the
      *> business day is over - by then the night is due to run and
      *> must be held.  a source that does not process on the
      *> business date (weekend, holiday, or its own S record on
      *> the calendar) is NOT DUE.
       6000-JUDGE-SCHEDULE-ENTRY.
           MOVE ZEROS TO WS-RAISE-CC
           MOVE WS-BUS-DATE TO WS-CAL-CHECK-DATE
           MOVE WS-SCH-SOURCE (WS-SCHED-SUB) TO WS-CAL-CHECK-SOURCE
           PERFORM 8520-CHECK-BUSINESS-DAY
           MOVE SPACES TO WS-CAL-CHECK-SOURCE
           EVALUATE TRUE
              WHEN NOT WS-CAL-BUSINESS-DAY
                 MOVE "NOT DUE" TO WS-SCH-STATUS (WS-SCHED-SUB)
                 ADD 1 TO WS-NOT-DUE-COUNT
              WHEN WS-SCH-ARRIVED (WS-SCHED-SUB)
                 + WS-SCH-PROCESSED (WS-SCHED-SUB)
                 >= WS-SCH-EXPECTED (WS-SCHED-SUB)
                 MOVE "COMPLETE" TO WS-SCH-STATUS (WS-SCHED-SUB)
                 ADD 1 TO WS-COMPLETE-COUNT
              WHEN WS-RUN-DATE > WS-BUS-DATE
                 MOVE "*** MISSING" TO WS-SCH-STATUS (WS-SCHED-SUB)
                 ADD 1 TO WS-MISSING-COUNT
                 MOVE 8 TO WS-RAISE-CC
              WHEN WS-RUN-DATE < WS-BUS-DATE
                 OR WS-CHECK-HHMM < WS-SCH-CUTOFF (WS-SCHED-SUB)
                 MOVE "AWAITED" TO WS-SCH-STATUS (WS-SCHED-SUB)
                 ADD 1 TO WS-AWAITED-COUNT
                 MOVE 4 TO WS-RAISE-CC
              WHEN OTHER
                 MOVE "*** LATE" TO WS-SCH-STATUS (WS-SCHED-SUB)
                 ADD 1 TO WS-LATE-COUNT
                 MOVE 8 TO WS-RAISE-CC
           END-EVALUATE
           PERFORM 7900-RAISE-COND-CODE
           .
       7000-PRINT-SCHEDULE.
           MOVE "--- SCHEDULED FEEDS ---" TO RPT-SECTION-TEXT
           DISPLAY RPT-SECTION-LINE
           WRITE RPT-FILE-LINE FROM RPT-SECTION-LINE
           DISPLAY RPT-SCHED-HEADER
           WRITE RPT-FILE-LINE FROM RPT-SCHED-HEADER
           PERFORM 7010-PRINT-SCHEDULE-LINE
              VARYING WS-SCHED-SUB FROM 1 BY 1
              UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
           .
       7010-PRINT-SCHEDULE-LINE.
           MOVE WS-SCH-SOURCE (WS-SCHED-SUB) TO RPT-SCH-SOURCE
           MOVE WS-SCH-PROGRAM (WS-SCHED-SUB) TO RPT-SCH-PROGRAM
           MOVE WS-SCH-FILE (WS-SCHED-SUB) TO RPT-SCH-FILE
           MOVE WS-SCH-CUTOFF (WS-SCHED-SUB) TO RPT-SCH-CUTOFF
           MOVE WS-SCH-EXPECTED (WS-SCHED-SUB) TO RPT-SCH-EXPECTED
           MOVE WS-SCH-ARRIVED (WS-SCHED-SUB) TO RPT-SCH-ARRIVED
           MOVE WS-SCH-PROCESSED (WS-SCHED-SUB) TO RPT-SCH-PROCESSED
           MOVE WS-SCH-STATUS (WS-SCHED-SUB) TO RPT-SCH-STATUS
           DISPLAY RPT-SCHED-LINE
           WRITE RPT-FILE-LINE FROM RPT-SCHED-LINE
           .
       7100-PRINT-EXTRACTS.
           MOVE "--- EXTRACTS WAITING ---" TO RPT-SECTION-TEXT
           DISPLAY RPT-SECTION-LINE
           WRITE RPT-FILE-LINE FROM RPT-SECTION-LINE
           DISPLAY RPT-SCAN-HEADER
           WRITE RPT-FILE-LINE FROM RPT-SCAN-HEADER
           PERFORM 7110-PRINT-EXTRACT-LINE
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-SCAN-COUNT
           .
       7110-PRINT-EXTRACT-LINE.
           IF WS-SCN-STATUS (WS-SCAN-SUB) NOT = SPACES
              MOVE WS-SCN-FILE (WS-SCAN-SUB) TO RPT-SCN-FILE
              MOVE WS-SCN-PROGRAM (WS-SCAN-SUB) TO RPT-SCN-PROGRAM
              IF WS-SCN-HEADER (WS-SCAN-SUB)
                 MOVE WS-SCN-SOURCE (WS-SCAN-SUB) TO RPT-SCN-SOURCE
                 MOVE WS-SCN-BUS-DATE (WS-SCAN-SUB)
                    TO RPT-SCN-BUS-DATE
                 MOVE WS-SCN-SEQ-NO (WS-SCAN-SUB) TO RPT-SCN-SEQ-NO
              ELSE
                 MOVE SPACES TO RPT-SCN-SOURCE
                 MOVE SPACES TO RPT-SCN-BUS-DATE
                 MOVE SPACES TO RPT-SCN-SEQ-NO
              END-IF
              MOVE WS-SCN-STATUS (WS-SCAN-SUB) TO RPT-SCN-STATUS
              DISPLAY RPT-SCAN-LINE
              WRITE RPT-FILE-LINE FROM RPT-SCAN-LINE
           END-IF
           .
       7200-PRINT-SUMMARY.
           MOVE WS-COMPLETE-COUNT TO RPT-SUM-COMPLETE
           MOVE WS-AWAITED-COUNT TO RPT-SUM-AWAITED
           MOVE WS-LATE-COUNT TO RPT-SUM-LATE
           MOVE WS-MISSING-COUNT TO RPT-SUM-MISSING
           MOVE WS-NOT-DUE-COUNT TO RPT-SUM-NOT-DUE
           MOVE WS-EXCEPTION-COUNT TO RPT-SUM-EXCEPTIONS
           DISPLAY RPT-SUMMARY-LINE
           WRITE RPT-FILE-LINE FROM RPT-SUMMARY-LINE
           EVALUATE TRUE
              WHEN WS-COND-CODE > 4
                 MOVE "*** FEED EXCEPTIONS - HOLD THE NIGHT ***"
                    TO RPT-MESSAGE-TEXT
              WHEN WS-COND-CODE > 0
                 MOVE "FEEDS NOT ALL IN - REVIEW BEFORE THE NIGHT"
                    TO RPT-MESSAGE-TEXT
              WHEN OTHER
                 MOVE "ALL SCHEDULED FEEDS IN - NIGHT MAY RUN"
                    TO RPT-MESSAGE-TEXT
           END-EVALUATE
           DISPLAY RPT-MESSAGE-LINE
           WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
           .
       7900-RAISE-COND-CODE.
           IF WS-RAISE-CC > WS-COND-CODE
              MOVE WS-RAISE-CC TO WS-COND-CODE
           END-IF
           .
       COPY "calendar-lookup.cpy".
       COPY "simulate-check.cpy".
       COPY "operator-check.cpy".
