           FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbnightreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN TO "cbnightparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT SIM-AUDIT-FILE ASSIGN TO "cbsimaudit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIMAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one record per scheduled step: step name, program to call,
      *> up to three predecessor steps, the highest condition code
      *> the chain tolerates before it stops, and the parameter the
      *> step program is to see as its command line (the driver's
      *> own command line when blank) - so one program can run as
      *> several steps, e.g. CB3 as PART=1 .. PART=n and MERGE.
       FD  STEP-PLAN-FILE.
       01 STEP-PLAN-RECORD.
          05 SPL-STEP-NAME        PIC X(8).
          05 SPL-PRED-3           PIC X(8).
          05 FILLER               PIC X.
          05 SPL-MAX-CC           PIC 9(2).
          05 FILLER               PIC X.
          05 SPL-PARM             PIC X(30).

      *> one record appended per step attempt.  a restarted night
      *> reads the night's records back and resumes from the first
      *> rerun.  the night is keyed by the driver's night date -
      *> the run date by default, or the date passed as a parameter
      *> when a chain that started before midnight is restarted
      *> after it.  each record carries the operator who ran the
      *> night.
       FD  STEP-STATUS-FILE.
       01 STEP-STATUS-RECORD.
          05 STS-RUN-DATE         PIC 9(6).
          05 STS-COND-CODE        PIC 9(2).
          05 FILLER               PIC X.
          05 STS-STATUS           PIC X(8).
          05 FILLER               PIC X.
          05 STS-OPERATOR         PIC X(8).

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(100).

       FD  PARM-FILE.
       01 PARM-CARD               PIC X(30).

      *> emptied at the start of a simulated night so the comparison
      *> at its end reports this night's simulation alone.
       FD  SIM-AUDIT-FILE.
       01 SIM-AUDIT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "parmcard.cpy".
       COPY "simulate.cpy".
       COPY "operator.cpy".
       01 WS-SIMAUD-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-PLAN-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-NIGHT-PARM           PIC X(10)  VALUE SPACES.
       01 WS-NIGHT-COMMAND        PIC X(80)  VALUE SPACES.
       01 WS-STEP-COMMAND         PIC X(80)  VALUE SPACES.
       01 WS-NIGHT-DATE           PIC 9(6)   VALUE ZEROS.
       01 WS-STATUS-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-OVERALL-CC           PIC 9(2)   VALUE ZEROS.
             10 WS-PLN-PRED-2     PIC X(8).
             10 WS-PLN-PRED-3     PIC X(8).
             10 WS-PLN-MAX-CC     PIC 9(2).
             10 WS-PLN-PARM       PIC X(30).
             10 WS-PLN-DONE-SW    PIC X(1).
       01 WS-PLAN-SUB             PIC 9(2)   VALUE ZEROS.
       01 WS-PRED-SCAN-SUB        PIC 9(2)   VALUE ZEROS.
          05 RPT-RUN-HH           PIC 99.
          05 FILLER               PIC X      VALUE ":".
          05 RPT-RUN-MN           PIC 99.
          05 RPT-SIM-MARK         PIC X(12)  VALUE SPACES.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-HEADER.
          05 FILLER               PIC X(10)  VALUE "STEP      ".
          05 FILLER               PIC X(10)  VALUE "PROGRAM   ".
          05 FILLER               PIC X(19)  VALUE
             "OVERALL CONDITION: ".
          05 RPT-OVERALL-CC       PIC 9(2).
       01 RPT-COMPARE-LINE.
          05 FILLER               PIC X(36)  VALUE
             "SIMULATION COMPARISON (CBSIMCMP) CC ".
          05 RPT-COMPARE-CC       PIC 9(2).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-NIGHT-COMMAND FROM COMMAND-LINE
           MOVE WS-NIGHT-COMMAND TO WS-NIGHT-PARM
           PERFORM 0450-LOAD-PARM-CARDS
           IF WS-PARM-ERROR
              DISPLAY "CBNIGHT: PARAMETER CARDS REJECTED - NOTHING RUN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 0400-CHECK-SIMULATION
           PERFORM 0420-GET-OPERATOR
           MOVE WS-SIM-MARK TO RPT-SIM-MARK
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           IF WS-NIGHT-PARM (1:6) NUMERIC
              MOVE WS-NIGHT-PARM (1:6) TO WS-NIGHT-DATE
           ELSE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *> a simulated night runs the whole plan afresh: the real
      *> night's step status neither resumes it nor is added to.
           IF WS-SIMULATION
              OPEN OUTPUT SIM-AUDIT-FILE
              CLOSE SIM-AUDIT-FILE
           ELSE
              PERFORM 0600-MARK-COMPLETED-STEPS
           END-IF
           PERFORM 2000-RUN-ONE-STEP
              VARYING WS-PLAN-SUB FROM 1 BY 1
              UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
           IF WS-SIMULATION
              PERFORM 4000-COMPARE-SIMULATION
           END-IF
           MOVE WS-OVERALL-CC TO RPT-OVERALL-CC
           DISPLAY RPT-OVERALL-LINE
           WRITE RPT-FILE-LINE FROM RPT-OVERALL-LINE
                          TO WS-PLN-PRED-3 (WS-PLAN-COUNT)
                       MOVE SPL-MAX-CC
                          TO WS-PLN-MAX-CC (WS-PLAN-COUNT)
                       MOVE SPL-PARM
                          TO WS-PLN-PARM (WS-PLAN-COUNT)
                       MOVE "N" TO WS-PLN-DONE-SW (WS-PLAN-COUNT)
                    ELSE
                       DISPLAY "*** STEP PLAN TABLE FULL - DROPPED: "
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-HHMMSS TO WS-STEP-END-TIME
           IF WS-STEP-DISPOSITION NOT = "RESUMED"
              AND NOT WS-SIMULATION
              PERFORM 3000-WRITE-STATUS-RECORD
           END-IF
           PERFORM 3100-PRINT-STEP-LINE
      *> the step programs are ordinary mains that GOBACK with their
      *> condition code in RETURN-CODE; the register is captured and
      *> cleared so a tolerated warning does not bleed into the next
      *> step or into the driver's own final code.  the step's
      *> parameter is set as the command line its ACCEPT will read,
      *> and the program is cancelled after it returns: a program
      *> planned as several steps must start each one with fresh
      *> working storage, as it would as a job step of its own.
       2200-CALL-STEP-PROGRAM.
           MOVE "N" TO WS-NO-PROGRAM-SW
           MOVE WS-PLN-PROGRAM (WS-PLAN-SUB) TO WS-CALL-PROGRAM
           IF WS-PLN-PARM (WS-PLAN-SUB) = SPACES
              MOVE WS-NIGHT-COMMAND TO WS-STEP-COMMAND
           ELSE
              MOVE WS-PLN-PARM (WS-PLAN-SUB) TO WS-STEP-COMMAND
           END-IF
           IF WS-SIMULATION
              PERFORM 2210-ADD-SIMULATE-TOKEN
           END-IF
           IF WS-OPERATOR-ID NOT = SPACES
              PERFORM 2220-ADD-OPERATOR-TOKEN
           END-IF
           DISPLAY WS-STEP-COMMAND UPON COMMAND-LINE
           MOVE ZEROS TO RETURN-CODE
           CALL WS-CALL-PROGRAM
              ON EXCEPTION
                 SET WS-PROGRAM-MISSING TO TRUE
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-CC
           CANCEL WS-CALL-PROGRAM
           MOVE ZEROS TO RETURN-CODE
           IF WS-PROGRAM-MISSING
              DISPLAY "*** PROGRAM " WS-CALL-PROGRAM
           MOVE WS-STEP-END-TIME TO STS-END-TIME
           MOVE WS-STEP-CC TO STS-COND-CODE
           MOVE WS-STEP-DISPOSITION TO STS-STATUS
           MOVE WS-OPERATOR-ID TO STS-OPERATOR
           WRITE STEP-STATUS-RECORD
           CLOSE STEP-STATUS-FILE
           .
           DISPLAY RPT-STEP-LINE
           WRITE RPT-FILE-LINE FROM RPT-STEP-LINE
           .
      *> every step of a simulated night is told so on its command
      *> line, whether the night was chosen by card or by parameter.
       2210-ADD-SIMULATE-TOKEN.
           MOVE SPACES TO WS-SIM-LINE
           STRING " " WS-STEP-COMMAND DELIMITED BY SIZE
              INTO WS-SIM-LINE
           END-STRING
           MOVE ZEROS TO WS-SIM-TALLY
           INSPECT WS-SIM-LINE TALLYING WS-SIM-TALLY
              FOR ALL " SIMULATE "
           IF WS-SIM-TALLY = ZEROS
              IF WS-STEP-COMMAND = SPACES
                 MOVE "SIMULATE" TO WS-STEP-COMMAND
              ELSE
                 MOVE WS-STEP-COMMAND TO WS-SIM-COMMAND
                 MOVE SPACES TO WS-STEP-COMMAND
                 STRING WS-SIM-COMMAND DELIMITED BY "  "
                    " SIMULATE" DELIMITED BY SIZE
                    INTO WS-STEP-COMMAND
                 END-STRING
              END-IF
           END-IF
           .
      *> the night's operator is passed to every step the same way,
      *> so each step's audit record and report name who ran it.
       2220-ADD-OPERATOR-TOKEN.
           MOVE SPACES TO WS-OPER-LINE
           STRING " " WS-STEP-COMMAND DELIMITED BY SIZE
              INTO WS-OPER-LINE
           END-STRING
           MOVE ZEROS TO WS-OPER-TALLY
           INSPECT WS-OPER-LINE TALLYING WS-OPER-TALLY
              FOR ALL " OPER="
           IF WS-OPER-TALLY = ZEROS
              MOVE WS-STEP-COMMAND TO WS-OPER-COMMAND
              MOVE SPACES TO WS-STEP-COMMAND
              IF WS-OPER-COMMAND = SPACES
                 STRING "OPER=" DELIMITED BY SIZE
                    WS-OPERATOR-ID DELIMITED BY SPACE
                    INTO WS-STEP-COMMAND
                 END-STRING
              ELSE
                 STRING WS-OPER-COMMAND DELIMITED BY "  "
                    " OPER=" DELIMITED BY SIZE
                    WS-OPERATOR-ID DELIMITED BY SPACE
                    INTO WS-STEP-COMMAND
                 END-STRING
              END-IF
           END-IF
           .
      *> the simulated night ends with CBSIMCMP setting each
      *> program's simulated totals against its last real run.
       4000-COMPARE-SIMULATION.
           MOVE "CBSIMCMP" TO WS-CALL-PROGRAM
           MOVE SPACES TO WS-STEP-COMMAND
           IF WS-OPERATOR-ID NOT = SPACES
              PERFORM 2220-ADD-OPERATOR-TOKEN
           END-IF
           DISPLAY WS-STEP-COMMAND UPON COMMAND-LINE
           MOVE "N" TO WS-NO-PROGRAM-SW
           MOVE ZEROS TO RETURN-CODE
           CALL WS-CALL-PROGRAM
              ON EXCEPTION
                 SET WS-PROGRAM-MISSING TO TRUE
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-CC
           CANCEL WS-CALL-PROGRAM
           MOVE ZEROS TO RETURN-CODE
           IF WS-PROGRAM-MISSING
              DISPLAY "*** PROGRAM " WS-CALL-PROGRAM
                 " UNAVAILABLE - NO COMPARISON ***"
              MOVE 8 TO WS-STEP-CC
           END-IF
           MOVE WS-STEP-CC TO RPT-COMPARE-CC
           DISPLAY RPT-COMPARE-LINE
           WRITE RPT-FILE-LINE FROM RPT-COMPARE-LINE
           .
       0470-APPLY-PARM-CARD.
           EVALUATE TRUE
              WHEN PARM-CARD = "SIMULATE"
                 PERFORM 0410-SET-SIMULATION
              WHEN PARM-CARD (1:5) = "OPER="
                 MOVE PARM-CARD (6:8) TO WS-OPERATOR-ID
              WHEN OTHER
                 DISPLAY "*** UNKNOWN PARAMETER CARD: " PARM-CARD
                    " ***"
                 SET WS-PARM-ERROR TO TRUE
           END-EVALUATE
           .
       COPY "parmcard-load.cpy".
       COPY "simulate-check.cpy".
       COPY "operator-check.cpy".
