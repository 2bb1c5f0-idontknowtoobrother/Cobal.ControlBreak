      *> function authorization against the operator authorization
      *> file (see operator-rec.cpy and operauth-check.cpy).  the
      *> calling program sets WS-OPER-PROGRAM and WS-OPER-FUNCTION
      *> before 0430; an operator who is not on the file, or is on
      *> it without the function's flag, is refused.  the file is
      *> not optional: without it every operator is refused.
       01 WS-OPERATOR-FILE-STATUS PIC X(2)   VALUE SPACES.
       01 WS-OPR-COUNT            PIC 9(3)   VALUE ZEROS.
       01 WS-OPR-MAX              PIC 9(3)   VALUE 200.
       01 WS-OPR-TABLE.
          05 WS-OPR-ENTRY OCCURS 200 TIMES.
             10 WS-OPR-ID         PIC X(8).
             10 WS-OPR-FLAGS      PIC X(6).
             10 WS-OPR-FLAG-TABLE REDEFINES WS-OPR-FLAGS.
                15 WS-OPR-FLAG    PIC X(1) OCCURS 6 TIMES.
       01 WS-OPR-SUB              PIC 9(3)   VALUE ZEROS.
       01 WS-OPR-LOADED-SW        PIC X(1)   VALUE "N".
          88 WS-OPR-LOADED                   VALUE "Y".
       01 WS-OPER-PROGRAM         PIC X(5)   VALUE SPACES.
       01 WS-OPER-FUNCTION        PIC 9(1)   VALUE 1.
          88 WS-FN-RUN-REPORTS               VALUE 1.
          88 WS-FN-CLOSE-PERIOD              VALUE 2.
          88 WS-FN-MAINT-CODES               VALUE 3.
          88 WS-FN-APPROVE-WOFF              VALUE 4.
          88 WS-FN-PURGE                     VALUE 5.
          88 WS-FN-RETRANSMIT                VALUE 6.
       01 WS-OPER-FUNCTION-NAMES.
          05 FILLER               PIC X(20)  VALUE "RUN REPORTS".
          05 FILLER               PIC X(20)  VALUE "CLOSE PERIOD".
          05 FILLER               PIC X(20)  VALUE "MAINTAIN CODES".
          05 FILLER               PIC X(20)  VALUE "APPROVE WRITE-OFFS".
          05 FILLER               PIC X(20)  VALUE "RETENTION PURGE".
          05 FILLER               PIC X(20)  VALUE "RETRANSMIT GL FEED".
       01 WS-OPER-FUNCTION-TABLE REDEFINES WS-OPER-FUNCTION-NAMES.
          05 WS-OPER-FUNCTION-NAME PIC X(20) OCCURS 6 TIMES.
       01 WS-OPER-LOOKUP-ID       PIC X(8)   VALUE SPACES.
       01 WS-OPER-FOUND-SW        PIC X(1)   VALUE "N".
          88 WS-OPER-FOUND                   VALUE "Y".
       01 WS-OPER-GRANT-SW        PIC X(1)   VALUE "N".
          88 WS-OPER-GRANTED                 VALUE "Y".
       01 WS-OPER-REASON          PIC X(5)   VALUE SPACES.
       01 WS-OPER-CLOCK.
          05 WS-OPER-CLOCK-HHMMSS PIC 9(6).
          05 FILLER               PIC 9(2).
