      *> working fields for writing the detail transaction history
      *> (see dtlhist-write.cpy).  the program sets WS-DTH-PROGRAM
      *> before 9750-OPEN-DETAIL-HISTORY; 9755/9760 set the extract
      *> key as each input file or "00" header is met, and the
      *> WS-DTH-COL-x / count / type / date / amount / currency
      *> fields are filled before each 9770-WRITE-DETAIL-HISTORY.
       01 WS-DTH-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-DTH-OPEN-SW          PIC X(1)   VALUE "N".
          88 WS-DTH-OPEN                     VALUE "Y".
       01 WS-DTH-LOOSE-SW         PIC X(1)   VALUE "N".
          88 WS-DTH-HEADERLESS               VALUE "Y".
       01 WS-DTH-ORIGIN           PIC X(1)   VALUE "C".
          88 WS-DTH-CLEAN                    VALUE "C".
          88 WS-DTH-REPAIRED                 VALUE "R".
       01 WS-DTH-PROGRAM          PIC X(5)   VALUE SPACES.
       01 WS-DTH-INPUT-FILE       PIC X(30)  VALUE SPACES.
       01 WS-DTH-SOURCE-ID        PIC X(3)   VALUE SPACES.
       01 WS-DTH-BUS-DATE         PIC 9(6)   VALUE ZEROS.
       01 WS-DTH-SEQ-NO           PIC 9(3)   VALUE ZEROS.
       01 WS-DTH-RECORD-NO        PIC 9(7)   VALUE ZEROS.
       01 WS-DTH-LOOSE-RECORD-NO  PIC 9(7)   VALUE ZEROS.
       01 WS-DTH-WRITE-COUNT      PIC 9(7)   VALUE ZEROS.
       01 WS-DTH-COL-A            PIC X(2)   VALUE SPACES.
       01 WS-DTH-COL-B            PIC X(2)   VALUE SPACES.
       01 WS-DTH-COL-C            PIC X(2)   VALUE SPACES.
       01 WS-DTH-COL-COUNT        PIC 9(7)   VALUE ZEROS.
       01 WS-DTH-TRANS-TYPE       PIC X(1)   VALUE SPACE.
       01 WS-DTH-TRANS-DATE       PIC 9(6)   VALUE ZEROS.
       01 WS-DTH-AMOUNT           PIC S9(9)  VALUE ZEROS.
       01 WS-DTH-CURRENCY         PIC X(3)   VALUE SPACES.
