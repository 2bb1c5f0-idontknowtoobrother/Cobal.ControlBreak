      *> operator sign-on.  the operator ID is given as an OPER=id
      *> token anywhere on the command line or as an OPER=id
      *> parameter card (the card wins when both are given); CBNIGHT
      *> passes its own operator on to every step it runs.  the ID
      *> is stamped on the program's audit log records and, through
      *> WS-OPER-MARK, on the end of its page headers.
       01 WS-OPERATOR-ID          PIC X(8)   VALUE SPACES.
       01 WS-OPER-COMMAND         PIC X(80)  VALUE SPACES.
       01 WS-OPER-LINE            PIC X(82)  VALUE SPACES.
       01 WS-OPER-TALLY           PIC 9(2)   VALUE ZEROS.
       01 WS-OPER-PTR             PIC 9(2)   VALUE ZEROS.
       01 WS-OPER-MARK            PIC X(16)  VALUE SPACES.
