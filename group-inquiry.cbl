
       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "operator.cpy".
       01 WS-TST-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-INQ-PARM             PIC X(10)  VALUE SPACES.
       01 WS-INQ-KEY              PIC X(6)   VALUE SPACES.
             "CBINQ GROUP INQUIRY    ".
          05 FILLER               PIC X(5)   VALUE "KEY: ".
          05 RPT-INQ-KEY          PIC X(6).
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-FALLBACK-LINE.
          05 FILLER               PIC X(39)  VALUE
             "EXACT KEY HAS NO ACTIVITY - SHOWING AT".
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-INQ-PARM FROM COMMAND-LINE
           IF WS-INQ-PARM = SPACES
              DISPLAY "CBINQ: GROUP KEY PARM REQUIRED (A, AB, ABC)"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *> the key is everything ahead of an OPER= token.
           UNSTRING WS-INQ-PARM DELIMITED BY " OPER="
              INTO WS-INQ-KEY
           END-UNSTRING
           OPEN INPUT TOTALS-STORE-FILE
           IF WS-TST-FILE-STATUS NOT = "00"
              DISPLAY "CBINQ: NO TOTALS STORE AVAILABLE - STATUS "
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE WS-INQ-KEY TO RPT-INQ-KEY
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-INQ-HEADER
           WRITE RPT-FILE-LINE FROM RPT-INQ-HEADER
           MOVE WS-INQ-KEY TO WS-SEARCH-KEY
           END-IF
           .
       COPY "codetab-lookup.cpy".
       COPY "operator-check.cpy".
