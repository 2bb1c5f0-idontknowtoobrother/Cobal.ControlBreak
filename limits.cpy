          05 FILLER               PIC X(18)  VALUE " LIMIT EXCEPTIONS ".
          05 FILLER               PIC X(9)   VALUE "RUN DATE:".
          05 EXC-HDR-DATE         PIC 9(6).
          05 EXC-HDR-SIM-MARK     PIC X(12)  VALUE SPACES.
          05 EXC-HDR-OPER-MARK    PIC X(16)  VALUE SPACES.
       01 EXC-DETAIL-LINE.
          05 EXC-DET-CODE         PIC X(2).
          05 FILLER               PIC X(2)   VALUE SPACES.
