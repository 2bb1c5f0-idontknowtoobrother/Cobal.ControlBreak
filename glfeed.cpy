      *> line images of the machine-readable GL posting interface
      *> (cbglfeed.txt): a "00" header with the close date and feed
      *> sequence, one balanced DR/CR entry per COL-A group against
      *> the suspense offset account, then one entry per COL-A group
      *> for the month-end FX revaluation gain or loss against the
      *> "FX" unrealized gain/loss account, and a "99" control
      *> trailer with the entry count, amount hash total and signed
      *> net.
      *> written by CBCLOSE at close and by CBGLREC on a
      *> supervised retransmission.
       01 GLF-HEADER-LINE.
          05 FILLER               PIC X(2)   VALUE "00".
          05 FILLER               PIC X      VALUE SPACE.
          05 FILLER               PIC X(3)   VALUE "GLF".
          05 FILLER               PIC X      VALUE SPACE.
          05 GLF-HDR-DATE         PIC 9(6).
          05 FILLER               PIC X      VALUE SPACE.
          05 GLF-HDR-SEQ          PIC 9(3)   VALUE 001.
       01 GLF-DETAIL-LINE.
          05 GLF-DET-CODE         PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 GLF-DET-DR-CR        PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 GLF-DET-AMOUNT       PIC 9(11).
          05 FILLER               PIC X      VALUE SPACE.
          05 GLF-DET-OFFSET       PIC X(2)   VALUE "SU".
          05 FILLER               PIC X      VALUE SPACE.
          05 GLF-DET-CLOSE-DATE   PIC 9(6).
       01 GLF-TRAILER-LINE.
          05 FILLER               PIC X(2)   VALUE "99".
          05 FILLER               PIC X      VALUE SPACE.
          05 GLF-TRL-COUNT        PIC 9(7).
          05 FILLER               PIC X      VALUE SPACE.
          05 GLF-TRL-HASH         PIC 9(11).
          05 FILLER               PIC X      VALUE SPACE.
          05 GLF-TRL-NET          PIC S9(11) SIGN LEADING SEPARATE.
