      *> record layout of the GL feed corrections file
      *> (cbglcorr.txt) read by a CBGLREC retransmission
      *> (gl-ack-recon.cbl): one line per entry to be resent changed,
      *> naming the entry as it was sent - close date, feed sequence,
      *> COL-A code, DR/CR and amount - followed by the values it is
      *> to be resent with.  a corrected field left blank keeps the
      *> value sent.  an entry with no line here is resent under its
      *> current code (see cbcodemap.txt) and otherwise as sent.
       01 GL-CORR-RECORD.
          05 GLC-CLOSE-DATE       PIC 9(6).
          05 FILLER               PIC X.
          05 GLC-SEQ-NO           PIC 9(3).
          05 FILLER               PIC X.
          05 GLC-CODE             PIC X(2).
          05 FILLER               PIC X.
          05 GLC-DR-CR            PIC X(2).
          05 FILLER               PIC X.
          05 GLC-AMOUNT           PIC 9(11).
          05 FILLER               PIC X.
          05 GLC-NEW-CODE         PIC X(2).
          05 FILLER               PIC X.
          05 GLC-NEW-DR-CR        PIC X(2).
          05 FILLER               PIC X.
          05 GLC-NEW-AMOUNT       PIC 9(11).
          05 GLC-NEW-AMOUNT-X REDEFINES GLC-NEW-AMOUNT
                                  PIC X(11).
