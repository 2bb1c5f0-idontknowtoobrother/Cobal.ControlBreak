      *> record layout of the GL return acknowledgement file
      *> (cbglack.txt) sent back by the corporate GL for one feed.
      *> it follows the feed's own discipline:
      *>   "00" header - "ACK", the close date and feed sequence
      *>                 acknowledged
      *>   detail      - COL-A code, DR/CR, amount as received, A
      *>                 (accepted) or R (rejected) and the reason
      *>   "99" trailer - the entry count and amount hash total the
      *>                 GL received, to agree with what was sent
      *> read by CBGLREC (gl-ack-recon.cbl).
       01 GL-ACK-RECORD.
          05 ACK-REC-TYPE         PIC X(2).
          05 FILLER               PIC X(58).
       01 GL-ACK-HEADER REDEFINES GL-ACK-RECORD.
          05 FILLER               PIC X(3).
          05 ACK-HDR-ID           PIC X(3).
          05 FILLER               PIC X.
          05 ACK-HDR-DATE         PIC 9(6).
          05 FILLER               PIC X.
          05 ACK-HDR-SEQ          PIC 9(3).
          05 FILLER               PIC X(43).
       01 GL-ACK-DETAIL REDEFINES GL-ACK-RECORD.
          05 ACK-DET-CODE         PIC X(2).
          05 FILLER               PIC X.
          05 ACK-DET-DR-CR        PIC X(2).
          05 FILLER               PIC X.
          05 ACK-DET-AMOUNT       PIC 9(11).
          05 FILLER               PIC X.
          05 ACK-DET-STATUS       PIC X(1).
          05 FILLER               PIC X.
          05 ACK-DET-REASON       PIC X(30).
          05 FILLER               PIC X(10).
       01 GL-ACK-TRAILER REDEFINES GL-ACK-RECORD.
          05 FILLER               PIC X(3).
          05 ACK-TRL-COUNT        PIC 9(7).
          05 FILLER               PIC X.
          05 ACK-TRL-HASH         PIC 9(11).
          05 FILLER               PIC X(38).
