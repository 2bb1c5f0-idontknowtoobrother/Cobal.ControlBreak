      *> record layout of the GL feed entry status file
      *> (cbglstat.txt): one line per detail entry ever transmitted
      *> on cbglfeed.txt, keyed by close date and feed sequence.
      *> CBCLOSE appends the entries of the close's feed with status
      *> S; the CBGLREC acknowledgement reconciliation
      *> (gl-ack-recon.cbl) marks them A (accepted) or R (rejected,
      *> with the GL's reason) from the return acknowledgement file,
      *> and on a retransmission marks the resent entries X
      *> (superseded) and appends them again under the new sequence.
      *> GLS-OFFSET is the offset account the entry was sent against
      *> ("SU" suspense, "FX" revaluation); blank on entries written
      *> before it was carried means "SU".
       01 GL-STATUS-RECORD.
          05 GLS-CLOSE-DATE       PIC 9(6).
          05 FILLER               PIC X.
          05 GLS-SEQ-NO           PIC 9(3).
          05 FILLER               PIC X.
          05 GLS-CODE             PIC X(2).
          05 FILLER               PIC X.
          05 GLS-DR-CR            PIC X(2).
          05 FILLER               PIC X.
          05 GLS-AMOUNT           PIC 9(11).
          05 FILLER               PIC X.
          05 GLS-SENT-DATE        PIC 9(6).
          05 FILLER               PIC X.
          05 GLS-STATUS           PIC X(1).
          05 FILLER               PIC X.
          05 GLS-ACK-DATE         PIC 9(6).
          05 FILLER               PIC X.
          05 GLS-REASON           PIC X(30).
          05 FILLER               PIC X.
          05 GLS-OFFSET           PIC X(2).
