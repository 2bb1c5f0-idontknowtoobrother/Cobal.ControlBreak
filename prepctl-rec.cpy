      *> trust these counts and totals instead of re-validating the
      *> extract, and verify the master against PCT-DETAIL-COUNT as
      *> they read it.  PCT-TRAILER-STATUS: OK / OOB / NOTRL.
      *> when cb3parts.txt splits the night into COL-A range
      *> partitions, the master's record carries the partition
      *> count (PCT-PART-NO zero) and each partition cb3partN.txt
      *> gets its own record (cb3partN.ctl) with PCT-PART-NO N, its
      *> declared range and the counts and totals of its own
      *> details; date range and trailer status are the master's.
      *> a record written before partitioning has spaces here and
      *> reads as unpartitioned.  PCT-SIMULATION is "Y" when the
      *> master was prepared by a simulation (see simulate.cpy);
      *> real runs then ignore it and validate the extract again.
       01 PREP-CONTROL-RECORD.
          05 PCT-RUN-DATE         PIC 9(6).
          05 FILLER               PIC X.
          05 PCT-MIN-DATE         PIC 9(6).
          05 FILLER               PIC X.
          05 PCT-MAX-DATE         PIC 9(6).
          05 FILLER               PIC X.
          05 PCT-PART-NO          PIC 9(1).
          05 FILLER               PIC X.
          05 PCT-PART-COUNT       PIC 9(1).
          05 FILLER               PIC X.
          05 PCT-PART-LOW         PIC X(2).
          05 FILLER               PIC X.
          05 PCT-PART-HIGH        PIC X(2).
          05 FILLER               PIC X.
          05 PCT-SIMULATION       PIC X(1).
