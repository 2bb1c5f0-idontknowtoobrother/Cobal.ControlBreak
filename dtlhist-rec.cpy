      *> record of the indexed detail transaction history
      *> (cbdetail.idx).  one record per detail line released to the
      *> sort by CBPREP, CB1 or CB2, keyed by the extract it came in
      *> on (source, business date, sequence from the "00" header)
      *> and its position in that extract.  a headerless extract is
      *> filed under the program as its source, the run date and
      *> sequence 000.  DTH-ORIGIN is C for a detail that passed the
      *> edits first time and R for one picked up from cbNreinput.txt
      *> after a CBFIX repair; repaired details are numbered on from
      *> the last detail of the extract they were processed with.
      *> written by dtlhist-write.cpy and read by the CBDINQ
      *> inquiry program (detail-inquiry.cbl).
       01 DETAIL-HIST-RECORD.
          05 DTH-KEY.
             10 DTH-SOURCE-ID    PIC X(3).
             10 DTH-BUS-DATE     PIC 9(6).
             10 DTH-SEQ-NO       PIC 9(3).
             10 DTH-RECORD-NO    PIC 9(7).
          05 DTH-PROGRAM         PIC X(5).
          05 DTH-RUN-DATE        PIC 9(6).
          05 DTH-RUN-TIME        PIC 9(6).
          05 DTH-ORIGIN          PIC X(1).
             88 DTH-CLEAN                   VALUE "C".
             88 DTH-REPAIRED                VALUE "R".
          05 DTH-GROUP-KEY.
             10 DTH-COL-A        PIC X(2).
             10 DTH-COL-B        PIC X(2).
             10 DTH-COL-C        PIC X(2).
          05 DTH-COL-COUNT       PIC 9(7).
          05 DTH-TRANS-TYPE      PIC X(1).
             88 DTH-REVERSAL                VALUE "R".
          05 DTH-TRANS-DATE      PIC 9(6).
          05 DTH-AMOUNT          PIC S9(9) SIGN LEADING SEPARATE.
          05 DTH-CURRENCY        PIC X(3).
          05 DTH-INPUT-FILE      PIC X(30).
