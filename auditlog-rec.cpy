      *> (cbauditlog.txt) by every run of CB1/CB2/CB3/CBGEN (see
      *> 9920-WRITE-AUDIT-RECORD).  type "A" carries the run outcome;
      *> type "F" follows its "A" record once per additional input
      *> file read (filelist members, re-input pickup).  type "B" is
      *> written by the CBBACK backout utility when a program's run
      *> for a date is withdrawn: AUD-PROGRAM/AUD-RUN-DATE name the
      *> run, the three counts carry the history, run-control and
      *> totals-store records taken out, and AUD-NET-TOTAL the
      *> journal net reversed.  type "R" is written by the CBREORG
      *> code restatement: the counts carry the map entries applied,
      *> the proof lines restated and the codes re-keyed.  type "S"
      *> is a security record written when a controlled function is
      *> granted or refused (see operauth-check.cpy): AUD-INPUT-FILE
      *> names the function, AUD-RUN-MODE says GRANTED or REFUSED
      *> and AUD-TRAILER-STATUS gives the reason; it is listed by
      *> CBSECRPT (security-report.cbl).  every type carries the
      *> signed-on operator in AUD-OPERATOR.  read by the CBAUDIT
      *> inquiry program (audit-inquiry.cbl) and by CBDAYEND
      *> (day-end.cbl).
       01 AUDIT-LOG-RECORD.
          05 AUD-REC-TYPE         PIC X(1).
          05 FILLER               PIC X.
          05 AUD-PAGES            PIC 9(4).
          05 FILLER               PIC X.
          05 AUD-RUN-MODE         PIC X(10).
          05 FILLER               PIC X.
          05 AUD-OPERATOR         PIC X(8).
