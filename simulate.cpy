      *> simulation switch.  a run given SIMULATE on its command
      *> line (or as a parameter card) reads, edits, sorts and
      *> prints exactly as a real run does, writing its reports and
      *> exception files as usual, but leaves the files other runs
      *> depend on - ledger, run control, CBnHIST, totals store,
      *> detail history, re-input files, batch control (cbNctl.txt,
      *> cbgenctl.txt), GL feed and status, close history,
      *> distribution log, step status and the CB3 restart
      *> checkpoint (CB3CKPT, or CB3CKPTn for a partition) - as it
      *> found them; a simulated restart starts from the top.  its
      *> audit record goes to cbsimaudit.txt instead of
      *> cbauditlog.txt, where CBSIMCMP (sim-compare.cbl) sets it
      *> against the program's last real run.  WS-SIM-MARK is moved
      *> to the end of every page header.
       01 WS-SIM-SW               PIC X(1)   VALUE "N".
          88 WS-SIMULATION                   VALUE "Y".
       01 WS-SIM-COMMAND          PIC X(80)  VALUE SPACES.
       01 WS-SIM-LINE             PIC X(82)  VALUE SPACES.
       01 WS-SIM-TALLY            PIC 9(2)   VALUE ZEROS.
       01 WS-SIM-MARK             PIC X(12)  VALUE SPACES.
       01 WS-AUDIT-FILENAME       PIC X(20)  VALUE "cbauditlog.txt".
