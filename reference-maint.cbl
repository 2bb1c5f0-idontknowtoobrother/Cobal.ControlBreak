       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBREFM.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-IN-FILE ASSIGN TO DYNAMIC WS-REF-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT REF-TRANS-FILE ASSIGN TO "cbreftrans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT NEW-REF-FILE ASSIGN TO DYNAMIC WS-NEW-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CODE-MASTER-FILE ASSIGN TO "codemast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT AUDIT-RPT-FILE ASSIGN TO "cbrefaudit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "cboperator.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cbauditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the four reference files are read and rewritten as whole
      *> line images, so comment lines and the order of entries
      *> survive maintenance.
       FD  REF-IN-FILE.
       01 REF-IN-RECORD           PIC X(80).

      *> one transaction per line: the file (L cblimits, R cbrates,
      *> H cbhier, C cbcalendar), the action (A add, C change,
      *> D delete) and the record as it is to stand on the file, in
      *> that file's own layout (limits-rec, rates-rec, hier-rec,
      *> calendar-rec).  a delete needs only the key.  RFT-OVERRIDE
      *> "Y" accepts a rate outside the sanity band.
       FD  REF-TRANS-FILE.
       01 REF-TRANS-RECORD.
          88 END-OF-TRANS-FILE           VALUE HIGH-VALUES.
          05 RFT-FILE             PIC X(1).
             88 RFT-LIMITS                   VALUE "L".
             88 RFT-RATES                    VALUE "R".
             88 RFT-HIER                     VALUE "H".
             88 RFT-CALENDAR                 VALUE "C".
          05 FILLER               PIC X.
          05 RFT-ACTION           PIC X(1).
             88 RFT-ACTION-ADD               VALUE "A".
             88 RFT-ACTION-CHANGE            VALUE "C".
             88 RFT-ACTION-DELETE            VALUE "D".
          05 FILLER               PIC X.
          05 RFT-DATA             PIC X(30).
          05 RFT-LIMIT-DATA REDEFINES RFT-DATA.
             10 RFL-CODE          PIC X(2).
             10 FILLER            PIC X.
             10 RFL-MIN-VALUE     PIC S9(9) SIGN LEADING SEPARATE.
             10 FILLER            PIC X.
             10 RFL-MAX-VALUE     PIC S9(9) SIGN LEADING SEPARATE.
             10 FILLER            PIC X.
             10 RFL-SWING-PCT     PIC 9(3).
             10 FILLER            PIC X(2).
          05 RFT-RATE-DATA REDEFINES RFT-DATA.
             10 RFR-CURRENCY      PIC X(3).
             10 FILLER            PIC X.
             10 RFR-DATE          PIC 9(6).
             10 FILLER            PIC X.
             10 RFR-RATE          PIC 9(3)V9(6).
             10 FILLER            PIC X(10).
          05 RFT-HIER-DATA REDEFINES RFT-DATA.
             10 RFH-LEVEL         PIC X(1).
             10 FILLER            PIC X.
             10 RFH-CHILD         PIC X(2).
             10 FILLER            PIC X.
             10 RFH-PARENT        PIC X(2).
             10 FILLER            PIC X(23).
          05 RFT-CAL-DATA REDEFINES RFT-DATA.
             10 RFC-TYPE          PIC X(1).
             10 FILLER            PIC X.
             10 RFC-W-DAY-LIST    PIC X(7).
             10 FILLER            PIC X(21).
          05 RFT-CAL-H-DATA REDEFINES RFT-DATA.
             10 FILLER            PIC X(2).
             10 RFC-H-DATE        PIC 9(6).
             10 FILLER            PIC X.
             10 RFC-H-DESC        PIC X(12).
             10 FILLER            PIC X(9).
          05 RFT-CAL-S-DATA REDEFINES RFT-DATA.
             10 FILLER            PIC X(2).
             10 RFC-S-SOURCE      PIC X(3).
             10 FILLER            PIC X.
             10 RFC-S-DATE        PIC 9(6).
             10 FILLER            PIC X(18).
          05 FILLER               PIC X.
          05 RFT-OVERRIDE         PIC X(1).

       FD  NEW-REF-FILE.
       01 NEW-REF-RECORD          PIC X(80).

       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".

       FD  AUDIT-RPT-FILE.
       01 RPT-FILE-LINE           PIC X(80).

       FD  OPERATOR-FILE.
       COPY "operator-rec.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "operator.cpy".
       COPY "operauth.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-REF-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-TRANS-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-REF-FILE-NAME        PIC X(20)  VALUE SPACES.
       01 WS-NEW-FILE-NAME        PIC X(20)  VALUE SPACES.
       01 WS-TRANS-APPLIED-COUNT  PIC 9(5)   VALUE ZEROS.
       01 WS-TRANS-REJECT-COUNT   PIC 9(5)   VALUE ZEROS.
       01 WS-MAINT-PARM           PIC X(30)  VALUE SPACES.
       01 WS-MAINT-TOKEN          PIC X(30)  VALUE SPACES.
       01 WS-MAINT-TOKEN-2        PIC X(30)  VALUE SPACES.
      *> a new rate more than this percentage away from the rate in
      *> force before it is refused unless overridden; BAND=nn on
      *> the parm sets it for the run.
       01 WS-RATE-BAND-PCT        PIC 9(3)   VALUE 10.
      *> the four reference files, by file id L/R/H/C.
       01 WS-FILE-SUB             PIC 9(1)   VALUE ZEROS.
       01 WS-FILE-ID              PIC X(1)   VALUE SPACES.
       01 WS-FILE-TABLE.
          05 WS-FILE-ENTRY OCCURS 4 TIMES.
             10 WS-FIL-ID         PIC X(1).
             10 WS-FIL-NAME       PIC X(20).
             10 WS-FIL-NEW-NAME   PIC X(20).
             10 WS-FIL-TRANS      PIC 9(5).
             10 WS-FIL-APPLIED    PIC 9(5).
       01 WS-CUR-FILE-SUB         PIC 9(1)   VALUE ZEROS.
      *> every line of the four files in file order.  WS-REF-STATE
      *> is blank for an untouched line, A added, C changed, D
      *> deleted (kept for the audit listing, not rewritten).  the
      *> table holds more than the capacities in 4100 allow the
      *> four files together, with room for comment lines and lines
      *> deleted in the run; should it still fill, no file is
      *> written, since a .new file would be short.
       01 WS-REF-COUNT            PIC 9(4)   VALUE ZEROS.
       01 WS-REF-MAX              PIC 9(4)   VALUE 2000.
       01 WS-REF-OVERFLOW-SW      PIC X(1)   VALUE "N".
          88 WS-REF-OVERFLOW                 VALUE "Y".
       01 WS-REF-TABLE.
          05 WS-REF-ENTRY OCCURS 2000 TIMES.
             10 WS-REF-FILE       PIC X(1).
             10 WS-REF-STATE      PIC X(1).
             10 WS-REF-IMAGE      PIC X(80).
       01 WS-REF-SUB              PIC 9(4)   VALUE ZEROS.
       01 WS-MATCH-SUB            PIC 9(4)   VALUE ZEROS.
       01 WS-ENTRY-FOUND-SW       PIC X(1)   VALUE "N".
          88 WS-ENTRY-FOUND                  VALUE "Y".
      *> the limits of the programs that load these files: an entry
      *> beyond them would be dropped at load, so it is refused.
       01 WS-SUBJECT-COUNT        PIC 9(4)   VALUE ZEROS.
       01 WS-SUBJECT-MAX          PIC 9(4)   VALUE ZEROS.
       01 WS-SUBJECT-KEY          PIC X(1)   VALUE SPACES.
       01 WS-EDIT-OK-SW           PIC X(1)   VALUE "N".
          88 WS-EDIT-OK                      VALUE "Y".
       01 WS-DISPOSITION          PIC X(32)  VALUE SPACES.
       01 WS-CHECK-CODE           PIC X(2)   VALUE SPACES.
       01 WS-CODE-OK-SW           PIC X(1)   VALUE "N".
          88 WS-CODE-OK                      VALUE "Y".
       01 WS-CODE-REASON          PIC X(12)  VALUE SPACES.
       01 WS-CHECK-DATE           PIC 9(6)   VALUE ZEROS.
       01 WS-CHECK-SPLIT REDEFINES WS-CHECK-DATE.
          05 WS-CHECK-YY          PIC 9(2).
          05 WS-CHECK-MM          PIC 9(2).
          05 WS-CHECK-DD          PIC 9(2).
       01 WS-DATE-VALID-SW        PIC X(1)   VALUE "N".
          88 WS-DATE-VALID                   VALUE "Y".
       01 WS-MONTH-END-DD         PIC 9(2)   VALUE ZEROS.
       01 WS-LEAP-QUOT            PIC 9(2)   VALUE ZEROS.
       01 WS-LEAP-REM             PIC 9(2)   VALUE ZEROS.
       01 WS-DAY-SUB              PIC 9(1)   VALUE ZEROS.
       01 WS-DAY-LIST-OK-SW       PIC X(1)   VALUE "N".
          88 WS-DAY-LIST-OK                  VALUE "Y".
      *> the rate in force before the transaction's date: the live
      *> entry for the currency with the latest earlier date.
       01 WS-PRIOR-FOUND-SW       PIC X(1)   VALUE "N".
          88 WS-PRIOR-FOUND                  VALUE "Y".
       01 WS-PRIOR-DATE           PIC 9(6)   VALUE ZEROS.
       01 WS-SCAN-DATE            PIC 9(6)   VALUE ZEROS.
       01 WS-PRIOR-RATE-X         PIC X(9)   VALUE ZEROS.
       01 WS-PRIOR-RATE REDEFINES WS-PRIOR-RATE-X
                                  PIC 9(3)V9(6).
       01 WS-RATE-MOVE-PCT        PIC S9(7)V99 VALUE ZEROS.
       01 WS-MAX-LINES-PER-PAGE   PIC 9(3)   VALUE 20.
       01 WS-LINE-COUNT           PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-COUNT           PIC 9(4)   VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-TIME.
          05 WS-RUN-HH            PIC 9(2).
          05 WS-RUN-MN            PIC 9(2).
          05 WS-RUN-SS            PIC 9(2).
          05 FILLER               PIC 9(2).
       01 RPT-PAGE-HEADER.
          05 FILLER               PIC X(23)  VALUE
             "CBREFM MAINTENANCE     ".
          05 FILLER               PIC X(9)   VALUE "RUN DATE:".
          05 RPT-RUN-MM           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-DD           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-YY           PIC 99.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-RUN-HH           PIC 99.
          05 FILLER               PIC X      VALUE ":".
          05 RPT-RUN-MN           PIC 99.
          05 FILLER               PIC X(6)   VALUE SPACES.
          05 FILLER               PIC X(6)   VALUE "PAGE: ".
          05 RPT-PAGE-NO          PIC ZZZ9.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-SECTION-LINE.
          05 RPT-SECTION-TEXT     PIC X(60).
       01 RPT-ENTRY-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ENTRY-STATE      PIC X(7).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ENTRY-IMAGE      PIC X(64).
       01 RPT-TRANS-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-TRANS-FILE       PIC X(1).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-TRANS-ACTION     PIC X(1).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-TRANS-DATA       PIC X(30).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-TRANS-OVERRIDE   PIC X(1).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-TRANS-DISP       PIC X(32).
       01 RPT-TOTALS-LINE.
          05 FILLER               PIC X(9)   VALUE "APPLIED: ".
          05 RPT-APPLIED-COUNT    PIC ZZZZ9.
          05 FILLER               PIC X(11)  VALUE "  REJECTED:".
          05 RPT-REJECTED-COUNT   PIC ZZZZ9.
       01 RPT-NEW-FILE-LINE.
          05 FILLER               PIC X(18)  VALUE "NEW FILE WRITTEN: ".
          05 RPT-NEW-FILE-NAME    PIC X(20).
          05 FILLER               PIC X(12)  VALUE " CHANGES: ".
          05 RPT-NEW-FILE-CHANGES PIC ZZZZ9.

       PROCEDURE DIVISION.
      *> applies add/change/delete transactions (cbreftrans.txt) to
      *> the limits, rates, hierarchy and calendar files, prints each
      *> file touched before and after maintenance with every
      *> transaction and its disposition (cbrefaudit.txt), and
      *> writes the maintained file as <name>.new for the operator
      *> to put in place, as CBCODE does for the code master.
      *> condition code 4 when a transaction is rejected, 8 when
      *> the files will not fit the table and nothing is written.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           MOVE "CBREF" TO WS-OPER-PROGRAM
           SET WS-FN-MAINT-CODES TO TRUE
           PERFORM 0430-CHECK-AUTHORITY
           IF NOT WS-OPER-GRANTED
              DISPLAY "CBREFM: OPERATOR NOT AUTHORIZED - NOTHING RUN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-MAINT-PARM FROM COMMAND-LINE
           PERFORM 0500-APPLY-MAINT-PARM
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM 8100-LOAD-CODE-TABLE
           PERFORM 1000-LOAD-REFERENCE-FILES
           IF WS-REF-OVERFLOW
              DISPLAY "CBREFM: REFERENCE TABLE FULL - NOTHING RUN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT AUDIT-RPT-FILE
           PERFORM PRINT-PAGE-HEADERS
           PERFORM 1500-COUNT-FILE-TRANSACTIONS
           PERFORM 2200-PRINT-BEFORE-SECTION
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 4
           MOVE "--- MAINTENANCE TRANSACTIONS ---"
              TO RPT-SECTION-TEXT
           PERFORM 2000-PRINT-SECTION-HEADER
           PERFORM 3000-APPLY-TRANSACTIONS
           PERFORM 2300-PRINT-AFTER-SECTION
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 4
           MOVE WS-TRANS-APPLIED-COUNT TO RPT-APPLIED-COUNT
           MOVE WS-TRANS-REJECT-COUNT TO RPT-REJECTED-COUNT
           DISPLAY RPT-TOTALS-LINE
           WRITE RPT-FILE-LINE FROM RPT-TOTALS-LINE
           IF WS-REF-OVERFLOW
              MOVE "*** REFERENCE TABLE FULL - NO FILE WRITTEN ***"
                 TO RPT-SECTION-TEXT
              DISPLAY RPT-SECTION-LINE
              WRITE RPT-FILE-LINE FROM RPT-SECTION-LINE
              CLOSE AUDIT-RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 5000-WRITE-NEW-FILE
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 4
           CLOSE AUDIT-RPT-FILE
           IF WS-TRANS-REJECT-COUNT > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .
      *> BAND=nn may come before or after the OPER= token.
       0500-APPLY-MAINT-PARM.
           UNSTRING WS-MAINT-PARM DELIMITED BY ALL SPACES
              INTO WS-MAINT-TOKEN WS-MAINT-TOKEN-2
           END-UNSTRING
           IF WS-MAINT-TOKEN (1:5) NOT = "BAND="
              MOVE WS-MAINT-TOKEN-2 TO WS-MAINT-TOKEN
           END-IF
           IF WS-MAINT-TOKEN (1:5) = "BAND="
              AND WS-MAINT-TOKEN (6:2) NUMERIC
              AND WS-MAINT-TOKEN (8:1) = SPACE
              MOVE WS-MAINT-TOKEN (6:2) TO WS-RATE-BAND-PCT
           END-IF
           .
       PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-RUN-HH TO RPT-RUN-HH
           MOVE WS-RUN-MN TO RPT-RUN-MN
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           MOVE ZEROS TO WS-LINE-COUNT
           .
       1000-LOAD-REFERENCE-FILES.
           MOVE "L" TO WS-FIL-ID (1)
           MOVE "cblimits.txt" TO WS-FIL-NAME (1)
           MOVE "cblimits.new" TO WS-FIL-NEW-NAME (1)
           MOVE "R" TO WS-FIL-ID (2)
           MOVE "cbrates.txt" TO WS-FIL-NAME (2)
           MOVE "cbrates.new" TO WS-FIL-NEW-NAME (2)
           MOVE "H" TO WS-FIL-ID (3)
           MOVE "cbhier.txt" TO WS-FIL-NAME (3)
           MOVE "cbhier.new" TO WS-FIL-NEW-NAME (3)
           MOVE "C" TO WS-FIL-ID (4)
           MOVE "cbcalendar.txt" TO WS-FIL-NAME (4)
           MOVE "cbcalendar.new" TO WS-FIL-NEW-NAME (4)
           PERFORM 1100-LOAD-ONE-FILE
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 4
           .
       1100-LOAD-ONE-FILE.
           MOVE ZEROS TO WS-FIL-TRANS (WS-FILE-SUB)
           MOVE ZEROS TO WS-FIL-APPLIED (WS-FILE-SUB)
           MOVE WS-FIL-NAME (WS-FILE-SUB) TO WS-REF-FILE-NAME
           OPEN INPUT REF-IN-FILE
           IF WS-REF-FILE-STATUS = "00"
              PERFORM 1110-READ-REFERENCE-LINE
                 UNTIL WS-REF-FILE-STATUS NOT = "00"
              CLOSE REF-IN-FILE
           END-IF
           .
       1110-READ-REFERENCE-LINE.
           READ REF-IN-FILE
              AT END
                 MOVE "10" TO WS-REF-FILE-STATUS
              NOT AT END
                 IF WS-REF-COUNT < WS-REF-MAX
                    ADD 1 TO WS-REF-COUNT
                    MOVE WS-FIL-ID (WS-FILE-SUB)
                       TO WS-REF-FILE (WS-REF-COUNT)
                    MOVE SPACE TO WS-REF-STATE (WS-REF-COUNT)
                    MOVE REF-IN-RECORD TO WS-REF-IMAGE (WS-REF-COUNT)
                 ELSE
                    SET WS-REF-OVERFLOW TO TRUE
                    DISPLAY "*** REFERENCE TABLE FULL - DROPPED: "
                       WS-REF-FILE-NAME " ***"
                 END-IF
           END-READ
           .
      *> a first look through the transactions decides which files
      *> are listed and rewritten.
       1500-COUNT-FILE-TRANSACTIONS.
           OPEN INPUT REF-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
              PERFORM 1510-COUNT-ONE-TRANSACTION
                 UNTIL WS-TRANS-FILE-STATUS NOT = "00"
              CLOSE REF-TRANS-FILE
           END-IF
           .
       1510-COUNT-ONE-TRANSACTION.
           READ REF-TRANS-FILE
              AT END
                 MOVE "10" TO WS-TRANS-FILE-STATUS
              NOT AT END
                 MOVE RFT-FILE TO WS-FILE-ID
                 PERFORM 4050-FIND-FILE-SLOT
                 IF WS-CUR-FILE-SUB > ZEROS
                    ADD 1 TO WS-FIL-TRANS (WS-CUR-FILE-SUB)
                 END-IF
           END-READ
           .
       2000-PRINT-SECTION-HEADER.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           DISPLAY RPT-SECTION-LINE
           WRITE RPT-FILE-LINE FROM RPT-SECTION-LINE
           ADD 1 TO WS-LINE-COUNT
           .
       2100-PRINT-FILE-ENTRY.
           IF WS-REF-FILE (WS-REF-SUB) = WS-FIL-ID (WS-FILE-SUB)
              IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
                 PERFORM PRINT-PAGE-HEADERS
              END-IF
              EVALUATE WS-REF-STATE (WS-REF-SUB)
                 WHEN "A"
                    MOVE "ADDED" TO RPT-ENTRY-STATE
                 WHEN "C"
                    MOVE "CHANGED" TO RPT-ENTRY-STATE
                 WHEN "D"
                    MOVE "DELETED" TO RPT-ENTRY-STATE
                 WHEN OTHER
                    MOVE SPACES TO RPT-ENTRY-STATE
              END-EVALUATE
              MOVE WS-REF-IMAGE (WS-REF-SUB) TO RPT-ENTRY-IMAGE
              DISPLAY RPT-ENTRY-LINE
              WRITE RPT-FILE-LINE FROM RPT-ENTRY-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF
           .
       2200-PRINT-BEFORE-SECTION.
           IF WS-FIL-TRANS (WS-FILE-SUB) > ZEROS
              MOVE SPACES TO RPT-SECTION-TEXT
              STRING "--- " DELIMITED BY SIZE
                 WS-FIL-NAME (WS-FILE-SUB) DELIMITED BY SPACE
                 " BEFORE MAINTENANCE ---" DELIMITED BY SIZE
                 INTO RPT-SECTION-TEXT
              END-STRING
              PERFORM 2000-PRINT-SECTION-HEADER
              PERFORM 2100-PRINT-FILE-ENTRY
                 VARYING WS-REF-SUB FROM 1 BY 1
                 UNTIL WS-REF-SUB > WS-REF-COUNT
           END-IF
           .
      *> the after listing marks each line added or changed, and
      *> shows a deleted line once more so the audit holds what was
      *> removed.
       2300-PRINT-AFTER-SECTION.
           IF WS-FIL-TRANS (WS-FILE-SUB) > ZEROS
              MOVE SPACES TO RPT-SECTION-TEXT
              STRING "--- " DELIMITED BY SIZE
                 WS-FIL-NAME (WS-FILE-SUB) DELIMITED BY SPACE
                 " AFTER MAINTENANCE ---" DELIMITED BY SIZE
                 INTO RPT-SECTION-TEXT
              END-STRING
              PERFORM 2000-PRINT-SECTION-HEADER
              PERFORM 2100-PRINT-FILE-ENTRY
                 VARYING WS-REF-SUB FROM 1 BY 1
                 UNTIL WS-REF-SUB > WS-REF-COUNT
           END-IF
           .
       3000-APPLY-TRANSACTIONS.
           OPEN INPUT REF-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
              PERFORM 3010-READ-TRANSACTION
              PERFORM 3020-APPLY-ONE-TRANSACTION
                 UNTIL END-OF-TRANS-FILE
              CLOSE REF-TRANS-FILE
           ELSE
              MOVE "*** NO TRANSACTION FILE - NOTHING APPLIED ***"
                 TO RPT-SECTION-TEXT
              PERFORM 2000-PRINT-SECTION-HEADER
           END-IF
           .
       3010-READ-TRANSACTION.
           READ REF-TRANS-FILE
           AT END
              SET END-OF-TRANS-FILE TO TRUE
           END-READ
           .
       3020-APPLY-ONE-TRANSACTION.
           MOVE RFT-FILE TO RPT-TRANS-FILE
           MOVE RFT-ACTION TO RPT-TRANS-ACTION
           MOVE RFT-DATA TO RPT-TRANS-DATA
           MOVE RFT-OVERRIDE TO RPT-TRANS-OVERRIDE
           MOVE SPACES TO WS-DISPOSITION
           MOVE "N" TO WS-EDIT-OK-SW
           MOVE RFT-FILE TO WS-FILE-ID
           PERFORM 4050-FIND-FILE-SLOT
           EVALUATE TRUE
              WHEN WS-CUR-FILE-SUB = ZEROS
                 MOVE "REJECTED - BAD FILE ID" TO WS-DISPOSITION
              WHEN NOT RFT-ACTION-ADD AND NOT RFT-ACTION-CHANGE
                 AND NOT RFT-ACTION-DELETE
                 MOVE "REJECTED - BAD ACTION" TO WS-DISPOSITION
              WHEN OTHER
                 PERFORM 4000-FIND-ENTRY
                 EVALUATE TRUE
                    WHEN RFT-LIMITS
                       PERFORM 3100-EDIT-LIMIT
                    WHEN RFT-RATES
                       PERFORM 3200-EDIT-RATE
                    WHEN RFT-HIER
                       PERFORM 3300-EDIT-HIERARCHY
                    WHEN RFT-CALENDAR
                       PERFORM 3400-EDIT-CALENDAR
                 END-EVALUATE
                 IF WS-EDIT-OK
                    PERFORM 3500-APPLY-TO-TABLE
                 END-IF
           END-EVALUATE
           IF WS-DISPOSITION (1:7) = "APPLIED"
              ADD 1 TO WS-TRANS-APPLIED-COUNT
              ADD 1 TO WS-FIL-APPLIED (WS-CUR-FILE-SUB)
           ELSE
              ADD 1 TO WS-TRANS-REJECT-COUNT
           END-IF
           MOVE WS-DISPOSITION TO RPT-TRANS-DISP
           PERFORM 3060-PRINT-TRANS-LINE
           PERFORM 3010-READ-TRANSACTION
           .
       3060-PRINT-TRANS-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
           END-IF
           DISPLAY RPT-TRANS-LINE
           WRITE RPT-FILE-LINE FROM RPT-TRANS-LINE
           ADD 1 TO WS-LINE-COUNT
           .
      *> the common add/change/delete checks: an add must be new,
      *> a change or delete must find its entry.  the file edits
      *> below run these first and leave WS-EDIT-OK set only when
      *> the transaction may be applied.
       3050-CHECK-PRESENCE.
           EVALUATE TRUE
              WHEN RFT-ACTION-ADD AND WS-ENTRY-FOUND
                 MOVE "REJECTED - DUPLICATE" TO WS-DISPOSITION
              WHEN NOT RFT-ACTION-ADD AND NOT WS-ENTRY-FOUND
                 MOVE "REJECTED - NOT FOUND" TO WS-DISPOSITION
              WHEN OTHER
                 SET WS-EDIT-OK TO TRUE
           END-EVALUATE
           .
      *> limits: the code must be on the code master and the minimum
      *> must not exceed the maximum.
       3100-EDIT-LIMIT.
           IF RFL-CODE = SPACES
              MOVE "REJECTED - BAD KEY" TO WS-DISPOSITION
           ELSE
              PERFORM 3050-CHECK-PRESENCE
           END-IF
           IF WS-EDIT-OK AND NOT RFT-ACTION-DELETE
              MOVE "N" TO WS-EDIT-OK-SW
              MOVE RFL-CODE TO WS-CHECK-CODE
              PERFORM 4300-CHECK-CODE-ON-MASTER
              EVALUATE TRUE
                 WHEN NOT WS-CODE-OK
                    STRING "REJECTED - CODE " DELIMITED BY SIZE
                       WS-CODE-REASON DELIMITED BY SIZE
                       INTO WS-DISPOSITION
                    END-STRING
                 WHEN RFL-MIN-VALUE NOT NUMERIC
                    OR RFL-MAX-VALUE NOT NUMERIC
                    OR RFL-SWING-PCT NOT NUMERIC
                    MOVE "REJECTED - VALUE NOT NUMERIC"
                       TO WS-DISPOSITION
                 WHEN RFL-MIN-VALUE > RFL-MAX-VALUE
                    MOVE "REJECTED - MIN ABOVE MAX" TO WS-DISPOSITION
                 WHEN OTHER
                    MOVE "L" TO WS-SUBJECT-KEY
                    MOVE 200 TO WS-SUBJECT-MAX
                    PERFORM 4100-CHECK-CAPACITY
              END-EVALUATE
           END-IF
           .
      *> rates: never for the base currency, a valid effective date,
      *> a nonzero rate, and within WS-RATE-BAND-PCT of the rate in
      *> force before it - a mistyped rate mis-values every line in
      *> that currency.
       3200-EDIT-RATE.
           IF RFR-CURRENCY = SPACES OR RFR-DATE NOT NUMERIC
              MOVE "REJECTED - BAD KEY" TO WS-DISPOSITION
           ELSE
              PERFORM 3050-CHECK-PRESENCE
           END-IF
           IF WS-EDIT-OK AND NOT RFT-ACTION-DELETE
              MOVE "N" TO WS-EDIT-OK-SW
              MOVE RFR-DATE TO WS-CHECK-DATE
              PERFORM 4400-CHECK-DATE-VALID
              EVALUATE TRUE
                 WHEN RFR-CURRENCY = "USD"
                    MOVE "REJECTED - BASE CURRENCY" TO WS-DISPOSITION
                 WHEN NOT WS-DATE-VALID
                    MOVE "REJECTED - INVALID DATE" TO WS-DISPOSITION
                 WHEN RFR-RATE NOT NUMERIC
                    MOVE "REJECTED - RATE NOT NUMERIC"
                       TO WS-DISPOSITION
                 WHEN RFR-RATE = ZEROS
                    MOVE "REJECTED - ZERO RATE" TO WS-DISPOSITION
                 WHEN OTHER
                    MOVE "R" TO WS-SUBJECT-KEY
                    MOVE 100 TO WS-SUBJECT-MAX
                    PERFORM 4100-CHECK-CAPACITY
              END-EVALUATE
              IF WS-EDIT-OK
                 PERFORM 4200-FIND-PRIOR-RATE
                 IF WS-PRIOR-FOUND
                    COMPUTE WS-RATE-MOVE-PCT ROUNDED =
                       (RFR-RATE - WS-PRIOR-RATE) * 100
                       / WS-PRIOR-RATE
                    IF WS-RATE-MOVE-PCT < ZEROS
                       COMPUTE WS-RATE-MOVE-PCT =
                          ZEROS - WS-RATE-MOVE-PCT
                    END-IF
                    IF WS-RATE-MOVE-PCT > WS-RATE-BAND-PCT
                       IF RFT-OVERRIDE = "Y"
                          MOVE "APPLIED - OUTSIDE BAND, OVERRIDE"
                             TO WS-DISPOSITION
                       ELSE
                          MOVE "N" TO WS-EDIT-OK-SW
                          MOVE "REJECTED - OUTSIDE BAND OF PRIOR"
                             TO WS-DISPOSITION
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *> hierarchy: a level B or C pair whose child and parent are
      *> both live on the code master.  a pair is its own key, so
      *> it is added or deleted, never changed.
       3300-EDIT-HIERARCHY.
           EVALUATE TRUE
              WHEN RFH-LEVEL NOT = "B" AND RFH-LEVEL NOT = "C"
                 MOVE "REJECTED - LEVEL NOT B OR C" TO WS-DISPOSITION
              WHEN RFH-CHILD = SPACES OR RFH-PARENT = SPACES
                 MOVE "REJECTED - BAD KEY" TO WS-DISPOSITION
              WHEN RFT-ACTION-CHANGE
                 MOVE "REJECTED - DELETE AND ADD A PAIR"
                    TO WS-DISPOSITION
              WHEN OTHER
                 PERFORM 3050-CHECK-PRESENCE
           END-EVALUATE
           IF WS-EDIT-OK AND RFT-ACTION-ADD
              MOVE "N" TO WS-EDIT-OK-SW
              MOVE RFH-CHILD TO WS-CHECK-CODE
              PERFORM 4300-CHECK-CODE-ON-MASTER
              IF NOT WS-CODE-OK
                 STRING "REJECTED - CHILD " DELIMITED BY SIZE
                    WS-CODE-REASON DELIMITED BY SIZE
                    INTO WS-DISPOSITION
                 END-STRING
              ELSE
                 MOVE RFH-PARENT TO WS-CHECK-CODE
                 PERFORM 4300-CHECK-CODE-ON-MASTER
                 IF NOT WS-CODE-OK
                    STRING "REJECTED - PARENT " DELIMITED BY SIZE
                       WS-CODE-REASON DELIMITED BY SIZE
                       INTO WS-DISPOSITION
                    END-STRING
                 ELSE
                    MOVE RFH-LEVEL TO WS-SUBJECT-KEY
                    MOVE 200 TO WS-SUBJECT-MAX
                    PERFORM 4100-CHECK-CAPACITY
                 END-IF
              END-IF
           END-IF
           .
      *> calendar: a holiday or source day must carry a real date
      *> and may appear only once; the weekend rule lists days 1-7.
      *> a holiday change alters its description only; a source day
      *> is all key and is added or deleted.
       3400-EDIT-CALENDAR.
           EVALUATE TRUE
              WHEN RFC-TYPE = "H"
                 IF RFC-H-DATE NOT NUMERIC
                    MOVE "REJECTED - BAD KEY" TO WS-DISPOSITION
                 ELSE
                    PERFORM 3050-CHECK-PRESENCE
                 END-IF
              WHEN RFC-TYPE = "S"
                 EVALUATE TRUE
                    WHEN RFC-S-SOURCE = SPACES
                       OR RFC-S-DATE NOT NUMERIC
                       MOVE "REJECTED - BAD KEY" TO WS-DISPOSITION
                    WHEN RFT-ACTION-CHANGE
                       MOVE "REJECTED - DELETE AND ADD A DAY"
                          TO WS-DISPOSITION
                    WHEN OTHER
                       PERFORM 3050-CHECK-PRESENCE
                 END-EVALUATE
              WHEN RFC-TYPE = "W"
                 PERFORM 3050-CHECK-PRESENCE
              WHEN OTHER
                 MOVE "REJECTED - TYPE NOT W, H OR S" TO WS-DISPOSITION
           END-EVALUATE
           IF WS-EDIT-OK AND NOT RFT-ACTION-DELETE
              MOVE "N" TO WS-EDIT-OK-SW
              EVALUATE RFC-TYPE
                 WHEN "H"
                    MOVE RFC-H-DATE TO WS-CHECK-DATE
                    PERFORM 4400-CHECK-DATE-VALID
                    IF WS-DATE-VALID
                       MOVE "H" TO WS-SUBJECT-KEY
                       MOVE 100 TO WS-SUBJECT-MAX
                       PERFORM 4100-CHECK-CAPACITY
                    ELSE
                       MOVE "REJECTED - INVALID DATE" TO WS-DISPOSITION
                    END-IF
                 WHEN "S"
                    MOVE RFC-S-DATE TO WS-CHECK-DATE
                    PERFORM 4400-CHECK-DATE-VALID
                    IF WS-DATE-VALID
                       MOVE "S" TO WS-SUBJECT-KEY
                       MOVE 100 TO WS-SUBJECT-MAX
                       PERFORM 4100-CHECK-CAPACITY
                    ELSE
                       MOVE "REJECTED - INVALID DATE" TO WS-DISPOSITION
                    END-IF
                 WHEN "W"
                    SET WS-DAY-LIST-OK TO TRUE
                    PERFORM 3410-CHECK-WEEKEND-DAY
                       VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                    IF WS-DAY-LIST-OK
                       SET WS-EDIT-OK TO TRUE
                    ELSE
                       MOVE "REJECTED - DAYS MUST BE 1-7"
                          TO WS-DISPOSITION
                    END-IF
              END-EVALUATE
           END-IF
           .
       3410-CHECK-WEEKEND-DAY.
           IF RFC-W-DAY-LIST (WS-DAY-SUB:1) NOT = SPACE
              AND (RFC-W-DAY-LIST (WS-DAY-SUB:1) < "1"
              OR RFC-W-DAY-LIST (WS-DAY-SUB:1) > "7")
              MOVE "N" TO WS-DAY-LIST-OK-SW
           END-IF
           .
       3500-APPLY-TO-TABLE.
           EVALUATE TRUE
              WHEN RFT-ACTION-ADD
                 IF WS-REF-COUNT < WS-REF-MAX
                    ADD 1 TO WS-REF-COUNT
                    MOVE RFT-FILE TO WS-REF-FILE (WS-REF-COUNT)
                    MOVE "A" TO WS-REF-STATE (WS-REF-COUNT)
                    MOVE RFT-DATA TO WS-REF-IMAGE (WS-REF-COUNT)
                    IF WS-DISPOSITION = SPACES
                       MOVE "APPLIED - ADDED" TO WS-DISPOSITION
                    END-IF
                 ELSE
                    SET WS-REF-OVERFLOW TO TRUE
                    MOVE "REJECTED - TABLE FULL" TO WS-DISPOSITION
                 END-IF
              WHEN RFT-ACTION-CHANGE
                 MOVE RFT-DATA TO WS-REF-IMAGE (WS-MATCH-SUB)
                 IF WS-REF-STATE (WS-MATCH-SUB) NOT = "A"
                    MOVE "C" TO WS-REF-STATE (WS-MATCH-SUB)
                 END-IF
                 IF WS-DISPOSITION = SPACES
                    MOVE "APPLIED - CHANGED" TO WS-DISPOSITION
                 END-IF
              WHEN RFT-ACTION-DELETE
                 MOVE "D" TO WS-REF-STATE (WS-MATCH-SUB)
                 MOVE "APPLIED - DELETED" TO WS-DISPOSITION
           END-EVALUATE
           .
      *> finds the live line of the transaction's file with the
      *> transaction's key; deleted lines and comment lines never
      *> match.
       4000-FIND-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND-SW
           MOVE ZEROS TO WS-MATCH-SUB
           PERFORM 4010-CHECK-ENTRY-SLOT
              VARYING WS-REF-SUB FROM 1 BY 1
              UNTIL WS-REF-SUB > WS-REF-COUNT
           .
       4010-CHECK-ENTRY-SLOT.
           IF WS-REF-FILE (WS-REF-SUB) = RFT-FILE
              AND WS-REF-STATE (WS-REF-SUB) NOT = "D"
              EVALUATE TRUE
                 WHEN RFT-LIMITS
                    IF WS-REF-IMAGE (WS-REF-SUB) (1:2) = RFL-CODE
                       PERFORM 4020-MARK-ENTRY-FOUND
                    END-IF
                 WHEN RFT-RATES
                    IF WS-REF-IMAGE (WS-REF-SUB) (1:3) = RFR-CURRENCY
                       AND WS-REF-IMAGE (WS-REF-SUB) (5:6)
                          = RFT-DATA (5:6)
                       PERFORM 4020-MARK-ENTRY-FOUND
                    END-IF
                 WHEN RFT-HIER
                    IF WS-REF-IMAGE (WS-REF-SUB) (1:7)
                       = RFT-DATA (1:7)
                       PERFORM 4020-MARK-ENTRY-FOUND
                    END-IF
                 WHEN RFT-CALENDAR
                    IF WS-REF-IMAGE (WS-REF-SUB) (1:1) = RFC-TYPE
                       EVALUATE RFC-TYPE
                          WHEN "W"
                             PERFORM 4020-MARK-ENTRY-FOUND
                          WHEN "H"
                             IF WS-REF-IMAGE (WS-REF-SUB) (3:6)
                                = RFT-DATA (3:6)
                                PERFORM 4020-MARK-ENTRY-FOUND
                             END-IF
                          WHEN "S"
                             IF WS-REF-IMAGE (WS-REF-SUB) (3:10)
                                = RFT-DATA (3:10)
                                PERFORM 4020-MARK-ENTRY-FOUND
                             END-IF
                       END-EVALUATE
                    END-IF
              END-EVALUATE
           END-IF
           .
       4020-MARK-ENTRY-FOUND.
           MOVE WS-REF-SUB TO WS-MATCH-SUB
           SET WS-ENTRY-FOUND TO TRUE
           .
       4050-FIND-FILE-SLOT.
           MOVE ZEROS TO WS-CUR-FILE-SUB
           PERFORM 4060-CHECK-FILE-SLOT
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 4
           .
       4060-CHECK-FILE-SLOT.
           IF WS-FIL-ID (WS-FILE-SUB) = WS-FILE-ID
              MOVE WS-FILE-SUB TO WS-CUR-FILE-SUB
           END-IF
           .
      *> an add must leave the file within what its loading program
      *> holds: 200 limits, 100 rates, 200 pairs per level, 100
      *> holidays, 100 source days.  a change keeps the count.
       4100-CHECK-CAPACITY.
           IF RFT-ACTION-ADD
              MOVE ZEROS TO WS-SUBJECT-COUNT
              PERFORM 4110-COUNT-SUBJECT-LINE
                 VARYING WS-REF-SUB FROM 1 BY 1
                 UNTIL WS-REF-SUB > WS-REF-COUNT
              IF WS-SUBJECT-COUNT < WS-SUBJECT-MAX
                 SET WS-EDIT-OK TO TRUE
              ELSE
                 MOVE "REJECTED - FILE AT CAPACITY" TO WS-DISPOSITION
              END-IF
           ELSE
              SET WS-EDIT-OK TO TRUE
           END-IF
           .
       4110-COUNT-SUBJECT-LINE.
           IF WS-REF-FILE (WS-REF-SUB) = RFT-FILE
              AND WS-REF-STATE (WS-REF-SUB) NOT = "D"
              IF RFT-LIMITS OR RFT-RATES
                 IF WS-REF-IMAGE (WS-REF-SUB) (1:1) NOT = SPACE
                    ADD 1 TO WS-SUBJECT-COUNT
                 END-IF
              ELSE
                 IF WS-REF-IMAGE (WS-REF-SUB) (1:1) = WS-SUBJECT-KEY
                    ADD 1 TO WS-SUBJECT-COUNT
                 END-IF
              END-IF
           END-IF
           .
       4200-FIND-PRIOR-RATE.
           MOVE "N" TO WS-PRIOR-FOUND-SW
           MOVE ZEROS TO WS-PRIOR-DATE
           PERFORM 4210-CHECK-PRIOR-RATE-SLOT
              VARYING WS-REF-SUB FROM 1 BY 1
              UNTIL WS-REF-SUB > WS-REF-COUNT
           .
       4210-CHECK-PRIOR-RATE-SLOT.
           IF WS-REF-FILE (WS-REF-SUB) = "R"
              AND WS-REF-STATE (WS-REF-SUB) NOT = "D"
              AND WS-REF-IMAGE (WS-REF-SUB) (1:3) = RFR-CURRENCY
              AND WS-REF-IMAGE (WS-REF-SUB) (5:6) NUMERIC
              AND WS-REF-IMAGE (WS-REF-SUB) (12:9) NUMERIC
              MOVE WS-REF-IMAGE (WS-REF-SUB) (5:6) TO WS-SCAN-DATE
              IF WS-SCAN-DATE < RFR-DATE
                 AND WS-SCAN-DATE NOT < WS-PRIOR-DATE
                 MOVE WS-SCAN-DATE TO WS-PRIOR-DATE
                 MOVE WS-REF-IMAGE (WS-REF-SUB) (12:9)
                    TO WS-PRIOR-RATE-X
                 IF WS-PRIOR-RATE > ZEROS
                    SET WS-PRIOR-FOUND TO TRUE
                 ELSE
                    MOVE "N" TO WS-PRIOR-FOUND-SW
                 END-IF
              END-IF
           END-IF
           .
       4300-CHECK-CODE-ON-MASTER.
           MOVE "N" TO WS-CODE-OK-SW
           MOVE WS-CHECK-CODE TO WS-LOOKUP-CODE
           PERFORM 8000-LOOKUP-CODE-DESC
           EVALUATE WS-LOOKUP-DESC
              WHEN "UNKNOWN CODE"
                 MOVE "UNKNOWN" TO WS-CODE-REASON
              WHEN "*INACTIVE*  "
                 MOVE "INACTIVE" TO WS-CODE-REASON
              WHEN OTHER
                 SET WS-CODE-OK TO TRUE
           END-EVALUATE
           .
      *> a year divisible by four is taken as a leap year - exact
      *> for every year this system will see.
       4400-CHECK-DATE-VALID.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-CHECK-MM >= 01 AND WS-CHECK-MM <= 12
              EVALUATE WS-CHECK-MM
                 WHEN 01
                 WHEN 03
                 WHEN 05
                 WHEN 07
                 WHEN 08
                 WHEN 10
                 WHEN 12
                    MOVE 31 TO WS-MONTH-END-DD
                 WHEN 02
                    DIVIDE WS-CHECK-YY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-END-DD
                    ELSE
                       MOVE 28 TO WS-MONTH-END-DD
                    END-IF
                 WHEN OTHER
                    MOVE 30 TO WS-MONTH-END-DD
              END-EVALUATE
              IF WS-CHECK-DD >= 01 AND WS-CHECK-DD <= WS-MONTH-END-DD
                 SET WS-DATE-VALID TO TRUE
              END-IF
           END-IF
           .
      *> only a file that took at least one transaction is written.
       5000-WRITE-NEW-FILE.
           IF WS-FIL-APPLIED (WS-FILE-SUB) > ZEROS
              MOVE WS-FIL-NEW-NAME (WS-FILE-SUB) TO WS-NEW-FILE-NAME
              OPEN OUTPUT NEW-REF-FILE
              PERFORM 5010-WRITE-REFERENCE-LINE
                 VARYING WS-REF-SUB FROM 1 BY 1
                 UNTIL WS-REF-SUB > WS-REF-COUNT
              CLOSE NEW-REF-FILE
              MOVE WS-NEW-FILE-NAME TO RPT-NEW-FILE-NAME
              MOVE WS-FIL-APPLIED (WS-FILE-SUB)
                 TO RPT-NEW-FILE-CHANGES
              DISPLAY RPT-NEW-FILE-LINE
              WRITE RPT-FILE-LINE FROM RPT-NEW-FILE-LINE
           END-IF
           .
       5010-WRITE-REFERENCE-LINE.
           IF WS-REF-FILE (WS-REF-SUB) = WS-FIL-ID (WS-FILE-SUB)
              AND WS-REF-STATE (WS-REF-SUB) NOT = "D"
              MOVE WS-REF-IMAGE (WS-REF-SUB) TO NEW-REF-RECORD
              WRITE NEW-REF-RECORD
           END-IF
           .
       COPY "codetab-lookup.cpy".
       COPY "operator-check.cpy".
       COPY "operauth-check.cpy".
