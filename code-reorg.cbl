       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBREORG.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODE-MAP-FILE ASSIGN TO "cbcodemap.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMAP-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO "codemast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "cbledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT TOTALS-STORE-FILE ASSIGN TO "cb3totals.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TST-KEY
           FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT LIMITS-FILE ASSIGN TO "cblimits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMITS-FILE-STATUS.
           SELECT SELECT-FILE ASSIGN TO DYNAMIC WS-SELECT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SELECT-FILE-STATUS.
           SELECT CLOSE-HIST-FILE ASSIGN TO "cbclosehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLH-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "cbbudget.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT ALLOC-FILE ASSIGN TO "cballoc.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT SAVE-FILE ASSIGN TO "cbreorgsave.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAVE-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cbauditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "cboperator.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbreorgreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CODE-MAP-FILE.
       COPY "codemap-rec.cpy".

       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".

       FD  LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(60).

      *> same layout CB1/CB2/CB3 write at 9700-WRITE-HISTORY-RECORD.
       FD  HISTORY-FILE.
       01 HIST-RECORD.
          05 HIST-RUN-DATE        PIC 9(6).
          05 HIST-GRAND-TOTAL     PIC S9(9).
          05 HIST-GROUP-TABLE.
             10 HIST-GROUP OCCURS 10 TIMES.
                15 HIST-GROUP-CODE   PIC X(2).
                15 HIST-GROUP-TOTAL  PIC S9(9).

       FD  TOTALS-STORE-FILE.
       COPY "totstore-rec.cpy".

       FD  LIMITS-FILE.
       COPY "limits-rec.cpy".

      *> same layout CB1/CB2/CB3 read at 0530-READ-SELECTION-ENTRY.
       FD  SELECT-FILE.
       01 SELECT-RECORD.
          05 SEL-LOW-CODE         PIC X(2).
          05 SEL-DASH             PIC X(1).
          05 SEL-HIGH-CODE        PIC X(2).
          05 FILLER               PIC X(5).

       FD  CLOSE-HIST-FILE.
       COPY "closehist-rec.cpy".

       FD  BUDGET-FILE.
       COPY "budget-rec.cpy".

       FD  ALLOC-FILE.
       COPY "alloc-rec.cpy".

       FD  WORK-FILE.
       01 WORK-RECORD             PIC X(200).

      *> every record a restatement changes is kept here first as it
      *> stood, tagged with the date of the run and the file it came
      *> from, so a reorganization can be put back by hand.
       FD  SAVE-FILE.
       01 SAVE-RECORD.
          05 SAV-REORG-DATE       PIC 9(6).
          05 FILLER               PIC X.
          05 SAV-PROGRAM          PIC X(5).
          05 FILLER               PIC X.
          05 SAV-FILE-NAME        PIC X(16).
          05 FILLER               PIC X.
          05 SAV-IMAGE            PIC X(130).

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       FD  OPERATOR-FILE.
       COPY "operator-rec.cpy".

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "codemap.cpy".
       COPY "ledger.cpy".
       COPY "limits.cpy".
       COPY "operator.cpy".
       COPY "operauth.cpy".
       01 WS-HIST-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-TST-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-SELECT-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-WORK-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-SAVE-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-CLH-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-BUDGET-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-ALLOC-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
       01 WS-HIST-FILENAME        PIC X(8)   VALUE SPACES.
       01 WS-SELECT-FILENAME      PIC X(13)  VALUE SPACES.
       01 WS-WORK-FILENAME        PIC X(15)  VALUE SPACES.
       01 WS-REORG-PARM           PIC X(60)  VALUE SPACES.
       01 WS-REORG-TOKEN-1        PIC X(14)  VALUE SPACES.
       01 WS-REORG-TOKEN-2        PIC X(14)  VALUE SPACES.
       01 WS-REORG-TOKEN-3        PIC X(14)  VALUE SPACES.
       01 WS-REORG-TOKEN          PIC X(14)  VALUE SPACES.
       01 WS-REORG-PARM-ERROR-SW  PIC X(1)   VALUE "N".
          88 WS-REORG-PARM-ERROR             VALUE "Y".
       01 WS-APPLY-SW             PIC X(1)   VALUE "N".
          88 WS-APPLY-MODE                   VALUE "Y".
       01 WS-AS-OF-DATE           PIC 9(6)   VALUE ZEROS.
       01 WS-MAP-IN-FORCE-COUNT   PIC 9(3)   VALUE ZEROS.
       01 WS-MAP-ERROR-COUNT      PIC 9(3)   VALUE ZEROS.
       01 WS-STORES-REWRITTEN     PIC 9(2)   VALUE ZEROS.
       01 WS-TOTAL-REKEYED        PIC 9(7)   VALUE ZEROS.
      *> one line of the before/after proof per store and figure.
      *> slots 1-3 are the three history files, 4-5 the subtotal
      *> store, 6-10 the ledger, 11-12 the limits file, 13-15 the
      *> three selection files, 16 the ledger's currency postings,
      *> 17-19 the closed-period history, 20-21 the plan file and
      *> 22 the allocation rules.
       01 WS-PROOF-COUNT          PIC 9(2)   VALUE 22.
       01 WS-PROOF-TABLE.
          05 WS-PROOF OCCURS 22 TIMES.
             10 WS-PRF-STORE      PIC X(16).
             10 WS-PRF-ITEM       PIC X(8).
             10 WS-PRF-RECS-BEFORE PIC 9(7).
             10 WS-PRF-RECS-AFTER PIC 9(7).
             10 WS-PRF-REKEYED    PIC 9(7).
             10 WS-PRF-TOT-BEFORE PIC S9(13).
             10 WS-PRF-TOT-AFTER  PIC S9(13).
             10 WS-PRF-HAS-TOTAL  PIC X(1).
             10 WS-PRF-STATE      PIC X(1).
                88 WS-PRF-ABSENT             VALUE "N".
                88 WS-PRF-SKIPPED            VALUE "S".
                88 WS-PRF-REWRITTEN          VALUE "W".
                88 WS-PRF-PENDING            VALUE "P".
       01 WS-PRF-SUB              PIC 9(2)   VALUE ZEROS.
       01 WS-PRF-SUB-2            PIC 9(2)   VALUE ZEROS.
       01 WS-ALL-PROVED-SW        PIC X(1)   VALUE "Y".
          88 WS-ALL-PROVED                   VALUE "Y".
       01 WS-STORE-CHANGED-SW     PIC X(1)   VALUE "N".
          88 WS-STORE-CHANGED                VALUE "Y".
       01 WS-RECORD-CHANGED-SW    PIC X(1)   VALUE "N".
          88 WS-RECORD-CHANGED               VALUE "Y".
       01 WS-STORE-EOF-SW         PIC X(1)   VALUE "N".
          88 WS-END-OF-STORE                 VALUE "Y".
       01 WS-SAVE-FILE-NAME       PIC X(16)  VALUE SPACES.
       01 WS-SAVE-IMAGE           PIC X(130) VALUE SPACES.
       01 WS-FILE-SUB             PIC 9(1)   VALUE ZEROS.
      *> a history record restated: its groups are carried across in
      *> order under their current codes, and two groups that now
      *> share a code are combined into the first.
       01 WS-REORG-GROUP-COUNT    PIC 9(2)   VALUE ZEROS.
       01 WS-REORG-GROUP-TABLE.
          05 WS-REORG-GROUP OCCURS 10 TIMES.
             10 WS-RGP-CODE       PIC X(2).
             10 WS-RGP-TOTAL      PIC S9(9).
       01 WS-HIST-SUB             PIC 9(2)   VALUE ZEROS.
       01 WS-RGP-SUB              PIC 9(2)   VALUE ZEROS.
       01 WS-RGP-MATCH-SUB        PIC 9(2)   VALUE ZEROS.
      *> subtotal-store rows whose key carries a retired code.  they
      *> are taken out and written back under the new key, added into
      *> any row already held there for the same run date.
       01 WS-MOVE-COUNT           PIC 9(4)   VALUE ZEROS.
       01 WS-MOVE-MAX             PIC 9(4)   VALUE 1000.
       01 WS-MOVE-TABLE.
          05 WS-MOVE-ENTRY OCCURS 1000 TIMES.
             10 WS-MOV-OLD-KEY    PIC X(12).
             10 WS-MOV-NEW-KEY.
                15 WS-MOV-KEY-A   PIC X(2).
                15 WS-MOV-KEY-B   PIC X(2).
                15 WS-MOV-KEY-C   PIC X(2).
                15 WS-MOV-DATE    PIC 9(6).
             10 WS-MOV-LEVEL      PIC X(1).
             10 WS-MOV-NET        PIC S9(9).
             10 WS-MOV-AMOUNT     PIC S9(9).
             10 WS-MOV-LINES      PIC 9(5).
             10 WS-MOV-PCT        PIC S9(3)V99.
       01 WS-MOVE-SUB             PIC 9(4)   VALUE ZEROS.
       01 WS-MOVE-SUB-2           PIC 9(4)   VALUE ZEROS.
       01 WS-MOVE-MERGED-SW       PIC X(1)   VALUE "N".
          88 WS-MOVE-MERGED                  VALUE "Y".
       01 WS-MOVE-OVERFLOW-SW     PIC X(1)   VALUE "N".
          88 WS-MOVE-OVERFLOW                VALUE "Y".
       01 WS-TST-NEW-A            PIC X(2)   VALUE SPACES.
       01 WS-TST-NEW-B            PIC X(2)   VALUE SPACES.
       01 WS-TST-NEW-C            PIC X(2)   VALUE SPACES.
       01 WS-TST-STAY-NET         PIC S9(13) VALUE ZEROS.
       01 WS-TST-STAY-AMOUNT      PIC S9(13) VALUE ZEROS.
       01 WS-TST-MERGE-COUNT      PIC 9(7)   VALUE ZEROS.
      *> the ledger's group masters restated: opening, activity and
      *> value of a retired code are added into its replacement.
       01 WS-NEW-GROUP-COUNT      PIC 9(3)   VALUE ZEROS.
       01 WS-NEW-GROUP-TABLE.
          05 WS-NEW-GROUP OCCURS 200 TIMES.
             10 WS-NGP-CODE       PIC X(2).
             10 WS-NGP-OPENING    PIC S9(11).
             10 WS-NGP-ACTIVITY   PIC S9(11).
             10 WS-NGP-VALUE      PIC S9(11).
       01 WS-NGP-SUB              PIC 9(3)   VALUE ZEROS.
       01 WS-NGP-MATCH-SUB        PIC 9(3)   VALUE ZEROS.
       01 WS-LDG-REKEYED          PIC 9(7)   VALUE ZEROS.
      *> the limits of a retired code are added into its
      *> replacement's: the combined group carries both volumes, so
      *> its floor and ceiling are the sums, and the wider of the two
      *> swing tolerances is kept.
       01 WS-NEW-LIMITS-COUNT     PIC 9(3)   VALUE ZEROS.
       01 WS-NEW-LIMITS-TABLE.
          05 WS-NEW-LIMIT OCCURS 200 TIMES.
             10 WS-NLM-CODE       PIC X(2).
             10 WS-NLM-MIN        PIC S9(9).
             10 WS-NLM-MAX        PIC S9(9).
             10 WS-NLM-SWING-PCT  PIC 9(3).
       01 WS-NLM-SUB              PIC 9(3)   VALUE ZEROS.
       01 WS-NLM-MATCH-SUB        PIC 9(3)   VALUE ZEROS.
       01 WS-LIM-OVERFLOW-SW      PIC X(1)   VALUE "N".
          88 WS-LIM-OVERFLOW                 VALUE "Y".
      *> a selection file restated: a single code that was retired
      *> is renamed (or dropped when its replacement is already
      *> selected); a range is kept as written, and a retired code it
      *> covered brings its replacement in as a single entry when no
      *> entry selects it yet.
       01 WS-SEL-COUNT            PIC 9(2)   VALUE ZEROS.
       01 WS-SEL-MAX              PIC 9(2)   VALUE 50.
       01 WS-NEW-SEL-MAX          PIC 9(2)   VALUE 60.
       01 WS-SEL-OVERFLOW-SW      PIC X(1)   VALUE "N".
          88 WS-SEL-OVERFLOW                 VALUE "Y".
       01 WS-SEL-TABLE.
          05 WS-SEL-ENTRY OCCURS 50 TIMES.
             10 WS-SEL-IMAGE      PIC X(10).
       01 WS-NEW-SEL-COUNT        PIC 9(2)   VALUE ZEROS.
       01 WS-NEW-SEL-TABLE.
          05 WS-NEW-SEL-ENTRY OCCURS 60 TIMES.
             10 WS-NSL-IMAGE      PIC X(10).
       01 WS-SEL-SUB              PIC 9(2)   VALUE ZEROS.
       01 WS-NSL-SUB              PIC 9(2)   VALUE ZEROS.
       01 WS-SEL-WORK             PIC X(10)  VALUE SPACES.
       01 WS-SEL-WORK-PARTS REDEFINES WS-SEL-WORK.
          05 WS-SLW-LOW           PIC X(2).
          05 WS-SLW-DASH          PIC X(1).
          05 WS-SLW-HIGH          PIC X(2).
          05 FILLER               PIC X(5).
       01 WS-SEL-CHECK-CODE       PIC X(2)   VALUE SPACES.
       01 WS-SEL-COVERED-SW       PIC X(1)   VALUE "N".
          88 WS-SEL-COVERED                  VALUE "Y".
       01 WS-SEL-REKEYED          PIC 9(7)   VALUE ZEROS.
      *> the closed-period history restated one close at a time: the
      *> groups of a close are written together by CBCLOSE, so two
      *> that now share a code are combined into the first and the
      *> close's journal figures, which repeat on every group, are
      *> carried across as they stand.
       01 WS-NEW-CLH-COUNT        PIC 9(3)   VALUE ZEROS.
       01 WS-NEW-CLH-MAX          PIC 9(3)   VALUE 200.
       01 WS-NEW-CLH-TABLE.
          05 WS-NEW-CLH OCCURS 200 TIMES.
             10 WS-NCL-CODE       PIC X(2).
             10 WS-NCL-OPENING    PIC S9(11).
             10 WS-NCL-ACTIVITY   PIC S9(11).
             10 WS-NCL-CLOSING    PIC S9(11).
             10 WS-NCL-JRNL-COUNT PIC 9(4).
             10 WS-NCL-JRNL-DAYS  PIC 9(3).
       01 WS-NCL-SUB              PIC 9(3)   VALUE ZEROS.
       01 WS-NCL-MATCH-SUB        PIC 9(3)   VALUE ZEROS.
       01 WS-CLH-KEY-DATE         PIC 9(6)   VALUE ZEROS.
       01 WS-CLH-KEY-START        PIC 9(6)   VALUE ZEROS.
       01 WS-CLH-HOLD             PIC X(64)  VALUE SPACES.
       01 WS-CLH-OVERFLOW-SW      PIC X(1)   VALUE "N".
          88 WS-CLH-OVERFLOW                 VALUE "Y".
      *> the plan file restated: the plans of a retired code are
      *> added into its replacement's for the same period.
       01 WS-NEW-BUD-COUNT        PIC 9(4)   VALUE ZEROS.
       01 WS-NEW-BUD-MAX          PIC 9(4)   VALUE 2400.
       01 WS-NEW-BUD-TABLE.
          05 WS-NEW-BUD OCCURS 2400 TIMES.
             10 WS-NBD-CODE       PIC X(2).
             10 WS-NBD-PERIOD     PIC 9(4).
             10 WS-NBD-COUNT      PIC S9(9).
             10 WS-NBD-VALUE      PIC S9(11).
       01 WS-NBD-SUB              PIC 9(4)   VALUE ZEROS.
       01 WS-NBD-MATCH-SUB        PIC 9(4)   VALUE ZEROS.
       01 WS-BUD-OVERFLOW-SW      PIC X(1)   VALUE "N".
          88 WS-BUD-OVERFLOW                 VALUE "Y".
      *> the allocation rules restated: pool and receiver both take
      *> their current codes, in rules order, and two lines of a pool
      *> that now name the same receiver are combined into the first,
      *> their percentages added.  the proof total is the sum of the
      *> fixed percentages in hundredths.
       01 WS-NEW-ALR-COUNT        PIC 9(3)   VALUE ZEROS.
       01 WS-NEW-ALR-MAX          PIC 9(3)   VALUE 200.
       01 WS-NEW-ALR-TABLE.
          05 WS-NEW-ALR OCCURS 200 TIMES.
             10 WS-NAL-POOL       PIC X(2).
             10 WS-NAL-RECEIVER   PIC X(2).
             10 WS-NAL-BASIS      PIC X(1).
             10 WS-NAL-PCT-SW     PIC X(1).
                88 WS-NAL-HAS-PCT            VALUE "Y".
             10 WS-NAL-PERCENT    PIC 9(3)V99.
       01 WS-NAL-SUB              PIC 9(3)   VALUE ZEROS.
       01 WS-NAL-MATCH-SUB        PIC 9(3)   VALUE ZEROS.
       01 WS-ALR-NEW-POOL         PIC X(2)   VALUE SPACES.
       01 WS-ALR-CHANGED-SW       PIC X(1)   VALUE "N".
          88 WS-ALR-CHANGED                  VALUE "Y".
       01 WS-ALR-OVERFLOW-SW      PIC X(1)   VALUE "N".
          88 WS-ALR-OVERFLOW                 VALUE "Y".
       01 WS-SUM-RECS             PIC 9(7)   VALUE ZEROS.
       01 WS-SUM-1                PIC S9(13) VALUE ZEROS.
       01 WS-SUM-2                PIC S9(13) VALUE ZEROS.
       01 WS-SUM-3                PIC S9(13) VALUE ZEROS.
       01 WS-SUM-4                PIC S9(13) VALUE ZEROS.
       01 WS-SUM-5                PIC S9(13) VALUE ZEROS.
       01 WS-SUM-6                PIC S9(13) VALUE ZEROS.
       01 WS-SUM-RECS-2           PIC 9(7)   VALUE ZEROS.
       01 WS-SUM-RECS-3           PIC 9(7)   VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-TIME.
          05 WS-RUN-HH            PIC 9(2).
          05 WS-RUN-MN            PIC 9(2).
          05 WS-RUN-SS            PIC 9(2).
          05 FILLER               PIC 9(2).
       01 WS-PAGE-COUNT           PIC 9(4)   VALUE ZEROS.
       01 RPT-PAGE-HEADER.
          05 FILLER               PIC X(23)  VALUE
             "CBREORG CODE RESTATE   ".
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
       01 RPT-TARGET-LINE.
          05 FILLER               PIC X(7)   VALUE "AS OF: ".
          05 RPT-TGT-AS-OF        PIC 9(6).
          05 FILLER               PIC X(8)   VALUE "  MODE: ".
          05 RPT-TGT-MODE         PIC X(7).
       01 RPT-SECTION-LINE.
          05 RPT-SECTION-TEXT     PIC X(60).
       01 RPT-MAP-HEADER.
          05 FILLER               PIC X(20)  VALUE
             "  OLD NEW LVL  EFF  ".
          05 FILLER               PIC X(14)  VALUE
             "  NEW CODE    ".
          05 FILLER               PIC X(6)   VALUE "STATUS".
       01 RPT-MAP-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-MAP-OLD          PIC X(2).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-MAP-NEW          PIC X(2).
          05 FILLER               PIC X(3)   VALUE SPACES.
          05 RPT-MAP-LEVEL        PIC X(1).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-MAP-EFF-DATE     PIC 9(6).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-MAP-DESC         PIC X(12).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-MAP-STATUS       PIC X(22).
       01 RPT-MAP-SKIP-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-MAP-SKIP-COUNT   PIC ZZ9.
          05 FILLER               PIC X(40)  VALUE
             " MAP ENTRIES IGNORED AS INVALID".
       01 RPT-PROOF-HEADER-1.
          05 FILLER               PIC X(26)  VALUE SPACES.
          05 FILLER               PIC X(24)  VALUE
             "------- RECORDS -------".
          05 FILLER               PIC X(30)  VALUE
             "---------- TOTALS ----------".
       01 RPT-PROOF-HEADER-2.
          05 FILLER               PIC X(17)  VALUE "STORE".
          05 FILLER               PIC X(9)   VALUE "FIGURE".
          05 FILLER               PIC X(8)   VALUE "  BEFORE".
          05 FILLER               PIC X(8)   VALUE "   AFTER".
          05 FILLER               PIC X(8)   VALUE " REKEYED".
          05 FILLER               PIC X(15)  VALUE "         BEFORE".
          05 FILLER               PIC X(15)  VALUE "          AFTER".
          05 FILLER               PIC X(8)   VALUE "  RESULT".
       01 RPT-PROOF-LINE.
          05 RPT-PRF-STORE        PIC X(16).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-PRF-ITEM         PIC X(8).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-PRF-RECS-BEFORE  PIC Z(6)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-PRF-RECS-AFTER   PIC Z(6)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-PRF-REKEYED      PIC Z(6)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-PRF-TOT-BEFORE   PIC -(13)9.
          05 RPT-PRF-TOT-BEFORE-X REDEFINES RPT-PRF-TOT-BEFORE
                                  PIC X(14).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-PRF-TOT-AFTER    PIC -(13)9.
          05 RPT-PRF-TOT-AFTER-X REDEFINES RPT-PRF-TOT-AFTER
                                  PIC X(14).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-PRF-RESULT       PIC X(14).
       01 RPT-MESSAGE-LINE.
          05 RPT-MESSAGE-TEXT     PIC X(60).

       PROCEDURE DIVISION.
      *> parm: [ASOF=YYMMDD] [APPLY].  every map entry in force on
      *> the as-of date (default the run date) is applied to the
      *> whole of history - the point of a restatement is that past
      *> figures read under today's codes.  without APPLY the run
      *> only prints what it would change and the proof.  every
      *> store is restated into its own image first; an applied run
      *> writes the images back only when every store has proved,
      *> otherwise it writes none of them.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           ACCEPT WS-REORG-PARM FROM COMMAND-LINE
           UNSTRING WS-REORG-PARM DELIMITED BY ALL SPACES
              INTO WS-REORG-TOKEN-1 WS-REORG-TOKEN-2
                 WS-REORG-TOKEN-3
           END-UNSTRING
           PERFORM 0500-APPLY-REORG-PARM
           IF WS-REORG-PARM-ERROR
              DISPLAY "CBREORG: PARM IS [ASOF=YYMMDD] [APPLY]"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *> restating history re-keys codes, so APPLY needs code
      *> maintenance authority; a preview needs none.
           PERFORM 0420-GET-OPERATOR
           IF WS-APPLY-MODE
              MOVE "CBREO" TO WS-OPER-PROGRAM
              SET WS-FN-MAINT-CODES TO TRUE
              PERFORM 0430-CHECK-AUTHORITY
              IF NOT WS-OPER-GRANTED
                 DISPLAY "CBREORG: OPERATOR NOT AUTHORIZED"
                    " - NOTHING RUN"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           MOVE WS-AS-OF-DATE TO WS-LOOKUP-DATE
           OPEN OUTPUT RPT-FILE
           PERFORM PRINT-PAGE-HEADERS
           PERFORM 0600-PRINT-TARGET
           PERFORM 8350-LOAD-CODE-MAP
           PERFORM 1000-PRINT-CODE-MAP
           EVALUATE TRUE
              WHEN WS-MAP-ERROR-COUNT > ZEROS
                 MOVE "*** CODE MAP IN ERROR - NOTHING RESTATED ***"
                    TO RPT-MESSAGE-TEXT
                 MOVE 8 TO WS-COND-CODE
              WHEN WS-MAP-IN-FORCE-COUNT = ZEROS
                 MOVE "*** NO MAP ENTRY IN FORCE - NOTHING RESTATED"
                    TO RPT-MESSAGE-TEXT
                 MOVE 4 TO WS-COND-CODE
              WHEN OTHER
                 PERFORM 1900-INIT-PROOF-TABLE
                 PERFORM 2000-RESTATE-HISTORY
                    VARYING WS-FILE-SUB FROM 1 BY 1
                    UNTIL WS-FILE-SUB > 3
                 PERFORM 3000-RESTATE-TOTALS-STORE
                 PERFORM 4000-RESTATE-LEDGER
                 PERFORM 5000-RESTATE-LIMITS
                 PERFORM 6000-RESTATE-SELECTION
                    VARYING WS-FILE-SUB FROM 1 BY 1
                    UNTIL WS-FILE-SUB > 3
                 PERFORM 6500-RESTATE-CLOSE-HISTORY
                 PERFORM 6600-RESTATE-BUDGET
                 PERFORM 6700-RESTATE-ALLOC-RULES
                 PERFORM 7700-CHECK-ALL-PROOFS
                 IF WS-APPLY-MODE
                    IF WS-ALL-PROVED
                       OPEN EXTEND SAVE-FILE
                       IF WS-SAVE-FILE-STATUS NOT = "00"
                          OPEN OUTPUT SAVE-FILE
                       END-IF
                       PERFORM 7500-COPY-BACK-STORES
                       CLOSE SAVE-FILE
                    ELSE
                       MOVE 8 TO WS-COND-CODE
                    END-IF
                 END-IF
                 PERFORM 7000-PRINT-PROOF
                 PERFORM 7900-SET-OUTCOME
           END-EVALUATE
           DISPLAY RPT-MESSAGE-LINE
           WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
           CLOSE RPT-FILE
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK
           .
       0500-APPLY-REORG-PARM.
           MOVE WS-REORG-TOKEN-1 TO WS-REORG-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           MOVE WS-REORG-TOKEN-2 TO WS-REORG-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           MOVE WS-REORG-TOKEN-3 TO WS-REORG-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           .
       0510-APPLY-ONE-TOKEN.
           EVALUATE TRUE
              WHEN WS-REORG-TOKEN = SPACES
                 CONTINUE
              WHEN WS-REORG-TOKEN = "APPLY"
                 SET WS-APPLY-MODE TO TRUE
              WHEN WS-REORG-TOKEN (1:5) = "OPER="
                 CONTINUE
              WHEN WS-REORG-TOKEN (1:5) = "ASOF="
                 IF WS-REORG-TOKEN (6:6) NUMERIC
                    MOVE WS-REORG-TOKEN (6:6) TO WS-AS-OF-DATE
                 ELSE
                    SET WS-REORG-PARM-ERROR TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY "*** UNKNOWN PARAMETER: " WS-REORG-TOKEN
                    " ***"
                 SET WS-REORG-PARM-ERROR TO TRUE
           END-EVALUATE
           .
       0600-PRINT-TARGET.
           MOVE WS-AS-OF-DATE TO RPT-TGT-AS-OF
           IF WS-APPLY-MODE
              MOVE "APPLY" TO RPT-TGT-MODE
           ELSE
              MOVE "PREVIEW" TO RPT-TGT-MODE
           END-IF
           DISPLAY RPT-TARGET-LINE
           WRITE RPT-FILE-LINE FROM RPT-TARGET-LINE
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
           .
      *> the replacement code must be on the code master by the
      *> as-of date, or the restated history would print as an
      *> unknown code; a map with any bad entry restates nothing.
       1000-PRINT-CODE-MAP.
           MOVE "--- CODE MAP ---" TO RPT-SECTION-TEXT
           PERFORM 1950-PRINT-SECTION-LINE
           DISPLAY RPT-MAP-HEADER
           WRITE RPT-FILE-LINE FROM RPT-MAP-HEADER
           MOVE WS-CMAP-SKIPPED TO WS-MAP-ERROR-COUNT
           MOVE ZEROS TO WS-MAP-IN-FORCE-COUNT
           PERFORM 1010-PRINT-MAP-ENTRY
              VARYING WS-CMAP-SUB FROM 1 BY 1
              UNTIL WS-CMAP-SUB > WS-CMAP-COUNT
           IF WS-CMAP-SKIPPED > ZEROS
              MOVE WS-CMAP-SKIPPED TO RPT-MAP-SKIP-COUNT
              DISPLAY RPT-MAP-SKIP-LINE
              WRITE RPT-FILE-LINE FROM RPT-MAP-SKIP-LINE
           END-IF
           .
       1010-PRINT-MAP-ENTRY.
           MOVE WS-CMAP-OLD (WS-CMAP-SUB) TO RPT-MAP-OLD
           MOVE WS-CMAP-NEW (WS-CMAP-SUB) TO RPT-MAP-NEW
           MOVE WS-CMAP-LEVEL (WS-CMAP-SUB) TO RPT-MAP-LEVEL
           MOVE WS-CMAP-EFF-DATE (WS-CMAP-SUB) TO RPT-MAP-EFF-DATE
           MOVE WS-CMAP-NEW (WS-CMAP-SUB) TO WS-LOOKUP-CODE
           PERFORM 8000-LOOKUP-CODE-DESC
           MOVE WS-LOOKUP-DESC TO RPT-MAP-DESC
           EVALUATE TRUE
              WHEN WS-CMAP-EFF-DATE (WS-CMAP-SUB) > WS-AS-OF-DATE
                 MOVE "NOT YET EFFECTIVE" TO RPT-MAP-STATUS
              WHEN WS-LOOKUP-DESC = "UNKNOWN CODE"
                 MOVE "*** NEW CODE NOT ON MASTER" TO RPT-MAP-STATUS
                 ADD 1 TO WS-MAP-ERROR-COUNT
              WHEN OTHER
                 MOVE "IN FORCE" TO RPT-MAP-STATUS
                 ADD 1 TO WS-MAP-IN-FORCE-COUNT
           END-EVALUATE
           DISPLAY RPT-MAP-LINE
           WRITE RPT-FILE-LINE FROM RPT-MAP-LINE
           .
       1900-INIT-PROOF-TABLE.
           PERFORM 1910-CLEAR-PROOF-SLOT
              VARYING WS-PRF-SUB FROM 1 BY 1
              UNTIL WS-PRF-SUB > WS-PROOF-COUNT
           MOVE "CB1HIST" TO WS-PRF-STORE (1)
           MOVE "CB2HIST" TO WS-PRF-STORE (2)
           MOVE "CB3HIST" TO WS-PRF-STORE (3)
           MOVE "GROUPS" TO WS-PRF-ITEM (1), WS-PRF-ITEM (2),
              WS-PRF-ITEM (3)
           MOVE "cb3totals.idx" TO WS-PRF-STORE (4), WS-PRF-STORE (5)
           MOVE "NET" TO WS-PRF-ITEM (4)
           MOVE "AMOUNT" TO WS-PRF-ITEM (5)
           MOVE "cbledger.txt" TO WS-PRF-STORE (6), WS-PRF-STORE (7),
              WS-PRF-STORE (8), WS-PRF-STORE (9), WS-PRF-STORE (10)
           MOVE "M OPEN" TO WS-PRF-ITEM (6)
           MOVE "M ACTIV" TO WS-PRF-ITEM (7)
           MOVE "M VALUE" TO WS-PRF-ITEM (8)
           MOVE "G NET" TO WS-PRF-ITEM (9)
           MOVE "A AMOUNT" TO WS-PRF-ITEM (10)
           MOVE "cblimits.txt" TO WS-PRF-STORE (11), WS-PRF-STORE (12)
           MOVE "MINIMUM" TO WS-PRF-ITEM (11)
           MOVE "MAXIMUM" TO WS-PRF-ITEM (12)
           MOVE "cb1select.txt" TO WS-PRF-STORE (13)
           MOVE "cb2select.txt" TO WS-PRF-STORE (14)
           MOVE "cb3select.txt" TO WS-PRF-STORE (15)
           MOVE "ENTRIES" TO WS-PRF-ITEM (13), WS-PRF-ITEM (14),
              WS-PRF-ITEM (15)
           MOVE "N" TO WS-PRF-HAS-TOTAL (13), WS-PRF-HAS-TOTAL (14),
              WS-PRF-HAS-TOTAL (15)
           MOVE "cbledger.txt" TO WS-PRF-STORE (16)
           MOVE "C VALUE" TO WS-PRF-ITEM (16)
           MOVE "cbclosehist.txt" TO WS-PRF-STORE (17),
              WS-PRF-STORE (18), WS-PRF-STORE (19)
           MOVE "OPENING" TO WS-PRF-ITEM (17)
           MOVE "ACTIVITY" TO WS-PRF-ITEM (18)
           MOVE "CLOSING" TO WS-PRF-ITEM (19)
           MOVE "cbbudget.txt" TO WS-PRF-STORE (20), WS-PRF-STORE (21)
           MOVE "PLAN CNT" TO WS-PRF-ITEM (20)
           MOVE "PLAN VAL" TO WS-PRF-ITEM (21)
           MOVE "cballoc.txt" TO WS-PRF-STORE (22)
           MOVE "PERCENT" TO WS-PRF-ITEM (22)
           .
       1910-CLEAR-PROOF-SLOT.
           MOVE SPACES TO WS-PRF-STORE (WS-PRF-SUB)
           MOVE SPACES TO WS-PRF-ITEM (WS-PRF-SUB)
           MOVE ZEROS TO WS-PRF-RECS-BEFORE (WS-PRF-SUB)
           MOVE ZEROS TO WS-PRF-RECS-AFTER (WS-PRF-SUB)
           MOVE ZEROS TO WS-PRF-REKEYED (WS-PRF-SUB)
           MOVE ZEROS TO WS-PRF-TOT-BEFORE (WS-PRF-SUB)
           MOVE ZEROS TO WS-PRF-TOT-AFTER (WS-PRF-SUB)
           MOVE "Y" TO WS-PRF-HAS-TOTAL (WS-PRF-SUB)
           MOVE SPACE TO WS-PRF-STATE (WS-PRF-SUB)
           .
       1950-PRINT-SECTION-LINE.
           DISPLAY RPT-SECTION-LINE
           WRITE RPT-FILE-LINE FROM RPT-SECTION-LINE
           .
      *> every map translation in this program is taken as of the
      *> run's as-of date.
       1960-TRANSLATE-AS-OF.
           MOVE WS-AS-OF-DATE TO WS-CMAP-CHECK-DATE
           PERFORM 8300-TRANSLATE-CODE
           .
      *> each history file is restated into a work file of its own,
      *> copied back over the original at 2100 once all has proved.
       2000-RESTATE-HISTORY.
           PERFORM 2005-NAME-HISTORY-FILES
           MOVE WS-FILE-SUB TO WS-PRF-SUB
           MOVE ZEROS TO WS-SUM-RECS, WS-SUM-1, WS-SUM-2
           MOVE "N" TO WS-STORE-CHANGED-SW
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "00"
              OPEN OUTPUT WORK-FILE
              PERFORM 2010-RESTATE-HISTORY-RECORD
                 UNTIL WS-HIST-FILE-STATUS NOT = "00"
              CLOSE HISTORY-FILE
              CLOSE WORK-FILE
              MOVE WS-SUM-RECS TO WS-PRF-RECS-BEFORE (WS-PRF-SUB)
              MOVE WS-SUM-RECS TO WS-PRF-RECS-AFTER (WS-PRF-SUB)
              MOVE WS-SUM-1 TO WS-PRF-TOT-BEFORE (WS-PRF-SUB)
              MOVE WS-SUM-2 TO WS-PRF-TOT-AFTER (WS-PRF-SUB)
              IF WS-STORE-CHANGED
                 SET WS-PRF-PENDING (WS-PRF-SUB) TO TRUE
              END-IF
           ELSE
              SET WS-PRF-ABSENT (WS-PRF-SUB) TO TRUE
           END-IF
           .
       2005-NAME-HISTORY-FILES.
           EVALUATE WS-FILE-SUB
              WHEN 1
                 MOVE "CB1HIST" TO WS-HIST-FILENAME
                 MOVE "CB1HIST.new" TO WS-WORK-FILENAME
              WHEN 2
                 MOVE "CB2HIST" TO WS-HIST-FILENAME
                 MOVE "CB2HIST.new" TO WS-WORK-FILENAME
              WHEN OTHER
                 MOVE "CB3HIST" TO WS-HIST-FILENAME
                 MOVE "CB3HIST.new" TO WS-WORK-FILENAME
           END-EVALUATE
           .
       2010-RESTATE-HISTORY-RECORD.
           READ HISTORY-FILE
              AT END
                 MOVE "10" TO WS-HIST-FILE-STATUS
              NOT AT END
                 ADD 1 TO WS-SUM-RECS
                 MOVE "N" TO WS-RECORD-CHANGED-SW
                 MOVE ZEROS TO WS-REORG-GROUP-COUNT
                 PERFORM 2030-CLEAR-REORG-GROUP
                    VARYING WS-RGP-SUB FROM 1 BY 1
                    UNTIL WS-RGP-SUB > 10
                 PERFORM 2020-RESTATE-HISTORY-GROUP
                    VARYING WS-HIST-SUB FROM 1 BY 1
                    UNTIL WS-HIST-SUB > 10
                 IF WS-RECORD-CHANGED
                    SET WS-STORE-CHANGED TO TRUE
                    MOVE WS-REORG-GROUP-TABLE TO HIST-GROUP-TABLE
                 END-IF
                 PERFORM 2040-ADD-RESTATED-GROUP
                    VARYING WS-HIST-SUB FROM 1 BY 1
                    UNTIL WS-HIST-SUB > 10
                 WRITE WORK-RECORD FROM HIST-RECORD
           END-READ
           .
       2020-RESTATE-HISTORY-GROUP.
           IF HIST-GROUP-CODE (WS-HIST-SUB) NOT = SPACES
              IF HIST-GROUP-TOTAL (WS-HIST-SUB) NUMERIC
                 ADD HIST-GROUP-TOTAL (WS-HIST-SUB) TO WS-SUM-1
              END-IF
              MOVE HIST-GROUP-CODE (WS-HIST-SUB) TO WS-CMAP-CODE
              MOVE "A" TO WS-CMAP-CHECK-LEVEL
              PERFORM 1960-TRANSLATE-AS-OF
              IF WS-CMAP-TRANSLATED
                 SET WS-RECORD-CHANGED TO TRUE
                 ADD 1 TO WS-PRF-REKEYED (WS-PRF-SUB)
              END-IF
              MOVE ZEROS TO WS-RGP-MATCH-SUB
              PERFORM 2025-MATCH-REORG-GROUP
                 VARYING WS-RGP-SUB FROM 1 BY 1
                 UNTIL WS-RGP-SUB > WS-REORG-GROUP-COUNT
              IF WS-RGP-MATCH-SUB = ZEROS
                 ADD 1 TO WS-REORG-GROUP-COUNT
                 MOVE WS-REORG-GROUP-COUNT TO WS-RGP-MATCH-SUB
                 MOVE WS-CMAP-CODE TO WS-RGP-CODE (WS-RGP-MATCH-SUB)
              END-IF
              IF HIST-GROUP-TOTAL (WS-HIST-SUB) NUMERIC
                 ADD HIST-GROUP-TOTAL (WS-HIST-SUB)
                    TO WS-RGP-TOTAL (WS-RGP-MATCH-SUB)
              END-IF
           END-IF
           .
       2025-MATCH-REORG-GROUP.
           IF WS-RGP-CODE (WS-RGP-SUB) = WS-CMAP-CODE
              MOVE WS-RGP-SUB TO WS-RGP-MATCH-SUB
           END-IF
           .
       2030-CLEAR-REORG-GROUP.
           MOVE SPACES TO WS-RGP-CODE (WS-RGP-SUB)
           MOVE ZEROS TO WS-RGP-TOTAL (WS-RGP-SUB)
           .
       2040-ADD-RESTATED-GROUP.
           IF HIST-GROUP-CODE (WS-HIST-SUB) NOT = SPACES
              AND HIST-GROUP-TOTAL (WS-HIST-SUB) NUMERIC
              ADD HIST-GROUP-TOTAL (WS-HIST-SUB) TO WS-SUM-2
           END-IF
           .
      *> the records about to change are saved from the original
      *> before the restated image is copied over it.
       2100-COPY-BACK-HISTORY.
           PERFORM 2005-NAME-HISTORY-FILES
           MOVE WS-HIST-FILENAME TO WS-SAVE-FILE-NAME
           OPEN INPUT HISTORY-FILE
           PERFORM 2105-SAVE-HISTORY-RECORD
              UNTIL WS-HIST-FILE-STATUS NOT = "00"
           CLOSE HISTORY-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT HISTORY-FILE
           PERFORM 2110-RESTORE-HISTORY-RECORD
              UNTIL WS-WORK-FILE-STATUS NOT = "00"
           CLOSE WORK-FILE
           CLOSE HISTORY-FILE
           SET WS-PRF-REWRITTEN (WS-PRF-SUB) TO TRUE
           .
       2105-SAVE-HISTORY-RECORD.
           READ HISTORY-FILE
              AT END
                 MOVE "10" TO WS-HIST-FILE-STATUS
              NOT AT END
                 MOVE "N" TO WS-RECORD-CHANGED-SW
                 PERFORM 2106-CHECK-HISTORY-GROUP
                    VARYING WS-HIST-SUB FROM 1 BY 1
                    UNTIL WS-HIST-SUB > 10
                 IF WS-RECORD-CHANGED
                    MOVE HIST-RECORD TO WS-SAVE-IMAGE
                    PERFORM 7950-WRITE-SAVE-RECORD
                 END-IF
           END-READ
           .
       2106-CHECK-HISTORY-GROUP.
           IF HIST-GROUP-CODE (WS-HIST-SUB) NOT = SPACES
              MOVE HIST-GROUP-CODE (WS-HIST-SUB) TO WS-CMAP-CODE
              MOVE "A" TO WS-CMAP-CHECK-LEVEL
              PERFORM 1960-TRANSLATE-AS-OF
              IF WS-CMAP-TRANSLATED
                 SET WS-RECORD-CHANGED TO TRUE
              END-IF
           END-IF
           .
       2110-RESTORE-HISTORY-RECORD.
           READ WORK-FILE
              AT END
                 MOVE "10" TO WS-WORK-FILE-STATUS
              NOT AT END
                 WRITE HIST-RECORD FROM WORK-RECORD
           END-READ
           .
      *> the subtotal store is keyed on the codes themselves, so a
      *> row that moves is deleted and written again under its new
      *> key.  the rows to move are gathered first; the after
      *> figures are the rows that stay plus the rows moved, and an
      *> applied run moves them at 3200 and reads the store again
      *> to prove them.
       3000-RESTATE-TOTALS-STORE.
           MOVE 4 TO WS-PRF-SUB
           MOVE ZEROS TO WS-SUM-RECS, WS-SUM-1, WS-SUM-2
           MOVE ZEROS TO WS-TST-STAY-NET, WS-TST-STAY-AMOUNT
           MOVE ZEROS TO WS-MOVE-COUNT, WS-TST-MERGE-COUNT
           MOVE "N" TO WS-STORE-EOF-SW
           OPEN INPUT TOTALS-STORE-FILE
           IF WS-TST-FILE-STATUS = "00"
              PERFORM 3010-GATHER-STORE-ROW
                 UNTIL WS-END-OF-STORE
              PERFORM 3100-FIND-MERGED-ROWS
                 VARYING WS-MOVE-SUB FROM 1 BY 1
                 UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
              CLOSE TOTALS-STORE-FILE
              MOVE WS-SUM-RECS TO WS-PRF-RECS-BEFORE (4)
              MOVE WS-SUM-RECS TO WS-PRF-RECS-BEFORE (5)
              MOVE WS-SUM-1 TO WS-PRF-TOT-BEFORE (4)
              MOVE WS-SUM-2 TO WS-PRF-TOT-BEFORE (5)
              COMPUTE WS-PRF-RECS-AFTER (4) =
                 WS-SUM-RECS - WS-TST-MERGE-COUNT
              MOVE WS-PRF-RECS-AFTER (4) TO WS-PRF-RECS-AFTER (5)
              MOVE WS-MOVE-COUNT TO WS-PRF-REKEYED (4)
              MOVE WS-MOVE-COUNT TO WS-PRF-REKEYED (5)
              PERFORM 3050-ADD-MOVED-FIGURES
                 VARYING WS-MOVE-SUB FROM 1 BY 1
                 UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
              MOVE WS-TST-STAY-NET TO WS-PRF-TOT-AFTER (4)
              MOVE WS-TST-STAY-AMOUNT TO WS-PRF-TOT-AFTER (5)
              IF WS-MOVE-OVERFLOW
                 SET WS-PRF-SKIPPED (4) TO TRUE
                 SET WS-PRF-SKIPPED (5) TO TRUE
                 MOVE 8 TO WS-COND-CODE
              ELSE
                 IF WS-MOVE-COUNT > ZEROS
                    SET WS-PRF-PENDING (4) TO TRUE
                 END-IF
              END-IF
           ELSE
              SET WS-PRF-ABSENT (4) TO TRUE
              SET WS-PRF-ABSENT (5) TO TRUE
           END-IF
           .
       3010-GATHER-STORE-ROW.
           READ TOTALS-STORE-FILE NEXT RECORD
              AT END
                 SET WS-END-OF-STORE TO TRUE
              NOT AT END
                 ADD 1 TO WS-SUM-RECS
                 ADD TST-NET-TOTAL TO WS-SUM-1
                 ADD TST-NET-AMOUNT TO WS-SUM-2
                 PERFORM 3020-TRANSLATE-STORE-KEY
                 IF WS-RECORD-CHANGED
                    PERFORM 3030-HOLD-MOVED-ROW
                 ELSE
                    ADD TST-NET-TOTAL TO WS-TST-STAY-NET
                    ADD TST-NET-AMOUNT TO WS-TST-STAY-AMOUNT
                 END-IF
           END-READ
           .
      *> each part of the key is translated at its own level; the
      *> new key parts come back in WS-TST-NEW-A/B/C.
       3020-TRANSLATE-STORE-KEY.
           MOVE "N" TO WS-RECORD-CHANGED-SW
           MOVE TST-KEY-A TO WS-CMAP-CODE
           MOVE "A" TO WS-CMAP-CHECK-LEVEL
           PERFORM 1960-TRANSLATE-AS-OF
           IF WS-CMAP-TRANSLATED
              SET WS-RECORD-CHANGED TO TRUE
           END-IF
           MOVE WS-CMAP-CODE TO WS-TST-NEW-A
           MOVE TST-KEY-B TO WS-CMAP-CODE
           MOVE "B" TO WS-CMAP-CHECK-LEVEL
           PERFORM 1960-TRANSLATE-AS-OF
           IF WS-CMAP-TRANSLATED
              SET WS-RECORD-CHANGED TO TRUE
           END-IF
           MOVE WS-CMAP-CODE TO WS-TST-NEW-B
           MOVE TST-KEY-C TO WS-CMAP-CODE
           MOVE "C" TO WS-CMAP-CHECK-LEVEL
           PERFORM 1960-TRANSLATE-AS-OF
           IF WS-CMAP-TRANSLATED
              SET WS-RECORD-CHANGED TO TRUE
           END-IF
           MOVE WS-CMAP-CODE TO WS-TST-NEW-C
           .
       3030-HOLD-MOVED-ROW.
           IF WS-MOVE-COUNT < WS-MOVE-MAX
              ADD 1 TO WS-MOVE-COUNT
              MOVE TST-KEY TO WS-MOV-OLD-KEY (WS-MOVE-COUNT)
              MOVE WS-TST-NEW-A TO WS-MOV-KEY-A (WS-MOVE-COUNT)
              MOVE WS-TST-NEW-B TO WS-MOV-KEY-B (WS-MOVE-COUNT)
              MOVE WS-TST-NEW-C TO WS-MOV-KEY-C (WS-MOVE-COUNT)
              MOVE TST-RUN-DATE TO WS-MOV-DATE (WS-MOVE-COUNT)
              MOVE TST-LEVEL TO WS-MOV-LEVEL (WS-MOVE-COUNT)
              MOVE TST-NET-TOTAL TO WS-MOV-NET (WS-MOVE-COUNT)
              MOVE TST-NET-AMOUNT TO WS-MOV-AMOUNT (WS-MOVE-COUNT)
              MOVE TST-LINE-COUNT TO WS-MOV-LINES (WS-MOVE-COUNT)
              MOVE TST-PCT TO WS-MOV-PCT (WS-MOVE-COUNT)
           ELSE
              IF NOT WS-MOVE-OVERFLOW
                 DISPLAY "*** TOO MANY SUBTOTAL ROWS TO MOVE - STORE "
                    "NOT RESTATED ***"
              END-IF
              SET WS-MOVE-OVERFLOW TO TRUE
           END-IF
           .
      *> a moved row lands on a row already there when an earlier
      *> moved row took the same new key, or when the store holds a
      *> row under that key which itself stays put.
       3100-FIND-MERGED-ROWS.
           MOVE "N" TO WS-MOVE-MERGED-SW
           PERFORM 3110-MATCH-EARLIER-MOVE
              VARYING WS-MOVE-SUB-2 FROM 1 BY 1
              UNTIL WS-MOVE-SUB-2 >= WS-MOVE-SUB
           IF NOT WS-MOVE-MERGED
              MOVE WS-MOV-NEW-KEY (WS-MOVE-SUB) TO TST-KEY
              READ TOTALS-STORE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 3020-TRANSLATE-STORE-KEY
                    IF NOT WS-RECORD-CHANGED
                       SET WS-MOVE-MERGED TO TRUE
                    END-IF
              END-READ
           END-IF
           IF WS-MOVE-MERGED
              ADD 1 TO WS-TST-MERGE-COUNT
           END-IF
           .
       3110-MATCH-EARLIER-MOVE.
           IF WS-MOV-NEW-KEY (WS-MOVE-SUB-2)
              = WS-MOV-NEW-KEY (WS-MOVE-SUB)
              SET WS-MOVE-MERGED TO TRUE
           END-IF
           .
       3050-ADD-MOVED-FIGURES.
           ADD WS-MOV-NET (WS-MOVE-SUB) TO WS-TST-STAY-NET
           ADD WS-MOV-AMOUNT (WS-MOVE-SUB) TO WS-TST-STAY-AMOUNT
           .
       3200-MOVE-STORE-ROWS.
           OPEN I-O TOTALS-STORE-FILE
           IF WS-TST-FILE-STATUS = "00"
              PERFORM 3210-TAKE-OUT-ROW
                 VARYING WS-MOVE-SUB FROM 1 BY 1
                 UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
              PERFORM 3220-PUT-BACK-ROW
                 VARYING WS-MOVE-SUB FROM 1 BY 1
                 UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
              CLOSE TOTALS-STORE-FILE
              SET WS-PRF-REWRITTEN (4) TO TRUE
              SET WS-PRF-REWRITTEN (5) TO TRUE
           ELSE
              DISPLAY "*** TOTALS STORE UNAVAILABLE - STATUS "
                 WS-TST-FILE-STATUS " ***"
              SET WS-PRF-SKIPPED (4) TO TRUE
              SET WS-PRF-SKIPPED (5) TO TRUE
              MOVE 8 TO WS-COND-CODE
           END-IF
           .
       3210-TAKE-OUT-ROW.
           MOVE WS-MOV-OLD-KEY (WS-MOVE-SUB) TO TST-KEY
           READ TOTALS-STORE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "cb3totals.idx" TO WS-SAVE-FILE-NAME
                 MOVE TOTALS-STORE-RECORD TO WS-SAVE-IMAGE
                 PERFORM 7950-WRITE-SAVE-RECORD
                 DELETE TOTALS-STORE-FILE
           END-READ
           .
       3220-PUT-BACK-ROW.
           MOVE SPACES TO TOTALS-STORE-RECORD
           MOVE WS-MOV-NEW-KEY (WS-MOVE-SUB) TO TST-KEY
           READ TOTALS-STORE-FILE
              INVALID KEY
                 MOVE SPACES TO TOTALS-STORE-RECORD
                 MOVE WS-MOV-NEW-KEY (WS-MOVE-SUB) TO TST-KEY
                 MOVE WS-MOV-LEVEL (WS-MOVE-SUB) TO TST-LEVEL
                 MOVE WS-MOV-NET (WS-MOVE-SUB) TO TST-NET-TOTAL
                 MOVE WS-MOV-AMOUNT (WS-MOVE-SUB) TO TST-NET-AMOUNT
                 MOVE WS-MOV-LINES (WS-MOVE-SUB) TO TST-LINE-COUNT
                 MOVE WS-MOV-PCT (WS-MOVE-SUB) TO TST-PCT
                 WRITE TOTALS-STORE-RECORD
                    INVALID KEY
                       DISPLAY "*** SUBTOTAL ROW NOT WRITTEN: "
                          TST-KEY " ***"
                       MOVE 8 TO WS-COND-CODE
                 END-WRITE
              NOT INVALID KEY
                 ADD WS-MOV-NET (WS-MOVE-SUB) TO TST-NET-TOTAL
                 ADD WS-MOV-AMOUNT (WS-MOVE-SUB) TO TST-NET-AMOUNT
                 ADD WS-MOV-LINES (WS-MOVE-SUB) TO TST-LINE-COUNT
                 ADD WS-MOV-PCT (WS-MOVE-SUB) TO TST-PCT
                 REWRITE TOTALS-STORE-RECORD
                    INVALID KEY
                       DISPLAY "*** SUBTOTAL ROW NOT UPDATED: "
                          TST-KEY " ***"
                       MOVE 8 TO WS-COND-CODE
                 END-REWRITE
           END-READ
           .
       3300-PROVE-TOTALS-STORE.
           MOVE ZEROS TO WS-SUM-RECS, WS-SUM-1, WS-SUM-2
           MOVE "N" TO WS-STORE-EOF-SW
           OPEN INPUT TOTALS-STORE-FILE
           IF WS-TST-FILE-STATUS = "00"
              PERFORM 3310-SUM-STORE-ROW
                 UNTIL WS-END-OF-STORE
              CLOSE TOTALS-STORE-FILE
           END-IF
           MOVE WS-SUM-RECS TO WS-PRF-RECS-AFTER (4)
           MOVE WS-SUM-RECS TO WS-PRF-RECS-AFTER (5)
           MOVE WS-SUM-1 TO WS-PRF-TOT-AFTER (4)
           MOVE WS-SUM-2 TO WS-PRF-TOT-AFTER (5)
           .
       3310-SUM-STORE-ROW.
           READ TOTALS-STORE-FILE NEXT RECORD
              AT END
                 SET WS-END-OF-STORE TO TRUE
              NOT AT END
                 ADD 1 TO WS-SUM-RECS
                 ADD TST-NET-TOTAL TO WS-SUM-1
                 ADD TST-NET-AMOUNT TO WS-SUM-2
           END-READ
           .
      *> group masters of a retired code are folded into the new
      *> code's master; the run postings and adjustments keep their
      *> own lines under the new code so CBBACK and CBLINQ still see
      *> each one.  currency postings likewise keep their own lines.
       4000-RESTATE-LEDGER.
           PERFORM 9810-LOAD-LEDGER
           MOVE ZEROS TO WS-SUM-1, WS-SUM-2, WS-SUM-3, WS-SUM-4
           MOVE ZEROS TO WS-SUM-5, WS-SUM-6, WS-LDG-REKEYED
           PERFORM 4010-SUM-LEDGER-GROUP
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
           PERFORM 4020-SUM-GROUP-POSTING
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GPOST-COUNT
           PERFORM 4030-SUM-ADJUSTMENT
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-ADJ-COUNT
           PERFORM 4040-SUM-CURRENCY-POSTING
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-CPOST-COUNT
           MOVE WS-LEDGER-CPOST-COUNT TO WS-PRF-RECS-BEFORE (16)
           MOVE WS-SUM-6 TO WS-PRF-TOT-BEFORE (16)
           MOVE WS-LEDGER-GROUP-COUNT TO WS-PRF-RECS-BEFORE (6),
              WS-PRF-RECS-BEFORE (7), WS-PRF-RECS-BEFORE (8)
           MOVE WS-LEDGER-GPOST-COUNT TO WS-PRF-RECS-BEFORE (9)
           MOVE WS-LEDGER-ADJ-COUNT TO WS-PRF-RECS-BEFORE (10)
           MOVE WS-SUM-1 TO WS-PRF-TOT-BEFORE (6)
           MOVE WS-SUM-2 TO WS-PRF-TOT-BEFORE (7)
           MOVE WS-SUM-3 TO WS-PRF-TOT-BEFORE (8)
           MOVE WS-SUM-4 TO WS-PRF-TOT-BEFORE (9)
           MOVE WS-SUM-5 TO WS-PRF-TOT-BEFORE (10)
           MOVE "N" TO WS-STORE-CHANGED-SW
           MOVE ZEROS TO WS-NEW-GROUP-COUNT
           PERFORM 4100-RESTATE-LEDGER-GROUP
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
           MOVE WS-LDG-REKEYED TO WS-PRF-REKEYED (6),
              WS-PRF-REKEYED (7), WS-PRF-REKEYED (8)
           MOVE ZEROS TO WS-LDG-REKEYED
           PERFORM 4200-RESTATE-GROUP-POSTING
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GPOST-COUNT
           MOVE WS-LDG-REKEYED TO WS-PRF-REKEYED (9)
           MOVE ZEROS TO WS-LDG-REKEYED
           PERFORM 4300-RESTATE-ADJUSTMENT
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-ADJ-COUNT
           MOVE WS-LDG-REKEYED TO WS-PRF-REKEYED (10)
           MOVE ZEROS TO WS-LDG-REKEYED
           PERFORM 4350-RESTATE-CURRENCY-POSTING
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-CPOST-COUNT
           MOVE WS-LDG-REKEYED TO WS-PRF-REKEYED (16)
           PERFORM 4400-REPLACE-GROUP-TABLE
           MOVE ZEROS TO WS-SUM-1, WS-SUM-2, WS-SUM-3, WS-SUM-4
           MOVE ZEROS TO WS-SUM-5, WS-SUM-6
           PERFORM 4010-SUM-LEDGER-GROUP
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
           PERFORM 4020-SUM-GROUP-POSTING
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GPOST-COUNT
           PERFORM 4030-SUM-ADJUSTMENT
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-ADJ-COUNT
           PERFORM 4040-SUM-CURRENCY-POSTING
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-CPOST-COUNT
           MOVE WS-LEDGER-CPOST-COUNT TO WS-PRF-RECS-AFTER (16)
           MOVE WS-SUM-6 TO WS-PRF-TOT-AFTER (16)
           MOVE WS-LEDGER-GROUP-COUNT TO WS-PRF-RECS-AFTER (6),
              WS-PRF-RECS-AFTER (7), WS-PRF-RECS-AFTER (8)
           MOVE WS-LEDGER-GPOST-COUNT TO WS-PRF-RECS-AFTER (9)
           MOVE WS-LEDGER-ADJ-COUNT TO WS-PRF-RECS-AFTER (10)
           MOVE WS-SUM-1 TO WS-PRF-TOT-AFTER (6)
           MOVE WS-SUM-2 TO WS-PRF-TOT-AFTER (7)
           MOVE WS-SUM-3 TO WS-PRF-TOT-AFTER (8)
           MOVE WS-SUM-4 TO WS-PRF-TOT-AFTER (9)
           MOVE WS-SUM-5 TO WS-PRF-TOT-AFTER (10)
           IF WS-STORE-CHANGED
              SET WS-PRF-PENDING (6) TO TRUE
           END-IF
           .
       4010-SUM-LEDGER-GROUP.
           ADD WS-LDG-OPENING (WS-LEDGER-SUB) TO WS-SUM-1
           ADD WS-LDG-ACTIVITY (WS-LEDGER-SUB) TO WS-SUM-2
           ADD WS-LDG-VALUE (WS-LEDGER-SUB) TO WS-SUM-3
           .
       4020-SUM-GROUP-POSTING.
           ADD WS-GPO-NET (WS-LEDGER-SUB) TO WS-SUM-4
           .
       4030-SUM-ADJUSTMENT.
           ADD WS-ADJ-AMOUNT (WS-LEDGER-SUB) TO WS-SUM-5
           .
       4040-SUM-CURRENCY-POSTING.
           ADD WS-CPO-VALUE (WS-LEDGER-SUB) TO WS-SUM-6
           .
       4100-RESTATE-LEDGER-GROUP.
           MOVE WS-LDG-CODE (WS-LEDGER-SUB) TO WS-CMAP-CODE
           MOVE "A" TO WS-CMAP-CHECK-LEVEL
           PERFORM 1960-TRANSLATE-AS-OF
           IF WS-CMAP-TRANSLATED
              SET WS-STORE-CHANGED TO TRUE
              ADD 1 TO WS-LDG-REKEYED
           END-IF
           MOVE ZEROS TO WS-NGP-MATCH-SUB
           PERFORM 4110-MATCH-NEW-GROUP
              VARYING WS-NGP-SUB FROM 1 BY 1
              UNTIL WS-NGP-SUB > WS-NEW-GROUP-COUNT
           IF WS-NGP-MATCH-SUB = ZEROS
              ADD 1 TO WS-NEW-GROUP-COUNT
              MOVE WS-NEW-GROUP-COUNT TO WS-NGP-MATCH-SUB
              MOVE WS-CMAP-CODE TO WS-NGP-CODE (WS-NGP-MATCH-SUB)
              MOVE ZEROS TO WS-NGP-OPENING (WS-NGP-MATCH-SUB)
              MOVE ZEROS TO WS-NGP-ACTIVITY (WS-NGP-MATCH-SUB)
              MOVE ZEROS TO WS-NGP-VALUE (WS-NGP-MATCH-SUB)
           END-IF
           ADD WS-LDG-OPENING (WS-LEDGER-SUB)
              TO WS-NGP-OPENING (WS-NGP-MATCH-SUB)
           ADD WS-LDG-ACTIVITY (WS-LEDGER-SUB)
              TO WS-NGP-ACTIVITY (WS-NGP-MATCH-SUB)
           ADD WS-LDG-VALUE (WS-LEDGER-SUB)
              TO WS-NGP-VALUE (WS-NGP-MATCH-SUB)
           .
       4110-MATCH-NEW-GROUP.
           IF WS-NGP-CODE (WS-NGP-SUB) = WS-CMAP-CODE
              MOVE WS-NGP-SUB TO WS-NGP-MATCH-SUB
           END-IF
           .
       4200-RESTATE-GROUP-POSTING.
           MOVE WS-GPO-CODE (WS-LEDGER-SUB) TO WS-CMAP-CODE
           MOVE "A" TO WS-CMAP-CHECK-LEVEL
           PERFORM 1960-TRANSLATE-AS-OF
           IF WS-CMAP-TRANSLATED
              SET WS-STORE-CHANGED TO TRUE
              ADD 1 TO WS-LDG-REKEYED
              MOVE WS-CMAP-CODE TO WS-GPO-CODE (WS-LEDGER-SUB)
           END-IF
           .
       4300-RESTATE-ADJUSTMENT.
           MOVE WS-ADJ-CODE (WS-LEDGER-SUB) TO WS-CMAP-CODE
           MOVE "A" TO WS-CMAP-CHECK-LEVEL
           PERFORM 1960-TRANSLATE-AS-OF
           IF WS-CMAP-TRANSLATED
              SET WS-STORE-CHANGED TO TRUE
              ADD 1 TO WS-LDG-REKEYED
              MOVE WS-CMAP-CODE TO WS-ADJ-CODE (WS-LEDGER-SUB)
           END-IF
           .
       4350-RESTATE-CURRENCY-POSTING.
           MOVE WS-CPO-CODE (WS-LEDGER-SUB) TO WS-CMAP-CODE
           MOVE "A" TO WS-CMAP-CHECK-LEVEL
           PERFORM 1960-TRANSLATE-AS-OF
           IF WS-CMAP-TRANSLATED
              SET WS-STORE-CHANGED TO TRUE
              ADD 1 TO WS-LDG-REKEYED
              MOVE WS-CMAP-CODE TO WS-CPO-CODE (WS-LEDGER-SUB)
           END-IF
           .
       4400-REPLACE-GROUP-TABLE.
           MOVE WS-NEW-GROUP-COUNT TO WS-LEDGER-GROUP-COUNT
           PERFORM 4410-REPLACE-ONE-GROUP
              VARYING WS-LEDGER-SUB FROM 1 BY 1
              UNTIL WS-LEDGER-SUB > WS-LEDGER-GROUP-COUNT
           .
       4410-REPLACE-ONE-GROUP.
           MOVE WS-NGP-CODE (WS-LEDGER-SUB)
              TO WS-LDG-CODE (WS-LEDGER-SUB)
           MOVE WS-NGP-OPENING (WS-LEDGER-SUB)
              TO WS-LDG-OPENING (WS-LEDGER-SUB)
           MOVE WS-NGP-ACTIVITY (WS-LEDGER-SUB)
              TO WS-LDG-ACTIVITY (WS-LEDGER-SUB)
           MOVE WS-NGP-VALUE (WS-LEDGER-SUB)
              TO WS-LDG-VALUE (WS-LEDGER-SUB)
           .
      *> the ledger lines about to be re-keyed are saved as they
      *> stand on file before the restated tables are written back.
       4800-COPY-BACK-LEDGER.
           MOVE "cbledger.txt" TO WS-SAVE-FILE-NAME
           OPEN INPUT LEDGER-FILE
           PERFORM 4900-SAVE-LEDGER-IMAGE
              UNTIL WS-LEDGER-FILE-STATUS NOT = "00"
           CLOSE LEDGER-FILE
           PERFORM 9850-REWRITE-LEDGER
           PERFORM 7820-MARK-REWRITTEN
              VARYING WS-PRF-SUB FROM 6 BY 1
              UNTIL WS-PRF-SUB > 10
           MOVE 16 TO WS-PRF-SUB
           PERFORM 7820-MARK-REWRITTEN
           .
       4900-SAVE-LEDGER-IMAGE.
           READ LEDGER-FILE INTO WS-LEDGER-IN-REC
              AT END
                 MOVE "10" TO WS-LEDGER-FILE-STATUS
              NOT AT END
                 EVALUATE LDR-P-TYPE
                    WHEN "M"
                       MOVE LDR-M-CODE TO WS-CMAP-CODE
                    WHEN "G"
                       MOVE LDR-G-CODE TO WS-CMAP-CODE
                    WHEN "A"
                       MOVE LDR-A-CODE TO WS-CMAP-CODE
                    WHEN "C"
                       MOVE LDR-C-CODE TO WS-CMAP-CODE
                    WHEN OTHER
                       MOVE SPACES TO WS-CMAP-CODE
                 END-EVALUATE
                 IF WS-CMAP-CODE NOT = SPACES
                    MOVE "A" TO WS-CMAP-CHECK-LEVEL
                    PERFORM 1960-TRANSLATE-AS-OF
                    IF WS-CMAP-TRANSLATED
                       MOVE WS-LEDGER-IN-REC TO WS-SAVE-IMAGE
                       PERFORM 7950-WRITE-SAVE-RECORD
                    END-IF
                 END-IF
           END-READ
           .
      *> a limits file too long for the table is not restated, as
      *> the rewrite would lose the limits that did not fit.
       5000-RESTATE-LIMITS.
           MOVE 11 TO WS-PRF-SUB
           MOVE "N" TO WS-STORE-CHANGED-SW
           MOVE "N" TO WS-LIM-OVERFLOW-SW
           MOVE ZEROS TO WS-LIMITS-COUNT, WS-NEW-LIMITS-COUNT
           MOVE ZEROS TO WS-SUM-1, WS-SUM-2, WS-SUM-3, WS-SUM-4
           OPEN INPUT LIMITS-FILE
           IF WS-LIMITS-FILE-STATUS = "00"
              PERFORM 5010-READ-LIMIT-RECORD
                 UNTIL WS-LIMITS-FILE-STATUS NOT = "00"
              CLOSE LIMITS-FILE
              PERFORM 5100-RESTATE-LIMIT-ENTRY
                 VARYING WS-LIMITS-SUB FROM 1 BY 1
                 UNTIL WS-LIMITS-SUB > WS-LIMITS-COUNT
              PERFORM 5200-SUM-NEW-LIMIT
                 VARYING WS-NLM-SUB FROM 1 BY 1
                 UNTIL WS-NLM-SUB > WS-NEW-LIMITS-COUNT
              MOVE WS-LIMITS-COUNT TO WS-PRF-RECS-BEFORE (11),
                 WS-PRF-RECS-BEFORE (12)
              MOVE WS-NEW-LIMITS-COUNT TO WS-PRF-RECS-AFTER (11),
                 WS-PRF-RECS-AFTER (12)
              MOVE WS-SUM-1 TO WS-PRF-TOT-BEFORE (11)
              MOVE WS-SUM-2 TO WS-PRF-TOT-BEFORE (12)
              MOVE WS-SUM-3 TO WS-PRF-TOT-AFTER (11)
              MOVE WS-SUM-4 TO WS-PRF-TOT-AFTER (12)
              EVALUATE TRUE
                 WHEN WS-LIM-OVERFLOW
                    DISPLAY "*** TOO MANY LIMITS - cblimits.txt "
                       "NOT RESTATED ***"
                    SET WS-PRF-SKIPPED (11) TO TRUE
                    SET WS-PRF-SKIPPED (12) TO TRUE
                    MOVE 8 TO WS-COND-CODE
                 WHEN WS-STORE-CHANGED
                    SET WS-PRF-PENDING (11) TO TRUE
              END-EVALUATE
           ELSE
              SET WS-PRF-ABSENT (11) TO TRUE
              SET WS-PRF-ABSENT (12) TO TRUE
           END-IF
           .
       5010-READ-LIMIT-RECORD.
           READ LIMITS-FILE
              AT END
                 MOVE "10" TO WS-LIMITS-FILE-STATUS
              NOT AT END
                 IF LIM-CODE NOT = SPACES
                    IF WS-LIMITS-COUNT < WS-LIMITS-MAX
                       ADD 1 TO WS-LIMITS-COUNT
                       MOVE LIM-CODE TO WS-LIM-CODE (WS-LIMITS-COUNT)
                       MOVE LIM-MIN-VALUE
                          TO WS-LIM-MIN (WS-LIMITS-COUNT)
                       MOVE LIM-MAX-VALUE
                          TO WS-LIM-MAX (WS-LIMITS-COUNT)
                       MOVE LIM-SWING-PCT
                          TO WS-LIM-SWING-PCT (WS-LIMITS-COUNT)
                    ELSE
                       SET WS-LIM-OVERFLOW TO TRUE
                    END-IF
                 END-IF
           END-READ
           .
       5100-RESTATE-LIMIT-ENTRY.
           ADD WS-LIM-MIN (WS-LIMITS-SUB) TO WS-SUM-1
           ADD WS-LIM-MAX (WS-LIMITS-SUB) TO WS-SUM-2
           MOVE WS-LIM-CODE (WS-LIMITS-SUB) TO WS-CMAP-CODE
           MOVE "A" TO WS-CMAP-CHECK-LEVEL
           PERFORM 1960-TRANSLATE-AS-OF
           IF WS-CMAP-TRANSLATED
              SET WS-STORE-CHANGED TO TRUE
              ADD 1 TO WS-PRF-REKEYED (11)
              ADD 1 TO WS-PRF-REKEYED (12)
           END-IF
           MOVE ZEROS TO WS-NLM-MATCH-SUB
           PERFORM 5110-MATCH-NEW-LIMIT
              VARYING WS-NLM-SUB FROM 1 BY 1
              UNTIL WS-NLM-SUB > WS-NEW-LIMITS-COUNT
           IF WS-NLM-MATCH-SUB = ZEROS
              ADD 1 TO WS-NEW-LIMITS-COUNT
              MOVE WS-NEW-LIMITS-COUNT TO WS-NLM-MATCH-SUB
              MOVE WS-CMAP-CODE TO WS-NLM-CODE (WS-NLM-MATCH-SUB)
              MOVE WS-LIM-MIN (WS-LIMITS-SUB)
                 TO WS-NLM-MIN (WS-NLM-MATCH-SUB)
              MOVE WS-LIM-MAX (WS-LIMITS-SUB)
                 TO WS-NLM-MAX (WS-NLM-MATCH-SUB)
              MOVE WS-LIM-SWING-PCT (WS-LIMITS-SUB)
                 TO WS-NLM-SWING-PCT (WS-NLM-MATCH-SUB)
           ELSE
              ADD WS-LIM-MIN (WS-LIMITS-SUB)
                 TO WS-NLM-MIN (WS-NLM-MATCH-SUB)
              ADD WS-LIM-MAX (WS-LIMITS-SUB)
                 TO WS-NLM-MAX (WS-NLM-MATCH-SUB)
              IF WS-LIM-SWING-PCT (WS-LIMITS-SUB)
                 > WS-NLM-SWING-PCT (WS-NLM-MATCH-SUB)
                 MOVE WS-LIM-SWING-PCT (WS-LIMITS-SUB)
                    TO WS-NLM-SWING-PCT (WS-NLM-MATCH-SUB)
              END-IF
           END-IF
           .
       5110-MATCH-NEW-LIMIT.
           IF WS-NLM-CODE (WS-NLM-SUB) = WS-CMAP-CODE
              MOVE WS-NLM-SUB TO WS-NLM-MATCH-SUB
           END-IF
           .
       5200-SUM-NEW-LIMIT.
           ADD WS-NLM-MIN (WS-NLM-SUB) TO WS-SUM-3
           ADD WS-NLM-MAX (WS-NLM-SUB) TO WS-SUM-4
           .
       5300-REWRITE-LIMITS.
           MOVE "cblimits.txt" TO WS-SAVE-FILE-NAME
           OPEN INPUT LIMITS-FILE
           PERFORM 5310-SAVE-LIMIT-RECORD
              UNTIL WS-LIMITS-FILE-STATUS NOT = "00"
           CLOSE LIMITS-FILE
           OPEN OUTPUT LIMITS-FILE
           PERFORM 5320-WRITE-NEW-LIMIT
              VARYING WS-NLM-SUB FROM 1 BY 1
              UNTIL WS-NLM-SUB > WS-NEW-LIMITS-COUNT
           CLOSE LIMITS-FILE
           SET WS-PRF-REWRITTEN (11) TO TRUE
           SET WS-PRF-REWRITTEN (12) TO TRUE
           .
       5310-SAVE-LIMIT-RECORD.
           READ LIMITS-FILE
              AT END
                 MOVE "10" TO WS-LIMITS-FILE-STATUS
              NOT AT END
                 MOVE LIM-CODE TO WS-CMAP-CODE
                 MOVE "A" TO WS-CMAP-CHECK-LEVEL
                 PERFORM 1960-TRANSLATE-AS-OF
                 IF WS-CMAP-TRANSLATED
                    MOVE LIMIT-RECORD TO WS-SAVE-IMAGE
                    PERFORM 7950-WRITE-SAVE-RECORD
                 END-IF
           END-READ
           .
       5320-WRITE-NEW-LIMIT.
           MOVE SPACES TO LIMIT-RECORD
           MOVE WS-NLM-CODE (WS-NLM-SUB) TO LIM-CODE
           MOVE WS-NLM-MIN (WS-NLM-SUB) TO LIM-MIN-VALUE
           MOVE WS-NLM-MAX (WS-NLM-SUB) TO LIM-MAX-VALUE
           MOVE WS-NLM-SWING-PCT (WS-NLM-SUB) TO LIM-SWING-PCT
           WRITE LIMIT-RECORD
           .
      *> a selection file too long for the tables is not restated,
      *> which holds every other store back as well.
       6000-RESTATE-SELECTION.
           PERFORM 6005-NAME-SELECTION-FILES
           COMPUTE WS-PRF-SUB = WS-FILE-SUB + 12
           MOVE "N" TO WS-SEL-OVERFLOW-SW
           MOVE ZEROS TO WS-SEL-COUNT, WS-NEW-SEL-COUNT
           MOVE ZEROS TO WS-SEL-REKEYED
           OPEN INPUT SELECT-FILE
           IF WS-SELECT-FILE-STATUS = "00"
              PERFORM 6010-READ-SELECTION-ENTRY
                 UNTIL WS-SELECT-FILE-STATUS NOT = "00"
              CLOSE SELECT-FILE
              PERFORM 6100-RESTATE-SINGLE-ENTRY
                 VARYING WS-SEL-SUB FROM 1 BY 1
                 UNTIL WS-SEL-SUB > WS-SEL-COUNT
              PERFORM 6200-EXTEND-RANGE-ENTRY
                 VARYING WS-SEL-SUB FROM 1 BY 1
                 UNTIL WS-SEL-SUB > WS-SEL-COUNT
              MOVE WS-SEL-COUNT TO WS-PRF-RECS-BEFORE (WS-PRF-SUB)
              MOVE WS-NEW-SEL-COUNT TO WS-PRF-RECS-AFTER (WS-PRF-SUB)
              MOVE WS-SEL-REKEYED TO WS-PRF-REKEYED (WS-PRF-SUB)
              EVALUATE TRUE
                 WHEN WS-SEL-OVERFLOW
                    DISPLAY "*** TOO MANY ENTRIES - " WS-SELECT-FILENAME
                       " NOT RESTATED ***"
                    SET WS-PRF-SKIPPED (WS-PRF-SUB) TO TRUE
                    MOVE 8 TO WS-COND-CODE
                 WHEN WS-SEL-REKEYED > ZEROS
                    OPEN OUTPUT WORK-FILE
                    PERFORM 6050-WRITE-SELECTION-IMAGE
                       VARYING WS-NSL-SUB FROM 1 BY 1
                       UNTIL WS-NSL-SUB > WS-NEW-SEL-COUNT
                    CLOSE WORK-FILE
                    SET WS-PRF-PENDING (WS-PRF-SUB) TO TRUE
              END-EVALUATE
           ELSE
              SET WS-PRF-ABSENT (WS-PRF-SUB) TO TRUE
           END-IF
           .
       6005-NAME-SELECTION-FILES.
           EVALUATE WS-FILE-SUB
              WHEN 1
                 MOVE "cb1select.txt" TO WS-SELECT-FILENAME
                 MOVE "cb1select.new" TO WS-WORK-FILENAME
              WHEN 2
                 MOVE "cb2select.txt" TO WS-SELECT-FILENAME
                 MOVE "cb2select.new" TO WS-WORK-FILENAME
              WHEN OTHER
                 MOVE "cb3select.txt" TO WS-SELECT-FILENAME
                 MOVE "cb3select.new" TO WS-WORK-FILENAME
           END-EVALUATE
           .
       6010-READ-SELECTION-ENTRY.
           READ SELECT-FILE
              AT END
                 MOVE "10" TO WS-SELECT-FILE-STATUS
              NOT AT END
                 IF SEL-LOW-CODE NOT = SPACES
                    IF WS-SEL-COUNT < WS-SEL-MAX
                       ADD 1 TO WS-SEL-COUNT
                       MOVE SELECT-RECORD
                          TO WS-SEL-IMAGE (WS-SEL-COUNT)
                    ELSE
                       SET WS-SEL-OVERFLOW TO TRUE
                    END-IF
                 END-IF
           END-READ
           .
      *> ranges go across untouched; a single code is renamed, or
      *> dropped when the entries already cover its replacement.
       6100-RESTATE-SINGLE-ENTRY.
           MOVE WS-SEL-IMAGE (WS-SEL-SUB) TO WS-SEL-WORK
           IF WS-SLW-DASH = "-" AND WS-SLW-HIGH NOT = SPACES
              PERFORM 6150-ADD-NEW-ENTRY
           ELSE
              MOVE WS-SLW-LOW TO WS-CMAP-CODE
              MOVE "A" TO WS-CMAP-CHECK-LEVEL
              PERFORM 1960-TRANSLATE-AS-OF
              IF WS-CMAP-TRANSLATED
                 ADD 1 TO WS-SEL-REKEYED
                 MOVE WS-CMAP-CODE TO WS-SEL-CHECK-CODE
                 PERFORM 6400-CHECK-CODE-COVERED
                 IF NOT WS-SEL-COVERED
                    MOVE SPACES TO WS-SEL-WORK
                    MOVE WS-CMAP-CODE TO WS-SLW-LOW
                    PERFORM 6150-ADD-NEW-ENTRY
                 END-IF
              ELSE
                 PERFORM 6150-ADD-NEW-ENTRY
              END-IF
           END-IF
           .
       6150-ADD-NEW-ENTRY.
           IF WS-NEW-SEL-COUNT < WS-NEW-SEL-MAX
              ADD 1 TO WS-NEW-SEL-COUNT
              MOVE WS-SEL-WORK TO WS-NSL-IMAGE (WS-NEW-SEL-COUNT)
           ELSE
              SET WS-SEL-OVERFLOW TO TRUE
           END-IF
           .
      *> a retired code inside a range brings its replacement in
      *> when nothing selects the replacement yet.
       6200-EXTEND-RANGE-ENTRY.
           MOVE WS-SEL-IMAGE (WS-SEL-SUB) TO WS-SEL-WORK
           IF WS-SLW-DASH = "-" AND WS-SLW-HIGH NOT = SPACES
              PERFORM 6210-CHECK-MAP-IN-RANGE
                 VARYING WS-CMAP-SUB FROM 1 BY 1
                 UNTIL WS-CMAP-SUB > WS-CMAP-COUNT
           END-IF
           .
       6210-CHECK-MAP-IN-RANGE.
           MOVE WS-SEL-IMAGE (WS-SEL-SUB) TO WS-SEL-WORK
           IF WS-CMAP-LEVEL (WS-CMAP-SUB) = "A"
              AND WS-CMAP-EFF-DATE (WS-CMAP-SUB) NOT > WS-AS-OF-DATE
              AND WS-CMAP-OLD (WS-CMAP-SUB) >= WS-SLW-LOW
              AND WS-CMAP-OLD (WS-CMAP-SUB) <= WS-SLW-HIGH
              MOVE WS-CMAP-SUB TO WS-NSL-SUB
              MOVE WS-CMAP-OLD (WS-CMAP-SUB) TO WS-CMAP-CODE
              MOVE "A" TO WS-CMAP-CHECK-LEVEL
              PERFORM 1960-TRANSLATE-AS-OF
              MOVE WS-NSL-SUB TO WS-CMAP-SUB
              MOVE WS-CMAP-CODE TO WS-SEL-CHECK-CODE
              PERFORM 6400-CHECK-CODE-COVERED
              IF NOT WS-SEL-COVERED
                 ADD 1 TO WS-SEL-REKEYED
                 MOVE SPACES TO WS-SEL-WORK
                 MOVE WS-SEL-CHECK-CODE TO WS-SLW-LOW
                 PERFORM 6150-ADD-NEW-ENTRY
              END-IF
           END-IF
           .
       6050-WRITE-SELECTION-IMAGE.
           MOVE WS-NSL-IMAGE (WS-NSL-SUB) TO WORK-RECORD
           WRITE WORK-RECORD
           .
      *> every entry of the original is saved, then the restated
      *> image is copied over it.
       6300-REWRITE-SELECTION.
           PERFORM 6005-NAME-SELECTION-FILES
           MOVE WS-SELECT-FILENAME TO WS-SAVE-FILE-NAME
           OPEN INPUT SELECT-FILE
           PERFORM 6310-SAVE-SELECTION-ENTRY
              UNTIL WS-SELECT-FILE-STATUS NOT = "00"
           CLOSE SELECT-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT SELECT-FILE
           PERFORM 6320-WRITE-SELECTION-ENTRY
              UNTIL WS-WORK-FILE-STATUS NOT = "00"
           CLOSE WORK-FILE
           CLOSE SELECT-FILE
           SET WS-PRF-REWRITTEN (WS-PRF-SUB) TO TRUE
           .
       6310-SAVE-SELECTION-ENTRY.
           READ SELECT-FILE
              AT END
                 MOVE "10" TO WS-SELECT-FILE-STATUS
              NOT AT END
                 IF SEL-LOW-CODE NOT = SPACES
                    MOVE SELECT-RECORD TO WS-SAVE-IMAGE
                    PERFORM 7950-WRITE-SAVE-RECORD
                 END-IF
           END-READ
           .
       6320-WRITE-SELECTION-ENTRY.
           READ WORK-FILE
              AT END
                 MOVE "10" TO WS-WORK-FILE-STATUS
              NOT AT END
                 WRITE SELECT-RECORD FROM WORK-RECORD
           END-READ
           .
      *> the new code is selected when any entry already in the
      *> restated list covers it.
       6400-CHECK-CODE-COVERED.
           MOVE "N" TO WS-SEL-COVERED-SW
           PERFORM 6410-MATCH-COVERING-ENTRY
              VARYING WS-NSL-SUB FROM 1 BY 1
              UNTIL WS-NSL-SUB > WS-NEW-SEL-COUNT
           .
       6410-MATCH-COVERING-ENTRY.
           MOVE WS-NSL-IMAGE (WS-NSL-SUB) TO WS-SEL-WORK
           IF WS-SLW-DASH NOT = "-" OR WS-SLW-HIGH = SPACES
              MOVE WS-SLW-LOW TO WS-SLW-HIGH
           END-IF
           IF WS-SEL-CHECK-CODE >= WS-SLW-LOW
              AND WS-SEL-CHECK-CODE <= WS-SLW-HIGH
              SET WS-SEL-COVERED TO TRUE
           END-IF
           .
      *> the closed-period history is restated into its work file
      *> one close at a time, copied back over the original at 6550
      *> once all has proved.
       6500-RESTATE-CLOSE-HISTORY.
           MOVE 17 TO WS-PRF-SUB
           MOVE "N" TO WS-STORE-CHANGED-SW
           MOVE "N" TO WS-CLH-OVERFLOW-SW
           MOVE ZEROS TO WS-SUM-RECS, WS-SUM-RECS-2, WS-NEW-CLH-COUNT
           MOVE ZEROS TO WS-SUM-1, WS-SUM-2, WS-SUM-3
           MOVE ZEROS TO WS-SUM-4, WS-SUM-5, WS-SUM-6
           OPEN INPUT CLOSE-HIST-FILE
           IF WS-CLH-FILE-STATUS = "00"
              MOVE "cbclosehist.new" TO WS-WORK-FILENAME
              OPEN OUTPUT WORK-FILE
              PERFORM 6510-RESTATE-CLOSE-RECORD
                 UNTIL WS-CLH-FILE-STATUS NOT = "00"
              PERFORM 6540-WRITE-CLOSE-GROUPS
              CLOSE CLOSE-HIST-FILE
              CLOSE WORK-FILE
              MOVE WS-SUM-RECS TO WS-PRF-RECS-BEFORE (17),
                 WS-PRF-RECS-BEFORE (18), WS-PRF-RECS-BEFORE (19)
              MOVE WS-SUM-RECS-2 TO WS-PRF-RECS-AFTER (17),
                 WS-PRF-RECS-AFTER (18), WS-PRF-RECS-AFTER (19)
              MOVE WS-SUM-1 TO WS-PRF-TOT-BEFORE (17)
              MOVE WS-SUM-2 TO WS-PRF-TOT-BEFORE (18)
              MOVE WS-SUM-3 TO WS-PRF-TOT-BEFORE (19)
              MOVE WS-SUM-4 TO WS-PRF-TOT-AFTER (17)
              MOVE WS-SUM-5 TO WS-PRF-TOT-AFTER (18)
              MOVE WS-SUM-6 TO WS-PRF-TOT-AFTER (19)
              IF WS-CLH-OVERFLOW
                 SET WS-PRF-SKIPPED (17) TO TRUE
                 SET WS-PRF-SKIPPED (18) TO TRUE
                 SET WS-PRF-SKIPPED (19) TO TRUE
                 MOVE 8 TO WS-COND-CODE
              ELSE
                 IF WS-STORE-CHANGED
                    SET WS-PRF-PENDING (17) TO TRUE
                 END-IF
              END-IF
           ELSE
              SET WS-PRF-ABSENT (17) TO TRUE
              SET WS-PRF-ABSENT (18) TO TRUE
              SET WS-PRF-ABSENT (19) TO TRUE
           END-IF
           .
      *> a new close date or period writes out the groups held for
      *> the close before it; the record just read is kept aside
      *> while they are built in the record area.
       6510-RESTATE-CLOSE-RECORD.
           READ CLOSE-HIST-FILE
              AT END
                 MOVE "10" TO WS-CLH-FILE-STATUS
              NOT AT END
                 ADD 1 TO WS-SUM-RECS
                 IF WS-NEW-CLH-COUNT > ZEROS
                    AND (CLH-CLOSE-DATE NOT = WS-CLH-KEY-DATE
                    OR CLH-PERIOD-START NOT = WS-CLH-KEY-START)
                    MOVE CLOSE-HIST-RECORD TO WS-CLH-HOLD
                    PERFORM 6540-WRITE-CLOSE-GROUPS
                    MOVE WS-CLH-HOLD TO CLOSE-HIST-RECORD
                 END-IF
                 MOVE CLH-CLOSE-DATE TO WS-CLH-KEY-DATE
                 MOVE CLH-PERIOD-START TO WS-CLH-KEY-START
                 PERFORM 6520-ADD-CLOSE-GROUP
           END-READ
           .
       6520-ADD-CLOSE-GROUP.
           ADD CLH-OPENING TO WS-SUM-1
           ADD CLH-ACTIVITY TO WS-SUM-2
           ADD CLH-CLOSING TO WS-SUM-3
           MOVE CLH-CODE TO WS-CMAP-CODE
           MOVE "A" TO WS-CMAP-CHECK-LEVEL
           PERFORM 1960-TRANSLATE-AS-OF
           IF WS-CMAP-TRANSLATED
              SET WS-STORE-CHANGED TO TRUE
              ADD 1 TO WS-PRF-REKEYED (17)
              ADD 1 TO WS-PRF-REKEYED (18)
              ADD 1 TO WS-PRF-REKEYED (19)
           END-IF
           MOVE ZEROS TO WS-NCL-MATCH-SUB
           PERFORM 6525-MATCH-CLOSE-GROUP
              VARYING WS-NCL-SUB FROM 1 BY 1
              UNTIL WS-NCL-SUB > WS-NEW-CLH-COUNT
           EVALUATE TRUE
              WHEN WS-NCL-MATCH-SUB > ZEROS
                 ADD CLH-OPENING TO WS-NCL-OPENING (WS-NCL-MATCH-SUB)
                 ADD CLH-ACTIVITY
                    TO WS-NCL-ACTIVITY (WS-NCL-MATCH-SUB)
                 ADD CLH-CLOSING TO WS-NCL-CLOSING (WS-NCL-MATCH-SUB)
              WHEN WS-NEW-CLH-COUNT < WS-NEW-CLH-MAX
                 ADD 1 TO WS-NEW-CLH-COUNT
                 MOVE WS-NEW-CLH-COUNT TO WS-NCL-MATCH-SUB
                 MOVE WS-CMAP-CODE TO WS-NCL-CODE (WS-NCL-MATCH-SUB)
                 MOVE CLH-OPENING TO WS-NCL-OPENING (WS-NCL-MATCH-SUB)
                 MOVE CLH-ACTIVITY
                    TO WS-NCL-ACTIVITY (WS-NCL-MATCH-SUB)
                 MOVE CLH-CLOSING TO WS-NCL-CLOSING (WS-NCL-MATCH-SUB)
                 MOVE CLH-JRNL-COUNT
                    TO WS-NCL-JRNL-COUNT (WS-NCL-MATCH-SUB)
                 MOVE CLH-JRNL-DAYS
                    TO WS-NCL-JRNL-DAYS (WS-NCL-MATCH-SUB)
              WHEN OTHER
                 SET WS-CLH-OVERFLOW TO TRUE
           END-EVALUATE
           .
       6525-MATCH-CLOSE-GROUP.
           IF WS-NCL-CODE (WS-NCL-SUB) = WS-CMAP-CODE
              MOVE WS-NCL-SUB TO WS-NCL-MATCH-SUB
           END-IF
           .
       6540-WRITE-CLOSE-GROUPS.
           PERFORM 6545-WRITE-CLOSE-GROUP
              VARYING WS-NCL-SUB FROM 1 BY 1
              UNTIL WS-NCL-SUB > WS-NEW-CLH-COUNT
           MOVE ZEROS TO WS-NEW-CLH-COUNT
           .
       6545-WRITE-CLOSE-GROUP.
           MOVE SPACES TO CLOSE-HIST-RECORD
           MOVE WS-CLH-KEY-DATE TO CLH-CLOSE-DATE
           MOVE WS-CLH-KEY-START TO CLH-PERIOD-START
           MOVE WS-NCL-CODE (WS-NCL-SUB) TO CLH-CODE
           MOVE WS-NCL-OPENING (WS-NCL-SUB) TO CLH-OPENING
           MOVE WS-NCL-ACTIVITY (WS-NCL-SUB) TO CLH-ACTIVITY
           MOVE WS-NCL-CLOSING (WS-NCL-SUB) TO CLH-CLOSING
           MOVE WS-NCL-JRNL-COUNT (WS-NCL-SUB) TO CLH-JRNL-COUNT
           MOVE WS-NCL-JRNL-DAYS (WS-NCL-SUB) TO CLH-JRNL-DAYS
           ADD 1 TO WS-SUM-RECS-2
           ADD WS-NCL-OPENING (WS-NCL-SUB) TO WS-SUM-4
           ADD WS-NCL-ACTIVITY (WS-NCL-SUB) TO WS-SUM-5
           ADD WS-NCL-CLOSING (WS-NCL-SUB) TO WS-SUM-6
           WRITE WORK-RECORD FROM CLOSE-HIST-RECORD
           .
       6550-COPY-BACK-CLOSE-HIST.
           MOVE "cbclosehist.new" TO WS-WORK-FILENAME
           MOVE "cbclosehist.txt" TO WS-SAVE-FILE-NAME
           OPEN INPUT CLOSE-HIST-FILE
           PERFORM 6555-SAVE-CLOSE-RECORD
              UNTIL WS-CLH-FILE-STATUS NOT = "00"
           CLOSE CLOSE-HIST-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT CLOSE-HIST-FILE
           PERFORM 6560-RESTORE-CLOSE-RECORD
              UNTIL WS-WORK-FILE-STATUS NOT = "00"
           CLOSE WORK-FILE
           CLOSE CLOSE-HIST-FILE
           SET WS-PRF-REWRITTEN (17) TO TRUE
           SET WS-PRF-REWRITTEN (18) TO TRUE
           SET WS-PRF-REWRITTEN (19) TO TRUE
           .
       6555-SAVE-CLOSE-RECORD.
           READ CLOSE-HIST-FILE
              AT END
                 MOVE "10" TO WS-CLH-FILE-STATUS
              NOT AT END
                 MOVE CLH-CODE TO WS-CMAP-CODE
                 MOVE "A" TO WS-CMAP-CHECK-LEVEL
                 PERFORM 1960-TRANSLATE-AS-OF
                 IF WS-CMAP-TRANSLATED
                    MOVE CLOSE-HIST-RECORD TO WS-SAVE-IMAGE
                    PERFORM 7950-WRITE-SAVE-RECORD
                 END-IF
           END-READ
           .
       6560-RESTORE-CLOSE-RECORD.
           READ WORK-FILE
              AT END
                 MOVE "10" TO WS-WORK-FILE-STATUS
              NOT AT END
                 WRITE CLOSE-HIST-RECORD FROM WORK-RECORD
           END-READ
           .
      *> the plan file is held whole, as CBBUDGET reads it: a line
      *> with no code or no period is not a plan and is dropped.
       6600-RESTATE-BUDGET.
           MOVE 20 TO WS-PRF-SUB
           MOVE "N" TO WS-STORE-CHANGED-SW
           MOVE "N" TO WS-BUD-OVERFLOW-SW
           MOVE ZEROS TO WS-SUM-RECS, WS-NEW-BUD-COUNT
           MOVE ZEROS TO WS-SUM-1, WS-SUM-2, WS-SUM-3, WS-SUM-4
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "00"
              PERFORM 6610-RESTATE-BUDGET-RECORD
                 UNTIL WS-BUDGET-FILE-STATUS NOT = "00"
              CLOSE BUDGET-FILE
              PERFORM 6630-SUM-NEW-BUDGET
                 VARYING WS-NBD-SUB FROM 1 BY 1
                 UNTIL WS-NBD-SUB > WS-NEW-BUD-COUNT
              MOVE WS-SUM-RECS TO WS-PRF-RECS-BEFORE (20),
                 WS-PRF-RECS-BEFORE (21)
              MOVE WS-NEW-BUD-COUNT TO WS-PRF-RECS-AFTER (20),
                 WS-PRF-RECS-AFTER (21)
              MOVE WS-SUM-1 TO WS-PRF-TOT-BEFORE (20)
              MOVE WS-SUM-2 TO WS-PRF-TOT-BEFORE (21)
              MOVE WS-SUM-3 TO WS-PRF-TOT-AFTER (20)
              MOVE WS-SUM-4 TO WS-PRF-TOT-AFTER (21)
              IF WS-BUD-OVERFLOW
                 SET WS-PRF-SKIPPED (20) TO TRUE
                 SET WS-PRF-SKIPPED (21) TO TRUE
                 MOVE 8 TO WS-COND-CODE
              ELSE
                 IF WS-STORE-CHANGED
                    SET WS-PRF-PENDING (20) TO TRUE
                 END-IF
              END-IF
           ELSE
              SET WS-PRF-ABSENT (20) TO TRUE
              SET WS-PRF-ABSENT (21) TO TRUE
           END-IF
           .
       6610-RESTATE-BUDGET-RECORD.
           READ BUDGET-FILE
              AT END
                 MOVE "10" TO WS-BUDGET-FILE-STATUS
              NOT AT END
                 IF BUD-CODE NOT = SPACES
                    AND BUD-PERIOD NUMERIC
                    ADD 1 TO WS-SUM-RECS
                    PERFORM 6620-ADD-BUDGET-PLAN
                 END-IF
           END-READ
           .
       6620-ADD-BUDGET-PLAN.
           MOVE BUD-CODE TO WS-CMAP-CODE
           MOVE "A" TO WS-CMAP-CHECK-LEVEL
           PERFORM 1960-TRANSLATE-AS-OF
           IF WS-CMAP-TRANSLATED
              SET WS-STORE-CHANGED TO TRUE
              ADD 1 TO WS-PRF-REKEYED (20)
              ADD 1 TO WS-PRF-REKEYED (21)
           END-IF
           MOVE ZEROS TO WS-NBD-MATCH-SUB
           PERFORM 6625-MATCH-NEW-BUDGET
              VARYING WS-NBD-SUB FROM 1 BY 1
              UNTIL WS-NBD-SUB > WS-NEW-BUD-COUNT
           IF WS-NBD-MATCH-SUB = ZEROS
              IF WS-NEW-BUD-COUNT < WS-NEW-BUD-MAX
                 ADD 1 TO WS-NEW-BUD-COUNT
                 MOVE WS-NEW-BUD-COUNT TO WS-NBD-MATCH-SUB
                 MOVE WS-CMAP-CODE TO WS-NBD-CODE (WS-NBD-MATCH-SUB)
                 MOVE BUD-PERIOD TO WS-NBD-PERIOD (WS-NBD-MATCH-SUB)
                 MOVE ZEROS TO WS-NBD-COUNT (WS-NBD-MATCH-SUB)
                 MOVE ZEROS TO WS-NBD-VALUE (WS-NBD-MATCH-SUB)
              ELSE
                 SET WS-BUD-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF BUD-PLAN-COUNT NUMERIC
              ADD BUD-PLAN-COUNT TO WS-SUM-1
              IF WS-NBD-MATCH-SUB > ZEROS
                 ADD BUD-PLAN-COUNT TO WS-NBD-COUNT (WS-NBD-MATCH-SUB)
              END-IF
           END-IF
           IF BUD-PLAN-VALUE NUMERIC
              ADD BUD-PLAN-VALUE TO WS-SUM-2
              IF WS-NBD-MATCH-SUB > ZEROS
                 ADD BUD-PLAN-VALUE TO WS-NBD-VALUE (WS-NBD-MATCH-SUB)
              END-IF
           END-IF
           .
       6625-MATCH-NEW-BUDGET.
           IF WS-NBD-CODE (WS-NBD-SUB) = WS-CMAP-CODE
              AND WS-NBD-PERIOD (WS-NBD-SUB) = BUD-PERIOD
              MOVE WS-NBD-SUB TO WS-NBD-MATCH-SUB
           END-IF
           .
       6630-SUM-NEW-BUDGET.
           ADD WS-NBD-COUNT (WS-NBD-SUB) TO WS-SUM-3
           ADD WS-NBD-VALUE (WS-NBD-SUB) TO WS-SUM-4
           .
       6650-REWRITE-BUDGET.
           MOVE "cbbudget.txt" TO WS-SAVE-FILE-NAME
           OPEN INPUT BUDGET-FILE
           PERFORM 6660-SAVE-BUDGET-RECORD
              UNTIL WS-BUDGET-FILE-STATUS NOT = "00"
           CLOSE BUDGET-FILE
           OPEN OUTPUT BUDGET-FILE
           PERFORM 6670-WRITE-NEW-BUDGET
              VARYING WS-NBD-SUB FROM 1 BY 1
              UNTIL WS-NBD-SUB > WS-NEW-BUD-COUNT
           CLOSE BUDGET-FILE
           SET WS-PRF-REWRITTEN (20) TO TRUE
           SET WS-PRF-REWRITTEN (21) TO TRUE
           .
       6660-SAVE-BUDGET-RECORD.
           READ BUDGET-FILE
              AT END
                 MOVE "10" TO WS-BUDGET-FILE-STATUS
              NOT AT END
                 MOVE BUD-CODE TO WS-CMAP-CODE
                 MOVE "A" TO WS-CMAP-CHECK-LEVEL
                 PERFORM 1960-TRANSLATE-AS-OF
                 IF WS-CMAP-TRANSLATED
                    MOVE BUDGET-RECORD TO WS-SAVE-IMAGE
                    PERFORM 7950-WRITE-SAVE-RECORD
                 END-IF
           END-READ
           .
       6670-WRITE-NEW-BUDGET.
           MOVE SPACES TO BUDGET-RECORD
           MOVE WS-NBD-CODE (WS-NBD-SUB) TO BUD-CODE
           MOVE WS-NBD-PERIOD (WS-NBD-SUB) TO BUD-PERIOD
           MOVE WS-NBD-COUNT (WS-NBD-SUB) TO BUD-PLAN-COUNT
           MOVE WS-NBD-VALUE (WS-NBD-SUB) TO BUD-PLAN-VALUE
           WRITE BUDGET-RECORD
           .
      *> every line of the rules file is carried across as CBALLOC
      *> and CBCLOSE will judge it; a line with no pool is dropped.
       6700-RESTATE-ALLOC-RULES.
           MOVE 22 TO WS-PRF-SUB
           MOVE "N" TO WS-STORE-CHANGED-SW
           MOVE "N" TO WS-ALR-OVERFLOW-SW
           MOVE ZEROS TO WS-SUM-RECS, WS-NEW-ALR-COUNT
           MOVE ZEROS TO WS-SUM-1, WS-SUM-2
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-FILE-STATUS = "00"
              PERFORM 6710-RESTATE-ALLOC-RECORD
                 UNTIL WS-ALLOC-FILE-STATUS NOT = "00"
              CLOSE ALLOC-FILE
              PERFORM 6730-SUM-NEW-ALLOC-RULE
                 VARYING WS-NAL-SUB FROM 1 BY 1
                 UNTIL WS-NAL-SUB > WS-NEW-ALR-COUNT
              MOVE WS-SUM-RECS TO WS-PRF-RECS-BEFORE (22)
              MOVE WS-NEW-ALR-COUNT TO WS-PRF-RECS-AFTER (22)
              MOVE WS-SUM-1 TO WS-PRF-TOT-BEFORE (22)
              MOVE WS-SUM-2 TO WS-PRF-TOT-AFTER (22)
              IF WS-ALR-OVERFLOW
                 SET WS-PRF-SKIPPED (22) TO TRUE
                 MOVE 8 TO WS-COND-CODE
              ELSE
                 IF WS-STORE-CHANGED
                    SET WS-PRF-PENDING (22) TO TRUE
                 END-IF
              END-IF
           ELSE
              SET WS-PRF-ABSENT (22) TO TRUE
           END-IF
           .
       6710-RESTATE-ALLOC-RECORD.
           READ ALLOC-FILE
              AT END
                 MOVE "10" TO WS-ALLOC-FILE-STATUS
              NOT AT END
                 IF ALR-POOL NOT = SPACES
                    ADD 1 TO WS-SUM-RECS
                    PERFORM 6720-ADD-ALLOC-RULE
                 END-IF
           END-READ
           .
       6715-TRANSLATE-ALLOC-CODES.
           MOVE "N" TO WS-ALR-CHANGED-SW
           MOVE ALR-POOL TO WS-CMAP-CODE
           MOVE "A" TO WS-CMAP-CHECK-LEVEL
           PERFORM 1960-TRANSLATE-AS-OF
           IF WS-CMAP-TRANSLATED
              SET WS-ALR-CHANGED TO TRUE
           END-IF
           MOVE WS-CMAP-CODE TO WS-ALR-NEW-POOL
           MOVE ALR-RECEIVER TO WS-CMAP-CODE
           IF ALR-RECEIVER NOT = SPACES
              PERFORM 1960-TRANSLATE-AS-OF
              IF WS-CMAP-TRANSLATED
                 SET WS-ALR-CHANGED TO TRUE
              END-IF
           END-IF
           .
       6720-ADD-ALLOC-RULE.
           IF ALR-BASIS = "P" AND ALR-PERCENT NUMERIC
              COMPUTE WS-SUM-1 = WS-SUM-1 + ALR-PERCENT * 100
           END-IF
           PERFORM 6715-TRANSLATE-ALLOC-CODES
           IF WS-ALR-CHANGED
              SET WS-STORE-CHANGED TO TRUE
              ADD 1 TO WS-PRF-REKEYED (22)
           END-IF
           MOVE ZEROS TO WS-NAL-MATCH-SUB
           PERFORM 6725-MATCH-NEW-ALLOC-RULE
              VARYING WS-NAL-SUB FROM 1 BY 1
              UNTIL WS-NAL-SUB > WS-NEW-ALR-COUNT
           IF WS-NAL-MATCH-SUB = ZEROS
              IF WS-NEW-ALR-COUNT < WS-NEW-ALR-MAX
                 ADD 1 TO WS-NEW-ALR-COUNT
                 MOVE WS-NEW-ALR-COUNT TO WS-NAL-MATCH-SUB
                 MOVE WS-ALR-NEW-POOL TO WS-NAL-POOL (WS-NAL-MATCH-SUB)
                 MOVE WS-CMAP-CODE
                    TO WS-NAL-RECEIVER (WS-NAL-MATCH-SUB)
                 MOVE ALR-BASIS TO WS-NAL-BASIS (WS-NAL-MATCH-SUB)
                 MOVE "N" TO WS-NAL-PCT-SW (WS-NAL-MATCH-SUB)
                 MOVE ZEROS TO WS-NAL-PERCENT (WS-NAL-MATCH-SUB)
              ELSE
                 SET WS-ALR-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF WS-NAL-MATCH-SUB > ZEROS
              AND ALR-PERCENT NUMERIC
              SET WS-NAL-HAS-PCT (WS-NAL-MATCH-SUB) TO TRUE
              ADD ALR-PERCENT TO WS-NAL-PERCENT (WS-NAL-MATCH-SUB)
           END-IF
           .
       6725-MATCH-NEW-ALLOC-RULE.
           IF WS-NAL-POOL (WS-NAL-SUB) = WS-ALR-NEW-POOL
              AND WS-NAL-RECEIVER (WS-NAL-SUB) = WS-CMAP-CODE
              MOVE WS-NAL-SUB TO WS-NAL-MATCH-SUB
           END-IF
           .
       6730-SUM-NEW-ALLOC-RULE.
           IF WS-NAL-BASIS (WS-NAL-SUB) = "P"
              AND WS-NAL-HAS-PCT (WS-NAL-SUB)
              COMPUTE WS-SUM-2 =
                 WS-SUM-2 + WS-NAL-PERCENT (WS-NAL-SUB) * 100
           END-IF
           .
       6750-REWRITE-ALLOC-RULES.
           MOVE "cballoc.txt" TO WS-SAVE-FILE-NAME
           OPEN INPUT ALLOC-FILE
           PERFORM 6760-SAVE-ALLOC-RECORD
              UNTIL WS-ALLOC-FILE-STATUS NOT = "00"
           CLOSE ALLOC-FILE
           OPEN OUTPUT ALLOC-FILE
           PERFORM 6770-WRITE-NEW-ALLOC-RULE
              VARYING WS-NAL-SUB FROM 1 BY 1
              UNTIL WS-NAL-SUB > WS-NEW-ALR-COUNT
           CLOSE ALLOC-FILE
           SET WS-PRF-REWRITTEN (22) TO TRUE
           .
       6760-SAVE-ALLOC-RECORD.
           READ ALLOC-FILE
              AT END
                 MOVE "10" TO WS-ALLOC-FILE-STATUS
              NOT AT END
                 IF ALR-POOL NOT = SPACES
                    PERFORM 6715-TRANSLATE-ALLOC-CODES
                    IF WS-ALR-CHANGED
                       MOVE ALLOC-RULE-RECORD TO WS-SAVE-IMAGE
                       PERFORM 7950-WRITE-SAVE-RECORD
                    END-IF
                 END-IF
           END-READ
           .
       6770-WRITE-NEW-ALLOC-RULE.
           MOVE SPACES TO ALLOC-RULE-RECORD
           MOVE WS-NAL-POOL (WS-NAL-SUB) TO ALR-POOL
           MOVE WS-NAL-RECEIVER (WS-NAL-SUB) TO ALR-RECEIVER
           MOVE WS-NAL-BASIS (WS-NAL-SUB) TO ALR-BASIS
           IF WS-NAL-HAS-PCT (WS-NAL-SUB)
              MOVE WS-NAL-PERCENT (WS-NAL-SUB) TO ALR-PERCENT
           END-IF
           WRITE ALLOC-RULE-RECORD
           .
       7000-PRINT-PROOF.
           MOVE "--- BEFORE/AFTER PROOF ---" TO RPT-SECTION-TEXT
           PERFORM 1950-PRINT-SECTION-LINE
           DISPLAY RPT-PROOF-HEADER-1
           WRITE RPT-FILE-LINE FROM RPT-PROOF-HEADER-1
           DISPLAY RPT-PROOF-HEADER-2
           WRITE RPT-FILE-LINE FROM RPT-PROOF-HEADER-2
           MOVE ZEROS TO WS-STORES-REWRITTEN, WS-TOTAL-REKEYED
           PERFORM 7010-PRINT-PROOF-LINE
              VARYING WS-PRF-SUB FROM 1 BY 1
              UNTIL WS-PRF-SUB > WS-PROOF-COUNT
           .
       7010-PRINT-PROOF-LINE.
           MOVE WS-PRF-STORE (WS-PRF-SUB) TO RPT-PRF-STORE
           MOVE WS-PRF-ITEM (WS-PRF-SUB) TO RPT-PRF-ITEM
           MOVE WS-PRF-RECS-BEFORE (WS-PRF-SUB) TO RPT-PRF-RECS-BEFORE
           MOVE WS-PRF-RECS-AFTER (WS-PRF-SUB) TO RPT-PRF-RECS-AFTER
           MOVE WS-PRF-REKEYED (WS-PRF-SUB) TO RPT-PRF-REKEYED
           ADD WS-PRF-REKEYED (WS-PRF-SUB) TO WS-TOTAL-REKEYED
           IF WS-PRF-HAS-TOTAL (WS-PRF-SUB) = "Y"
              MOVE WS-PRF-TOT-BEFORE (WS-PRF-SUB) TO RPT-PRF-TOT-BEFORE
              MOVE WS-PRF-TOT-AFTER (WS-PRF-SUB) TO RPT-PRF-TOT-AFTER
           ELSE
              MOVE SPACES TO RPT-PRF-TOT-BEFORE-X
              MOVE SPACES TO RPT-PRF-TOT-AFTER-X
           END-IF
           EVALUATE TRUE
              WHEN WS-PRF-ABSENT (WS-PRF-SUB)
                 MOVE "NOT PRESENT" TO RPT-PRF-RESULT
              WHEN WS-PRF-SKIPPED (WS-PRF-SUB)
                 MOVE "NOT RESTATED" TO RPT-PRF-RESULT
              WHEN WS-PRF-HAS-TOTAL (WS-PRF-SUB) = "Y"
                 AND WS-PRF-TOT-BEFORE (WS-PRF-SUB)
                 NOT = WS-PRF-TOT-AFTER (WS-PRF-SUB)
                 MOVE "OUT OF BALANCE" TO RPT-PRF-RESULT
                 MOVE 8 TO WS-COND-CODE
              WHEN WS-PRF-REWRITTEN (WS-PRF-SUB)
                 MOVE "RESTATED" TO RPT-PRF-RESULT
                 ADD 1 TO WS-STORES-REWRITTEN
              WHEN WS-PRF-REKEYED (WS-PRF-SUB) = ZEROS
                 MOVE "NO CHANGE" TO RPT-PRF-RESULT
              WHEN WS-PRF-HAS-TOTAL (WS-PRF-SUB) = "N"
                 MOVE "NO TOTALS" TO RPT-PRF-RESULT
              WHEN OTHER
                 MOVE "IN BALANCE" TO RPT-PRF-RESULT
           END-EVALUATE
           DISPLAY RPT-PROOF-LINE
           WRITE RPT-FILE-LINE FROM RPT-PROOF-LINE
           .
      *> the restated images go back only when nothing was left
      *> unrestated and every figure of every store proves.
       7700-CHECK-ALL-PROOFS.
           SET WS-ALL-PROVED TO TRUE
           PERFORM 7710-CHECK-PROOF-SLOT
              VARYING WS-PRF-SUB FROM 1 BY 1
              UNTIL WS-PRF-SUB > WS-PROOF-COUNT
           .
       7710-CHECK-PROOF-SLOT.
           IF WS-PRF-SKIPPED (WS-PRF-SUB)
              MOVE "N" TO WS-ALL-PROVED-SW
           END-IF
           IF WS-PRF-HAS-TOTAL (WS-PRF-SUB) = "Y"
              AND WS-PRF-TOT-BEFORE (WS-PRF-SUB)
              NOT = WS-PRF-TOT-AFTER (WS-PRF-SUB)
              MOVE "N" TO WS-ALL-PROVED-SW
           END-IF
           .
      *> the subtotal store goes first: it is updated in place, and
      *> when it cannot be opened nothing else is written back.
       7500-COPY-BACK-STORES.
           IF WS-PRF-PENDING (4)
              PERFORM 3200-MOVE-STORE-ROWS
              IF WS-PRF-REWRITTEN (4)
                 PERFORM 3300-PROVE-TOTALS-STORE
              END-IF
           END-IF
           IF NOT WS-PRF-SKIPPED (4)
              PERFORM 7510-COPY-BACK-HISTORY
                 VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > 3
              IF WS-PRF-PENDING (6)
                 PERFORM 4800-COPY-BACK-LEDGER
              END-IF
              IF WS-PRF-PENDING (11)
                 PERFORM 5300-REWRITE-LIMITS
              END-IF
              PERFORM 7520-COPY-BACK-SELECTION
                 VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > 3
              IF WS-PRF-PENDING (17)
                 PERFORM 6550-COPY-BACK-CLOSE-HIST
              END-IF
              IF WS-PRF-PENDING (20)
                 PERFORM 6650-REWRITE-BUDGET
              END-IF
              IF WS-PRF-PENDING (22)
                 PERFORM 6750-REWRITE-ALLOC-RULES
              END-IF
           END-IF
           .
       7510-COPY-BACK-HISTORY.
           MOVE WS-FILE-SUB TO WS-PRF-SUB
           IF WS-PRF-PENDING (WS-PRF-SUB)
              PERFORM 2100-COPY-BACK-HISTORY
           END-IF
           .
       7520-COPY-BACK-SELECTION.
           COMPUTE WS-PRF-SUB = WS-FILE-SUB + 12
           IF WS-PRF-PENDING (WS-PRF-SUB)
              PERFORM 6300-REWRITE-SELECTION
           END-IF
           .
       7820-MARK-REWRITTEN.
           SET WS-PRF-REWRITTEN (WS-PRF-SUB) TO TRUE
           .
       7900-SET-OUTCOME.
           EVALUATE TRUE
              WHEN WS-COND-CODE > 4 AND WS-STORES-REWRITTEN = ZEROS
                 MOVE "*** NOT EVERY STORE PROVED - NOTHING RESTATED"
                    TO RPT-MESSAGE-TEXT
              WHEN WS-COND-CODE > 4
                 MOVE "*** RESTATEMENT INCOMPLETE - SEE PROOF ABOVE"
                    TO RPT-MESSAGE-TEXT
              WHEN WS-TOTAL-REKEYED = ZEROS
                 MOVE "NOTHING ON FILE CARRIES A RETIRED CODE"
                    TO RPT-MESSAGE-TEXT
              WHEN NOT WS-APPLY-MODE
                 MOVE "*** PREVIEW ONLY - RERUN WITH APPLY TO RESTATE"
                    TO RPT-MESSAGE-TEXT
              WHEN OTHER
                 MOVE "RESTATEMENT APPLIED - TOTALS PROVED UNCHANGED"
                    TO RPT-MESSAGE-TEXT
           END-EVALUATE
           IF WS-APPLY-MODE AND WS-STORES-REWRITTEN > ZEROS
              PERFORM 7910-WRITE-AUDIT-RECORD
           END-IF
           .
      *> type "R" records a restatement: the counts carry the map
      *> entries applied, the proof lines rewritten and the records
      *> re-keyed.
       7910-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE "R" TO AUD-REC-TYPE
           MOVE "CBREO" TO AUD-PROGRAM
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-HH TO AUD-RUN-HH
           MOVE WS-RUN-MN TO AUD-RUN-MN
           MOVE WS-RUN-SS TO AUD-RUN-SS
           MOVE "cbcodemap.txt" TO AUD-INPUT-FILE
           MOVE WS-MAP-IN-FORCE-COUNT TO AUD-READ-COUNT
           MOVE WS-STORES-REWRITTEN TO AUD-REJECT-COUNT
           MOVE WS-TOTAL-REKEYED TO AUD-RELEASED-COUNT
           MOVE ZEROS TO AUD-GROSS-TOTAL, AUD-NET-TOTAL
           MOVE "RSTAT" TO AUD-TRAILER-STATUS
           MOVE WS-PAGE-COUNT TO AUD-PAGES
           MOVE "RESTATE" TO AUD-RUN-MODE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       7950-WRITE-SAVE-RECORD.
           MOVE SPACES TO SAVE-RECORD
           MOVE WS-RUN-DATE TO SAV-REORG-DATE
           MOVE "CBREO" TO SAV-PROGRAM
           MOVE WS-SAVE-FILE-NAME TO SAV-FILE-NAME
           MOVE WS-SAVE-IMAGE TO SAV-IMAGE
           WRITE SAVE-RECORD
           .
       COPY "ledger-io.cpy".
       COPY "codetab-lookup.cpy".
       COPY "codemap-lookup.cpy".
       COPY "operator-check.cpy".
       COPY "operauth-check.cpy".
