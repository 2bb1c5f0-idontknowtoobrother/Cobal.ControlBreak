       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBDINQ.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAIL-HIST-FILE ASSIGN TO "cbdetail.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DTH-KEY
           FILE STATUS IS WS-DTH-FILE-STATUS.
           SELECT TOTALS-STORE-FILE ASSIGN TO "cb3totals.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TST-KEY
           FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cbauditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO "codemast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbdinqreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DETAIL-HIST-FILE.
       COPY "dtlhist-rec.cpy".

       FD  TOTALS-STORE-FILE.
       COPY "totstore-rec.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

      *> same layout as the CB1HIST/CB2HIST records written by
      *> 9700-WRITE-HISTORY-RECORD in the report programs.
       FD  HISTORY-FILE.
       01 HIST-RECORD.
          05 HIST-RUN-DATE        PIC 9(6).
          05 HIST-GRAND-TOTAL     PIC S9(9).
          05 HIST-GROUP-TABLE.
             10 HIST-GROUP OCCURS 10 TIMES.
                15 HIST-GROUP-CODE   PIC X(2).
                15 HIST-GROUP-TOTAL  PIC S9(9).

       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "operator.cpy".
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
       01 WS-DTH-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-TST-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-HIST-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-HIST-FILENAME        PIC X(30)  VALUE SPACES.
       01 WS-INQ-PARM             PIC X(60)  VALUE SPACES.
       01 WS-INQ-TOKEN-1          PIC X(10)  VALUE SPACES.
       01 WS-INQ-TOKEN-2          PIC X(10)  VALUE SPACES.
       01 WS-INQ-TOKEN-3          PIC X(10)  VALUE SPACES.
       01 WS-INQ-TOKEN-4          PIC X(10)  VALUE SPACES.
       01 WS-INQ-TOKEN-5          PIC X(10)  VALUE SPACES.
       01 WS-INQ-KEY              PIC X(6)   VALUE SPACES.
       01 WS-INQ-KEY-SPLIT REDEFINES WS-INQ-KEY.
          05 WS-INQ-KEY-A         PIC X(2).
          05 WS-INQ-KEY-B         PIC X(2).
          05 WS-INQ-KEY-C         PIC X(2).
       01 WS-FROM-DATE            PIC 9(6)   VALUE ZEROS.
       01 WS-TO-DATE              PIC 9(6)   VALUE 999999.
       01 WS-TRACE-SW             PIC X(1)   VALUE "N".
          88 WS-TRACE-MODE                   VALUE "Y".
       01 WS-PARM-ERROR-SW        PIC X(1)   VALUE "N".
          88 WS-PARM-ERROR                   VALUE "Y".
       01 WS-TRC-SOURCE-ID        PIC X(3)   VALUE SPACES.
       01 WS-TRC-BUS-DATE         PIC 9(6)   VALUE ZEROS.
       01 WS-TRC-SEQ-NO           PIC 9(3)   VALUE ZEROS.
       01 WS-TRC-RECORD-NO        PIC 9(7)   VALUE ZEROS.
       01 WS-NUM-TOKEN            PIC X(10)  VALUE SPACES.
       01 WS-NUM-LEN              PIC 9(2)   VALUE ZEROS.
       01 WS-NUM-MAX-LEN          PIC 9(2)   VALUE ZEROS.
       01 WS-NUM-DIGITS           PIC X(7)   VALUE ZEROS.
       01 WS-NUM-VALUE REDEFINES WS-NUM-DIGITS
                                  PIC 9(7).
       01 WS-NUM-OK-SW            PIC X(1)   VALUE "N".
          88 WS-NUM-OK                       VALUE "Y".
       01 WS-DETAIL-EOF-SW        PIC X(1)   VALUE "N".
          88 WS-END-OF-DETAILS               VALUE "Y".
       01 WS-AUDIT-EOF-SW         PIC X(1)   VALUE "N".
          88 WS-END-OF-AUDIT-LOG             VALUE "Y".
       01 WS-DETAILS-LISTED       PIC 9(7)   VALUE ZEROS.
       01 WS-CLEAN-COUNT          PIC 9(7)   VALUE ZEROS.
       01 WS-REPAIRED-COUNT       PIC 9(7)   VALUE ZEROS.
       01 WS-NET-COUNT            PIC S9(9)  VALUE ZEROS.
       01 WS-NET-AMOUNT           PIC S9(11) VALUE ZEROS.
      *> trace working fields: the run that released the detail and,
      *> for a CBPREP detail, the CB3 run that reported the master.
       01 WS-DTL-STAMP            PIC 9(12)  VALUE ZEROS.
       01 WS-AUD-STAMP            PIC 9(12)  VALUE ZEROS.
       01 WS-RUN-FOUND-SW         PIC X(1)   VALUE "N".
          88 WS-RUN-FOUND                    VALUE "Y".
       01 WS-WITHDRAWN-SW         PIC X(1)   VALUE "N".
          88 WS-RUN-WITHDRAWN                VALUE "Y".
       01 WS-CB3-WITHDRAWN-SW     PIC X(1)   VALUE "N".
          88 WS-CB3-RUN-WITHDRAWN            VALUE "Y".
       01 WS-CB3-FOUND-SW         PIC X(1)   VALUE "N".
          88 WS-CB3-RUN-FOUND                VALUE "Y".
       01 WS-CB3-RUN-DATE         PIC 9(6)   VALUE ZEROS.
       01 WS-CB3-RUN-TIME         PIC 9(6)   VALUE ZEROS.
       01 WS-CB3-TRAILER          PIC X(5)   VALUE SPACES.
       01 WS-HIST-FOUND-SW        PIC X(1)   VALUE "N".
          88 WS-HIST-FOUND                   VALUE "Y".
       01 WS-HIST-GRAND           PIC S9(9)  VALUE ZEROS.
       01 WS-HIST-GROUP           PIC S9(9)  VALUE ZEROS.
       01 WS-HIST-SUB             PIC 9(2)   VALUE ZEROS.
       01 WS-TRC-LEVEL            PIC X(1)   VALUE SPACE.
       01 WS-TRC-GROUP-KEY        PIC X(6)   VALUE SPACES.
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
          05 FILLER               PIC X(22)  VALUE
             "CBDINQ DETAIL INQUIRY ".
          05 FILLER               PIC X(9)   VALUE "RUN DATE:".
          05 RPT-RUN-MM           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-DD           PIC 99.
          05 FILLER               PIC X      VALUE "/".
          05 RPT-RUN-YY           PIC 99.
          05 RPT-OPER-MARK        PIC X(16)  VALUE SPACES.
       01 RPT-FILTER-LINE.
          05 FILLER               PIC X(5)   VALUE "KEY: ".
          05 RPT-FILTER-KEY       PIC X(6).
          05 FILLER               PIC X(8)   VALUE "  FROM: ".
          05 RPT-FILTER-FROM      PIC 9(6).
          05 FILLER               PIC X(6)   VALUE "  TO: ".
          05 RPT-FILTER-TO        PIC 9(6).
       01 RPT-TRACE-LINE.
          05 FILLER               PIC X(7)   VALUE "TRACE: ".
          05 RPT-TRACE-SOURCE     PIC X(3).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-TRACE-DATE       PIC 9(6).
          05 FILLER               PIC X(5)   VALUE " SEQ ".
          05 RPT-TRACE-SEQ        PIC 9(3).
          05 FILLER               PIC X(8)   VALUE " RECORD ".
          05 RPT-TRACE-RECNO      PIC 9(7).
       01 RPT-DETAIL-HEADER.
          05 FILLER               PIC X(4)   VALUE "SRC ".
          05 FILLER               PIC X(7)   VALUE "BUSDT  ".
          05 FILLER               PIC X(4)   VALUE "SEQ ".
          05 FILLER               PIC X(8)   VALUE " RECORD ".
          05 FILLER               PIC X(6)   VALUE "PROG  ".
          05 FILLER               PIC X(7)   VALUE "RUNDT  ".
          05 FILLER               PIC X(7)   VALUE "TIME   ".
          05 FILLER               PIC X(2)   VALUE "O ".
          05 FILLER               PIC X(9)   VALUE "A  B  C  ".
          05 FILLER               PIC X(9)   VALUE "   COUNT ".
          05 FILLER               PIC X(2)   VALUE "T ".
          05 FILLER               PIC X(7)   VALUE "TRNDT  ".
          05 FILLER               PIC X(11)  VALUE "     AMOUNT".
          05 FILLER               PIC X(5)   VALUE " CCY ".
          05 FILLER               PIC X(10)  VALUE "INPUT FILE".
       01 RPT-DETAIL-LINE.
          05 RPT-DTL-SOURCE       PIC X(3).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-BUS-DATE     PIC 9(6).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-SEQ          PIC 9(3).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-RECNO        PIC 9(7).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-PROGRAM      PIC X(5).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-RUN-DATE     PIC 9(6).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-RUN-TIME     PIC 9(6).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-ORIGIN       PIC X(1).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-COL-A        PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-COL-B        PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-COL-C        PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-COUNT        PIC Z(7)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-TYPE         PIC X(1).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-TRANS-DATE   PIC 9(6).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-AMOUNT       PIC -(9)9.
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-CURRENCY     PIC X(3).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-DTL-FILE         PIC X(30).
       01 RPT-SUMMARY-LINE.
          05 FILLER               PIC X(16)  VALUE "DETAILS LISTED: ".
          05 RPT-SUM-LISTED       PIC ZZZZZZ9.
          05 FILLER               PIC X(9)   VALUE "  CLEAN: ".
          05 RPT-SUM-CLEAN        PIC ZZZZZZ9.
          05 FILLER               PIC X(12)  VALUE "  REPAIRED: ".
          05 RPT-SUM-REPAIRED     PIC ZZZZZZ9.
          05 FILLER               PIC X(13)  VALUE "  NET COUNT: ".
          05 RPT-SUM-NET          PIC -(9)9.
          05 FILLER               PIC X(14)  VALUE "  NET AMOUNT: ".
          05 RPT-SUM-AMOUNT       PIC -(11)9.
       01 RPT-NONE-FOUND-LINE.
          05 FILLER               PIC X(46)  VALUE
             "*** NO DETAILS FOUND FOR THE KEY AND DATES ***".
       01 RPT-NOT-ON-FILE-LINE.
          05 FILLER               PIC X(40)  VALUE
             "*** RECORD NOT ON THE DETAIL HISTORY ***".
       01 RPT-ORIGIN-LINE.
          05 FILLER               PIC X(8)   VALUE "ORIGIN: ".
          05 RPT-ORIGIN-TEXT      PIC X(60).
       01 RPT-CODE-LINE.
          05 FILLER               PIC X(4)   VALUE "COL-".
          05 RPT-CODE-LEVEL       PIC X(1).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-CODE-VALUE       PIC X(2).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-CODE-DESC        PIC X(12).
       01 RPT-RELEASE-LINE.
          05 FILLER               PIC X(12)  VALUE "RELEASED BY ".
          05 RPT-REL-PROGRAM      PIC X(5).
          05 FILLER               PIC X(5)   VALUE " RUN ".
          05 RPT-REL-DATE         PIC 9(6).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-REL-TIME         PIC 9(6).
          05 FILLER               PIC X(7)   VALUE "  READ ".
          05 RPT-REL-READ         PIC ZZZZZZ9.
          05 FILLER               PIC X(9)   VALUE "  REJECT ".
          05 RPT-REL-REJECT       PIC ZZZZ9.
          05 FILLER               PIC X(11)  VALUE "  RELEASED ".
          05 RPT-REL-RELEASED     PIC ZZZZZZ9.
          05 FILLER               PIC X(10)  VALUE "  TRAILER ".
          05 RPT-REL-TRAILER      PIC X(5).
       01 RPT-NO-RUN-LINE.
          05 FILLER               PIC X(50)  VALUE
             "*** NO AUDIT RECORD FOR THE RELEASING RUN - THE RU".
          05 FILLER               PIC X(22)  VALUE
             "N DID NOT COMPLETE ***".
       01 RPT-WITHDRAWN-LINE.
          05 FILLER               PIC X(4)   VALUE "*** ".
          05 RPT-WDR-PROGRAM      PIC X(5).
          05 FILLER               PIC X(8)   VALUE " RUN OF ".
          05 RPT-WDR-DATE         PIC 9(6).
          05 FILLER               PIC X(27)  VALUE
             " WITHDRAWN BY CBBACK ***".
       01 RPT-REPORTED-LINE.
          05 FILLER               PIC X(12)  VALUE "REPORTED ON ".
          05 RPT-REP-FILE         PIC X(14).
          05 FILLER               PIC X(4)   VALUE " BY ".
          05 RPT-REP-PROGRAM      PIC X(5).
          05 FILLER               PIC X(5)   VALUE " RUN ".
          05 RPT-REP-DATE         PIC 9(6).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-REP-TIME         PIC 9(6).
          05 FILLER               PIC X(10)  VALUE "  TRAILER ".
          05 RPT-REP-TRAILER      PIC X(5).
       01 RPT-NOT-REPORTED-LINE.
          05 FILLER               PIC X(42)  VALUE
             "*** MASTER NOT YET REPORTED BY A CB3 RUN *".
       01 RPT-HIST-LINE.
          05 FILLER               PIC X(6)   VALUE "GROUP ".
          05 RPT-HST-GROUP        PIC X(2).
          05 FILLER               PIC X(7)   VALUE " TOTAL ".
          05 RPT-HST-GROUP-TOTAL  PIC -(9)9.
          05 FILLER               PIC X(15)  VALUE " OF RUN TOTAL ".
          05 RPT-HST-GRAND        PIC -(9)9.
          05 FILLER               PIC X(2)   VALUE " (".
          05 RPT-HST-FILE         PIC X(7).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-HST-DATE         PIC 9(6).
          05 FILLER               PIC X      VALUE ")".
       01 RPT-NO-HIST-LINE.
          05 FILLER               PIC X(4)   VALUE "*** ".
          05 RPT-NHS-FILE         PIC X(7).
          05 FILLER               PIC X(27)  VALUE
             " HOLDS NO GROUP TOTALS FOR ".
          05 RPT-NHS-DATE         PIC 9(6).
          05 FILLER               PIC X(4)   VALUE " ***".
       01 RPT-STORE-LINE.
          05 FILLER               PIC X(6)   VALUE "LEVEL ".
          05 RPT-STO-LEVEL        PIC X(1).
          05 FILLER               PIC X(7)   VALUE " GROUP ".
          05 RPT-STO-GROUP        PIC X(6).
          05 FILLER               PIC X(6)   VALUE "  NET ".
          05 RPT-STO-NET          PIC -(9)9.
          05 FILLER               PIC X(9)   VALUE "  AMOUNT ".
          05 RPT-STO-AMOUNT       PIC -(9)9.
          05 FILLER               PIC X(8)   VALUE "  LINES ".
          05 RPT-STO-LINES        PIC ZZZZ9.
          05 FILLER               PIC X(6)   VALUE "  PCT ".
          05 RPT-STO-PCT          PIC -(3)9.99.
          05 FILLER               PIC X      VALUE "%".
       01 RPT-NO-STORE-LINE.
          05 FILLER               PIC X(6)   VALUE "LEVEL ".
          05 RPT-NST-LEVEL        PIC X(1).
          05 FILLER               PIC X(7)   VALUE " GROUP ".
          05 RPT-NST-GROUP        PIC X(6).
          05 FILLER               PIC X(37)  VALUE
             "  NOT ON THE TOTALS STORE FOR THE RUN".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 0420-GET-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           ACCEPT WS-INQ-PARM FROM COMMAND-LINE
           UNSTRING WS-INQ-PARM DELIMITED BY ALL SPACES
              INTO WS-INQ-TOKEN-1 WS-INQ-TOKEN-2 WS-INQ-TOKEN-3
                   WS-INQ-TOKEN-4 WS-INQ-TOKEN-5
           END-UNSTRING
           IF WS-INQ-TOKEN-1 = "TRACE"
              SET WS-TRACE-MODE TO TRUE
              PERFORM 0100-EDIT-TRACE-PARM
           ELSE
              PERFORM 0200-EDIT-LIST-PARM
           END-IF
           IF WS-PARM-ERROR
              DISPLAY "CBDINQ: PARM IS <GROUP KEY> [FROM] [TO]"
              DISPLAY "CBDINQ:   OR TRACE <SOURCE> <BUSDATE> <SEQ> "
                 "<RECORD>"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT DETAIL-HIST-FILE
           IF WS-DTH-FILE-STATUS NOT = "00"
              DISPLAY "CBDINQ: NO DETAIL HISTORY AVAILABLE - STATUS "
                 WS-DTH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-MM TO RPT-RUN-MM
           MOVE WS-RUN-DD TO RPT-RUN-DD
           MOVE WS-RUN-YY TO RPT-RUN-YY
           MOVE WS-OPER-MARK TO RPT-OPER-MARK
           DISPLAY RPT-PAGE-HEADER
           WRITE RPT-FILE-LINE FROM RPT-PAGE-HEADER
           IF WS-TRACE-MODE
              PERFORM 3000-TRACE-DETAIL
           ELSE
              PERFORM 2000-LIST-DETAILS
           END-IF
           CLOSE DETAIL-HIST-FILE
           CLOSE RPT-FILE
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK
           .
      *> TRACE <source> <business date> <sequence> <record number>,
      *> the four parts of the history key; the sequence and record
      *> number may be given without their leading zeros.
       0100-EDIT-TRACE-PARM.
           IF WS-INQ-TOKEN-2 = SPACES
              OR WS-INQ-TOKEN-2 (4:7) NOT = SPACES
              SET WS-PARM-ERROR TO TRUE
           ELSE
              MOVE WS-INQ-TOKEN-2 (1:3) TO WS-TRC-SOURCE-ID
           END-IF
           IF WS-INQ-TOKEN-3 (1:6) NUMERIC
              AND WS-INQ-TOKEN-3 (7:4) = SPACES
              MOVE WS-INQ-TOKEN-3 (1:6) TO WS-TRC-BUS-DATE
           ELSE
              SET WS-PARM-ERROR TO TRUE
           END-IF
           MOVE WS-INQ-TOKEN-4 TO WS-NUM-TOKEN
           MOVE 3 TO WS-NUM-MAX-LEN
           PERFORM 0110-RIGHT-JUSTIFY-NUMBER
           IF WS-NUM-OK
              MOVE WS-NUM-VALUE TO WS-TRC-SEQ-NO
           ELSE
              SET WS-PARM-ERROR TO TRUE
           END-IF
           MOVE WS-INQ-TOKEN-5 TO WS-NUM-TOKEN
           MOVE 7 TO WS-NUM-MAX-LEN
           PERFORM 0110-RIGHT-JUSTIFY-NUMBER
           IF WS-NUM-OK
              MOVE WS-NUM-VALUE TO WS-TRC-RECORD-NO
           ELSE
              SET WS-PARM-ERROR TO TRUE
           END-IF
           .
       0110-RIGHT-JUSTIFY-NUMBER.
           MOVE "N" TO WS-NUM-OK-SW
           MOVE ZEROS TO WS-NUM-LEN
           MOVE ALL "0" TO WS-NUM-DIGITS
           INSPECT WS-NUM-TOKEN TALLYING WS-NUM-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NUM-LEN > ZEROS AND WS-NUM-LEN NOT > WS-NUM-MAX-LEN
              MOVE WS-NUM-TOKEN (1:WS-NUM-LEN)
                 TO WS-NUM-DIGITS (8 - WS-NUM-LEN:WS-NUM-LEN)
              IF WS-NUM-DIGITS NUMERIC
                 SET WS-NUM-OK TO TRUE
              END-IF
           END-IF
           .
      *> <group key> [from] [to]: the key is COL-A, COL-A+B or the
      *> full COL-A+B+C as on CBINQ; the dates bound the business
      *> date of the extract the details came in on.
       0200-EDIT-LIST-PARM.
           IF WS-INQ-TOKEN-1 = SPACES
              OR WS-INQ-TOKEN-1 (7:4) NOT = SPACES
              SET WS-PARM-ERROR TO TRUE
           ELSE
              MOVE WS-INQ-TOKEN-1 (1:6) TO WS-INQ-KEY
           END-IF
           IF WS-INQ-TOKEN-2 (1:6) NUMERIC
              MOVE WS-INQ-TOKEN-2 (1:6) TO WS-FROM-DATE
           END-IF
           IF WS-INQ-TOKEN-3 (1:6) NUMERIC
              MOVE WS-INQ-TOKEN-3 (1:6) TO WS-TO-DATE
           END-IF
           .
       2000-LIST-DETAILS.
           MOVE WS-INQ-KEY TO RPT-FILTER-KEY
           MOVE WS-FROM-DATE TO RPT-FILTER-FROM
           MOVE WS-TO-DATE TO RPT-FILTER-TO
           DISPLAY RPT-FILTER-LINE
           WRITE RPT-FILE-LINE FROM RPT-FILTER-LINE
           DISPLAY RPT-DETAIL-HEADER
           WRITE RPT-FILE-LINE FROM RPT-DETAIL-HEADER
           MOVE LOW-VALUES TO DTH-KEY
           START DETAIL-HIST-FILE KEY >= DTH-KEY
              INVALID KEY
                 SET WS-END-OF-DETAILS TO TRUE
           END-START
           IF NOT WS-END-OF-DETAILS
              PERFORM 2010-READ-NEXT-DETAIL
              PERFORM 2020-EXAMINE-DETAIL
                 UNTIL WS-END-OF-DETAILS
           END-IF
           IF WS-DETAILS-LISTED = ZEROS
              DISPLAY RPT-NONE-FOUND-LINE
              WRITE RPT-FILE-LINE FROM RPT-NONE-FOUND-LINE
              MOVE 4 TO WS-COND-CODE
           END-IF
           MOVE WS-DETAILS-LISTED TO RPT-SUM-LISTED
           MOVE WS-CLEAN-COUNT TO RPT-SUM-CLEAN
           MOVE WS-REPAIRED-COUNT TO RPT-SUM-REPAIRED
           MOVE WS-NET-COUNT TO RPT-SUM-NET
           MOVE WS-NET-AMOUNT TO RPT-SUM-AMOUNT
           DISPLAY RPT-SUMMARY-LINE
           WRITE RPT-FILE-LINE FROM RPT-SUMMARY-LINE
           .
       2010-READ-NEXT-DETAIL.
           READ DETAIL-HIST-FILE NEXT RECORD
              AT END
                 SET WS-END-OF-DETAILS TO TRUE
           END-READ
           .
      *> a level left blank in the key matches any code there, so a
      *> COL-A key also lists the CB1 details, which carry no B or C.
       2020-EXAMINE-DETAIL.
           IF DTH-BUS-DATE >= WS-FROM-DATE
              AND DTH-BUS-DATE <= WS-TO-DATE
              AND DTH-COL-A = WS-INQ-KEY-A
              AND (WS-INQ-KEY-B = SPACES
              OR DTH-COL-B = WS-INQ-KEY-B)
              AND (WS-INQ-KEY-C = SPACES
              OR DTH-COL-C = WS-INQ-KEY-C)
              PERFORM 2030-PRINT-DETAIL-LINE
              ADD 1 TO WS-DETAILS-LISTED
              IF DTH-REPAIRED
                 ADD 1 TO WS-REPAIRED-COUNT
              ELSE
                 ADD 1 TO WS-CLEAN-COUNT
              END-IF
              IF DTH-REVERSAL
                 SUBTRACT DTH-COL-COUNT FROM WS-NET-COUNT
                 SUBTRACT DTH-AMOUNT FROM WS-NET-AMOUNT
              ELSE
                 ADD DTH-COL-COUNT TO WS-NET-COUNT
                 ADD DTH-AMOUNT TO WS-NET-AMOUNT
              END-IF
           END-IF
           PERFORM 2010-READ-NEXT-DETAIL
           .
       2030-PRINT-DETAIL-LINE.
           MOVE DTH-SOURCE-ID TO RPT-DTL-SOURCE
           MOVE DTH-BUS-DATE TO RPT-DTL-BUS-DATE
           MOVE DTH-SEQ-NO TO RPT-DTL-SEQ
           MOVE DTH-RECORD-NO TO RPT-DTL-RECNO
           MOVE DTH-PROGRAM TO RPT-DTL-PROGRAM
           MOVE DTH-RUN-DATE TO RPT-DTL-RUN-DATE
           MOVE DTH-RUN-TIME TO RPT-DTL-RUN-TIME
           MOVE DTH-ORIGIN TO RPT-DTL-ORIGIN
           MOVE DTH-COL-A TO RPT-DTL-COL-A
           MOVE DTH-COL-B TO RPT-DTL-COL-B
           MOVE DTH-COL-C TO RPT-DTL-COL-C
           MOVE DTH-COL-COUNT TO RPT-DTL-COUNT
           MOVE DTH-TRANS-TYPE TO RPT-DTL-TYPE
           MOVE DTH-TRANS-DATE TO RPT-DTL-TRANS-DATE
           MOVE DTH-AMOUNT TO RPT-DTL-AMOUNT
           MOVE DTH-CURRENCY TO RPT-DTL-CURRENCY
           MOVE DTH-INPUT-FILE TO RPT-DTL-FILE
           DISPLAY RPT-DETAIL-LINE
           WRITE RPT-FILE-LINE FROM RPT-DETAIL-LINE
           .
      *> the trace follows one detail from the extract it arrived in,
      *> through the run that released it (cbauditlog.txt), to the
      *> report figures it went into: the CB1HIST/CB2HIST group
      *> total of the same run, or for a CBPREP detail the first CB3
      *> run over the master after it and that run's totals store.
       3000-TRACE-DETAIL.
           MOVE WS-TRC-SOURCE-ID TO RPT-TRACE-SOURCE
           MOVE WS-TRC-BUS-DATE TO RPT-TRACE-DATE
           MOVE WS-TRC-SEQ-NO TO RPT-TRACE-SEQ
           MOVE WS-TRC-RECORD-NO TO RPT-TRACE-RECNO
           DISPLAY RPT-TRACE-LINE
           WRITE RPT-FILE-LINE FROM RPT-TRACE-LINE
           MOVE WS-TRC-SOURCE-ID TO DTH-SOURCE-ID
           MOVE WS-TRC-BUS-DATE TO DTH-BUS-DATE
           MOVE WS-TRC-SEQ-NO TO DTH-SEQ-NO
           MOVE WS-TRC-RECORD-NO TO DTH-RECORD-NO
           READ DETAIL-HIST-FILE
              INVALID KEY
                 MOVE "23" TO WS-DTH-FILE-STATUS
           END-READ
           IF WS-DTH-FILE-STATUS NOT = "00"
              DISPLAY RPT-NOT-ON-FILE-LINE
              WRITE RPT-FILE-LINE FROM RPT-NOT-ON-FILE-LINE
              MOVE 4 TO WS-COND-CODE
           ELSE
              DISPLAY RPT-DETAIL-HEADER
              WRITE RPT-FILE-LINE FROM RPT-DETAIL-HEADER
              PERFORM 2030-PRINT-DETAIL-LINE
              PERFORM 3100-PRINT-ORIGIN
              PERFORM 3200-PRINT-CODES
              PERFORM 3300-FIND-RUNS
              PERFORM 3400-PRINT-RELEASING-RUN
              IF DTH-PROGRAM = "CBPRE"
                 PERFORM 3600-PRINT-CB3-RUN
              ELSE
                 PERFORM 3500-PRINT-HISTORY-TOTAL
              END-IF
           END-IF
           .
       3100-PRINT-ORIGIN.
           IF DTH-REPAIRED
              MOVE SPACES TO RPT-ORIGIN-TEXT
              STRING "REPAIRED BY CBFIX - RE-INPUT FROM "
                     DELIMITED BY SIZE
                     DTH-INPUT-FILE DELIMITED BY SPACE
                 INTO RPT-ORIGIN-TEXT
              END-STRING
           ELSE
              MOVE "CLEAN - PASSED THE EDITS ON FIRST RECEIPT"
                 TO RPT-ORIGIN-TEXT
           END-IF
           DISPLAY RPT-ORIGIN-LINE
           WRITE RPT-FILE-LINE FROM RPT-ORIGIN-LINE
           .
       3200-PRINT-CODES.
           MOVE DTH-BUS-DATE TO WS-LOOKUP-DATE
           MOVE "A" TO RPT-CODE-LEVEL
           MOVE DTH-COL-A TO WS-LOOKUP-CODE
           PERFORM 3210-PRINT-ONE-CODE
           IF DTH-COL-B NOT = SPACES
              MOVE "B" TO RPT-CODE-LEVEL
              MOVE DTH-COL-B TO WS-LOOKUP-CODE
              PERFORM 3210-PRINT-ONE-CODE
           END-IF
           IF DTH-COL-C NOT = SPACES
              MOVE "C" TO RPT-CODE-LEVEL
              MOVE DTH-COL-C TO WS-LOOKUP-CODE
              PERFORM 3210-PRINT-ONE-CODE
           END-IF
           .
       3210-PRINT-ONE-CODE.
           PERFORM 8000-LOOKUP-CODE-DESC
           MOVE WS-LOOKUP-CODE TO RPT-CODE-VALUE
           MOVE WS-LOOKUP-DESC TO RPT-CODE-DESC
           DISPLAY RPT-CODE-LINE
           WRITE RPT-FILE-LINE FROM RPT-CODE-LINE
           .
      *> one pass of the audit log finds the releasing run (same
      *> program, date and time as stamped on the detail), any later
      *> backout of it, and for a CBPREP detail the first CB3 run
      *> over cb3master.txt at or after the CBPREP run.
       3300-FIND-RUNS.
           COMPUTE WS-DTL-STAMP =
              DTH-RUN-DATE * 1000000 + DTH-RUN-TIME
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
              PERFORM 3310-READ-AUDIT-RECORD
              PERFORM 3320-EXAMINE-AUDIT-RECORD
                 UNTIL WS-END-OF-AUDIT-LOG
              CLOSE AUDIT-LOG-FILE
           END-IF
           .
       3310-READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
              AT END
                 SET WS-END-OF-AUDIT-LOG TO TRUE
           END-READ
           .
       3320-EXAMINE-AUDIT-RECORD.
           EVALUATE AUD-REC-TYPE
              WHEN "A"
                 COMPUTE WS-AUD-STAMP =
                    AUD-RUN-DATE * 1000000 + AUD-RUN-HH * 10000
                    + AUD-RUN-MN * 100 + AUD-RUN-SS
                 IF AUD-PROGRAM = DTH-PROGRAM
                    AND WS-AUD-STAMP = WS-DTL-STAMP
                    SET WS-RUN-FOUND TO TRUE
                    MOVE AUD-READ-COUNT TO RPT-REL-READ
                    MOVE AUD-REJECT-COUNT TO RPT-REL-REJECT
                    MOVE AUD-RELEASED-COUNT TO RPT-REL-RELEASED
                    MOVE AUD-TRAILER-STATUS TO RPT-REL-TRAILER
                 END-IF
                 IF DTH-PROGRAM = "CBPRE"
                    AND AUD-PROGRAM = "CB3"
                    AND AUD-INPUT-FILE = "cb3master.txt"
                    AND WS-AUD-STAMP >= WS-DTL-STAMP
                    AND NOT WS-CB3-RUN-FOUND
                    SET WS-CB3-RUN-FOUND TO TRUE
                    MOVE AUD-RUN-DATE TO WS-CB3-RUN-DATE
                    MOVE AUD-RUN-TIME TO WS-CB3-RUN-TIME
                    MOVE AUD-TRAILER-STATUS TO WS-CB3-TRAILER
                 END-IF
              WHEN "B"
                 IF AUD-PROGRAM = DTH-PROGRAM
                    AND AUD-RUN-DATE = DTH-RUN-DATE
                    SET WS-RUN-WITHDRAWN TO TRUE
                 END-IF
                 IF WS-CB3-RUN-FOUND
                    AND AUD-PROGRAM = "CB3"
                    AND AUD-RUN-DATE = WS-CB3-RUN-DATE
                    SET WS-CB3-RUN-WITHDRAWN TO TRUE
                 END-IF
           END-EVALUATE
           PERFORM 3310-READ-AUDIT-RECORD
           .
       3400-PRINT-RELEASING-RUN.
           IF WS-RUN-FOUND
              MOVE DTH-PROGRAM TO RPT-REL-PROGRAM
              MOVE DTH-RUN-DATE TO RPT-REL-DATE
              MOVE DTH-RUN-TIME TO RPT-REL-TIME
              DISPLAY RPT-RELEASE-LINE
              WRITE RPT-FILE-LINE FROM RPT-RELEASE-LINE
           ELSE
              DISPLAY RPT-NO-RUN-LINE
              WRITE RPT-FILE-LINE FROM RPT-NO-RUN-LINE
              MOVE 4 TO WS-COND-CODE
           END-IF
           IF WS-RUN-WITHDRAWN
              MOVE DTH-PROGRAM TO RPT-WDR-PROGRAM
              MOVE DTH-RUN-DATE TO RPT-WDR-DATE
              DISPLAY RPT-WITHDRAWN-LINE
              WRITE RPT-FILE-LINE FROM RPT-WITHDRAWN-LINE
              MOVE 4 TO WS-COND-CODE
           END-IF
           .
      *> CB1 and CB2 report the detail in the run that released it;
      *> the group total printed there is the last history record
      *> the run wrote for its date.
       3500-PRINT-HISTORY-TOTAL.
           IF WS-RUN-FOUND
              MOVE SPACES TO RPT-REP-FILE
              IF DTH-PROGRAM = "CB1"
                 MOVE "cb1report.txt" TO RPT-REP-FILE
                 MOVE "CB1HIST" TO WS-HIST-FILENAME
              ELSE
                 MOVE "cb2report.txt" TO RPT-REP-FILE
                 MOVE "CB2HIST" TO WS-HIST-FILENAME
              END-IF
              MOVE DTH-PROGRAM TO RPT-REP-PROGRAM
              MOVE DTH-RUN-DATE TO RPT-REP-DATE
              MOVE DTH-RUN-TIME TO RPT-REP-TIME
              MOVE RPT-REL-TRAILER TO RPT-REP-TRAILER
              DISPLAY RPT-REPORTED-LINE
              WRITE RPT-FILE-LINE FROM RPT-REPORTED-LINE
              OPEN INPUT HISTORY-FILE
              IF WS-HIST-FILE-STATUS = "00"
                 PERFORM 3510-READ-HISTORY-RECORD
                    UNTIL WS-HIST-FILE-STATUS NOT = "00"
                 CLOSE HISTORY-FILE
              END-IF
              IF WS-HIST-FOUND
                 MOVE DTH-COL-A TO RPT-HST-GROUP
                 MOVE WS-HIST-GROUP TO RPT-HST-GROUP-TOTAL
                 MOVE WS-HIST-GRAND TO RPT-HST-GRAND
                 MOVE WS-HIST-FILENAME TO RPT-HST-FILE
                 MOVE DTH-RUN-DATE TO RPT-HST-DATE
                 DISPLAY RPT-HIST-LINE
                 WRITE RPT-FILE-LINE FROM RPT-HIST-LINE
              ELSE
                 MOVE WS-HIST-FILENAME TO RPT-NHS-FILE
                 MOVE DTH-RUN-DATE TO RPT-NHS-DATE
                 DISPLAY RPT-NO-HIST-LINE
                 WRITE RPT-FILE-LINE FROM RPT-NO-HIST-LINE
              END-IF
           END-IF
           .
       3510-READ-HISTORY-RECORD.
           READ HISTORY-FILE
              AT END
                 MOVE "10" TO WS-HIST-FILE-STATUS
              NOT AT END
                 IF HIST-RUN-DATE = DTH-RUN-DATE
                    SET WS-HIST-FOUND TO TRUE
                    MOVE HIST-GRAND-TOTAL TO WS-HIST-GRAND
                    MOVE ZEROS TO WS-HIST-GROUP
                    PERFORM 3520-MATCH-HISTORY-GROUP
                       VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > 10
                 END-IF
           END-READ
           .
       3520-MATCH-HISTORY-GROUP.
           IF HIST-GROUP-CODE (WS-HIST-SUB) = DTH-COL-A
              MOVE HIST-GROUP-TOTAL (WS-HIST-SUB) TO WS-HIST-GROUP
           END-IF
           .
      *> a CBPREP detail reaches the report only when CB3 next reads
      *> the certified master; its subtotals at each level are then
      *> on the totals store under that CB3 run date.
       3600-PRINT-CB3-RUN.
           IF WS-CB3-RUN-FOUND
              MOVE "cb3report.txt" TO RPT-REP-FILE
              MOVE "CB3" TO RPT-REP-PROGRAM
              MOVE WS-CB3-RUN-DATE TO RPT-REP-DATE
              MOVE WS-CB3-RUN-TIME TO RPT-REP-TIME
              MOVE WS-CB3-TRAILER TO RPT-REP-TRAILER
              DISPLAY RPT-REPORTED-LINE
              WRITE RPT-FILE-LINE FROM RPT-REPORTED-LINE
              IF WS-CB3-RUN-WITHDRAWN
                 MOVE "CB3" TO RPT-WDR-PROGRAM
                 MOVE WS-CB3-RUN-DATE TO RPT-WDR-DATE
                 DISPLAY RPT-WITHDRAWN-LINE
                 WRITE RPT-FILE-LINE FROM RPT-WITHDRAWN-LINE
                 MOVE 4 TO WS-COND-CODE
              END-IF
              OPEN INPUT TOTALS-STORE-FILE
              IF WS-TST-FILE-STATUS = "00"
                 MOVE "A" TO WS-TRC-LEVEL
                 MOVE SPACES TO WS-TRC-GROUP-KEY
                 MOVE DTH-COL-A TO WS-TRC-GROUP-KEY (1:2)
                 PERFORM 3610-PRINT-STORE-LEVEL
                 MOVE "B" TO WS-TRC-LEVEL
                 MOVE DTH-COL-B TO WS-TRC-GROUP-KEY (3:2)
                 PERFORM 3610-PRINT-STORE-LEVEL
                 MOVE "C" TO WS-TRC-LEVEL
                 MOVE DTH-COL-C TO WS-TRC-GROUP-KEY (5:2)
                 PERFORM 3610-PRINT-STORE-LEVEL
                 CLOSE TOTALS-STORE-FILE
              END-IF
           ELSE
              DISPLAY RPT-NOT-REPORTED-LINE
              WRITE RPT-FILE-LINE FROM RPT-NOT-REPORTED-LINE
           END-IF
           .
       3610-PRINT-STORE-LEVEL.
           MOVE WS-TRC-GROUP-KEY TO TST-GROUP-KEY
           MOVE WS-CB3-RUN-DATE TO TST-RUN-DATE
           READ TOTALS-STORE-FILE
              INVALID KEY
                 MOVE "23" TO WS-TST-FILE-STATUS
           END-READ
           IF WS-TST-FILE-STATUS = "00"
              MOVE WS-TRC-LEVEL TO RPT-STO-LEVEL
              MOVE WS-TRC-GROUP-KEY TO RPT-STO-GROUP
              MOVE TST-NET-TOTAL TO RPT-STO-NET
              MOVE TST-NET-AMOUNT TO RPT-STO-AMOUNT
              MOVE TST-LINE-COUNT TO RPT-STO-LINES
              MOVE TST-PCT TO RPT-STO-PCT
              DISPLAY RPT-STORE-LINE
              WRITE RPT-FILE-LINE FROM RPT-STORE-LINE
           ELSE
              MOVE WS-TRC-LEVEL TO RPT-NST-LEVEL
              MOVE WS-TRC-GROUP-KEY TO RPT-NST-GROUP
              DISPLAY RPT-NO-STORE-LINE
              WRITE RPT-FILE-LINE FROM RPT-NO-STORE-LINE
              MOVE "00" TO WS-TST-FILE-STATUS
           END-IF
           .
       COPY "codetab-lookup.cpy".
       COPY "operator-check.cpy".
