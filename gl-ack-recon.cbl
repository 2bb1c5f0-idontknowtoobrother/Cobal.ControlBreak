       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBGLREC.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-STATUS-FILE ASSIGN TO "cbglstat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLSTAT-FILE-STATUS.
           SELECT GL-ACK-FILE ASSIGN TO "cbglack.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "cbglfeed.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "cbruncontrol.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "cbcalendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO "codemast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT GL-CORR-FILE ASSIGN TO "cbglcorr.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORR-FILE-STATUS.
           SELECT CODE-MAP-FILE ASSIGN TO "cbcodemap.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMAP-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "cbglrec.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "cbglrecreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "cboperator.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cbauditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-STATUS-FILE.
       COPY "glstat-rec.cpy".

       FD  GL-ACK-FILE.
       COPY "glack-rec.cpy".

       FD  GL-FEED-FILE.
       01 GL-FEED-LINE            PIC X(40).

       FD  RUN-CONTROL-FILE.
       COPY "runctl-rec.cpy".

       FD  CALENDAR-FILE.
       COPY "calendar-rec.cpy".

       FD  CODE-MASTER-FILE.
       COPY "codemast-rec.cpy".

       FD  GL-CORR-FILE.
       COPY "glcorr-rec.cpy".

       FD  CODE-MAP-FILE.
       COPY "codemap-rec.cpy".

       FD  WORK-FILE.
       01 WORK-RECORD             PIC X(80).

       FD  RPT-FILE.
       01 RPT-FILE-LINE           PIC X(110).

       FD  OPERATOR-FILE.
       COPY "operator-rec.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditlog-rec.cpy".

       WORKING-STORAGE SECTION.
       COPY "codetab.cpy".
       COPY "calendar.cpy".
       COPY "glfeed.cpy".
       COPY "codemap.cpy".
       COPY "operator.cpy".
       COPY "operauth.cpy".
       01 WS-AUDIT-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01 WS-GLSTAT-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-ACK-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01 WS-RUNCTL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-WORK-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-CORR-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01 WS-COND-CODE            PIC 9(2)   VALUE ZEROS.
       01 WS-REC-PARM             PIC X(60)  VALUE SPACES.
       01 WS-REC-TOKEN-1          PIC X(14)  VALUE SPACES.
       01 WS-REC-TOKEN-2          PIC X(14)  VALUE SPACES.
       01 WS-REC-TOKEN-3          PIC X(14)  VALUE SPACES.
       01 WS-REC-TOKEN-4          PIC X(14)  VALUE SPACES.
       01 WS-REC-TOKEN-5          PIC X(14)  VALUE SPACES.
       01 WS-REC-TOKEN-6          PIC X(14)  VALUE SPACES.
       01 WS-REC-TOKEN            PIC X(14)  VALUE SPACES.
       01 WS-REC-CLOSE-DATE       PIC 9(6)   VALUE ZEROS.
       01 WS-REC-ASOF-DATE        PIC 9(6)   VALUE ZEROS.
       01 WS-REC-DAYS-LIMIT       PIC 9(2)   VALUE 3.
       01 WS-REC-PARM-ERROR-SW    PIC X(1)   VALUE "N".
          88 WS-REC-PARM-ERROR               VALUE "Y".
       01 WS-RETRANSMIT-SW        PIC X(1)   VALUE "N".
          88 WS-RETRANSMIT-MODE              VALUE "Y".
       01 WS-UNACK-SW             PIC X(1)   VALUE "N".
          88 WS-RESEND-UNACKED               VALUE "Y".
       01 WS-APPLY-SW             PIC X(1)   VALUE "N".
          88 WS-APPLY-MODE                   VALUE "Y".
      *> every entry sent for the close being reconciled, in the
      *> order it stands on cbglstat.txt, so the file can be written
      *> back in place; entries added by a retransmission follow the
      *> ones loaded from the file.
       01 WS-ENTRY-COUNT          PIC 9(4)   VALUE ZEROS.
       01 WS-ENTRY-FILE-COUNT     PIC 9(4)   VALUE ZEROS.
       01 WS-ENTRY-MAX            PIC 9(4)   VALUE 500.
       01 WS-ENTRY-SUB            PIC 9(4)   VALUE ZEROS.
       01 WS-NEW-ENTRY-SUB        PIC 9(4)   VALUE ZEROS.
       01 WS-ENTRY-FULL-SW        PIC X(1)   VALUE "N".
          88 WS-ENTRY-TABLE-FULL             VALUE "Y".
       01 WS-ENTRY-TABLE.
          05 WS-ENTRY OCCURS 500 TIMES.
             10 WS-ENT-SEQ-NO     PIC 9(3).
             10 WS-ENT-CODE       PIC X(2).
             10 WS-ENT-DR-CR      PIC X(2).
             10 WS-ENT-AMOUNT     PIC 9(11).
             10 WS-ENT-SENT-DATE  PIC 9(6).
             10 WS-ENT-STATUS     PIC X(1).
             10 WS-ENT-ACK-DATE   PIC 9(6).
             10 WS-ENT-REASON     PIC X(30).
             10 WS-ENT-OFFSET     PIC X(2).
             10 WS-ENT-WAIT-DAYS  PIC 9(3).
             10 WS-ENT-MATCH-SW   PIC X(1).
             10 WS-ENT-RESEND-SW  PIC X(1).
             10 WS-ENT-NEW-CODE   PIC X(2).
             10 WS-ENT-NEW-DR-CR  PIC X(2).
             10 WS-ENT-NEW-AMOUNT PIC 9(11).
             10 WS-ENT-CHANGE     PIC X(1).
      *> the corrections for the close (see glcorr-rec.cpy); each
      *> must match one entry being resent, or nothing is sent.
       01 WS-CORR-COUNT           PIC 9(3)   VALUE ZEROS.
       01 WS-CORR-MAX             PIC 9(3)   VALUE 100.
       01 WS-CORR-SUB             PIC 9(3)   VALUE ZEROS.
       01 WS-CORR-MATCH-SUB       PIC 9(3)   VALUE ZEROS.
       01 WS-CORR-TABLE.
          05 WS-CORR OCCURS 100 TIMES.
             10 WS-COR-SEQ-NO     PIC 9(3).
             10 WS-COR-CODE       PIC X(2).
             10 WS-COR-DR-CR      PIC X(2).
             10 WS-COR-AMOUNT     PIC 9(11).
             10 WS-COR-NEW-CODE   PIC X(2).
             10 WS-COR-NEW-DR-CR  PIC X(2).
             10 WS-COR-NEW-AMOUNT-X PIC X(11).
             10 WS-COR-NEW-AMOUNT REDEFINES WS-COR-NEW-AMOUNT-X
                                  PIC 9(11).
             10 WS-COR-USED-SW    PIC X(1).
       01 WS-CORR-ERROR-TEXT      PIC X(30)  VALUE SPACES.
       01 WS-LAST-SEQ-NO          PIC 9(3)   VALUE ZEROS.
       01 WS-NEW-SEQ-NO           PIC 9(3)   VALUE ZEROS.
      *> the acknowledgement as received, with the controls it
      *> carries and the controls of the transmission it answers.
       01 WS-ACK-COUNT            PIC 9(4)   VALUE ZEROS.
       01 WS-ACK-MAX              PIC 9(4)   VALUE 500.
       01 WS-ACK-SUB              PIC 9(4)   VALUE ZEROS.
       01 WS-ACK-TABLE.
          05 WS-ACK-ENTRY OCCURS 500 TIMES.
             10 WS-ACK-CODE       PIC X(2).
             10 WS-ACK-DR-CR      PIC X(2).
             10 WS-ACK-AMOUNT     PIC 9(11).
             10 WS-ACK-STATUS     PIC X(1).
             10 WS-ACK-REASON     PIC X(30).
       01 WS-ACK-PRESENT-SW       PIC X(1)   VALUE "N".
          88 WS-ACK-PRESENT                  VALUE "Y".
       01 WS-ACK-HDR-SW           PIC X(1)   VALUE "N".
          88 WS-ACK-HDR-FOUND                VALUE "Y".
       01 WS-ACK-TRL-SW           PIC X(1)   VALUE "N".
          88 WS-ACK-TRL-FOUND                VALUE "Y".
       01 WS-ACK-CONTROL-SW       PIC X(1)   VALUE "N".
          88 WS-ACK-CONTROLS-AGREE           VALUE "Y".
       01 WS-ACK-HDR-DATE         PIC 9(6)   VALUE ZEROS.
       01 WS-ACK-HDR-SEQ          PIC 9(3)   VALUE ZEROS.
       01 WS-ACK-TRL-COUNT        PIC 9(7)   VALUE ZEROS.
       01 WS-ACK-TRL-HASH         PIC 9(11)  VALUE ZEROS.
       01 WS-ACK-DET-HASH         PIC 9(11)  VALUE ZEROS.
       01 WS-ACK-READ-COUNT       PIC 9(5)   VALUE ZEROS.
       01 WS-SENT-COUNT           PIC 9(7)   VALUE ZEROS.
       01 WS-SENT-HASH            PIC 9(11)  VALUE ZEROS.
       01 WS-ENTRY-MATCH-SUB      PIC 9(4)   VALUE ZEROS.
       01 WS-CONTROL-BREAK-TEXT   PIC X(40)  VALUE SPACES.
      *> outcome counts for the close.
       01 WS-CNT-ACCEPTED         PIC 9(5)   VALUE ZEROS.
       01 WS-CNT-REJECTED         PIC 9(5)   VALUE ZEROS.
       01 WS-CNT-PENDING          PIC 9(5)   VALUE ZEROS.
       01 WS-CNT-OVERDUE          PIC 9(5)   VALUE ZEROS.
       01 WS-CNT-SUPERSEDED       PIC 9(5)   VALUE ZEROS.
       01 WS-CNT-UNMATCHED        PIC 9(5)   VALUE ZEROS.
       01 WS-CNT-RESEND           PIC 9(5)   VALUE ZEROS.
       01 WS-CNT-CORRECTED        PIC 9(5)   VALUE ZEROS.
       01 WS-CNT-MAPPED           PIC 9(5)   VALUE ZEROS.
       01 WS-CNT-REJ-UNCHANGED    PIC 9(5)   VALUE ZEROS.
       01 WS-CNT-CORR-BAD         PIC 9(5)   VALUE ZEROS.
       01 WS-RESEND-HASH          PIC 9(11)  VALUE ZEROS.
       01 WS-RESEND-NET           PIC S9(11) VALUE ZEROS.
       01 WS-EXCEPTION-SW         PIC X(1)   VALUE "N".
          88 WS-EXCEPTION-FOUND              VALUE "Y".
      *> business days an entry has waited, counted forward from
      *> the day it was sent to the as-of date on the calendar.
       01 WS-WAIT-STEPS           PIC 9(3)   VALUE ZEROS.
       01 WS-WAIT-STEP-MAX        PIC 9(3)   VALUE 400.
       01 WS-CHECK-DATE           PIC 9(6)   VALUE ZEROS.
       01 WS-CHECK-SPLIT REDEFINES WS-CHECK-DATE.
          05 WS-CHECK-YY          PIC 9(2).
          05 WS-CHECK-MM          PIC 9(2).
          05 WS-CHECK-DD          PIC 9(2).
       01 WS-MONTH-END-DD         PIC 9(2)   VALUE ZEROS.
       01 WS-LEAP-QUOT            PIC 9(2)   VALUE ZEROS.
       01 WS-LEAP-REM             PIC 9(2)   VALUE ZEROS.
       01 WS-RUN-DATE.
          05 WS-RUN-YY            PIC 9(2).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                  PIC 9(6).
       01 WS-RUN-TIME.
          05 WS-RUN-HH            PIC 9(2).
          05 WS-RUN-MN            PIC 9(2).
          05 WS-RUN-SS            PIC 9(2).
          05 FILLER               PIC 9(2).
       01 WS-MAX-LINES-PER-PAGE   PIC 9(3)   VALUE 20.
       01 WS-LINE-COUNT           PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-COUNT           PIC 9(4)   VALUE ZEROS.
       01 RPT-PAGE-HEADER.
          05 FILLER               PIC X(23)  VALUE
             "CBGLREC GL ACK RECON   ".
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
          05 FILLER               PIC X(12)  VALUE "CLOSE DATE: ".
          05 RPT-TGT-CLOSE-DATE   PIC 9(6).
          05 FILLER               PIC X(10)  VALUE "  AS OF: ".
          05 RPT-TGT-ASOF-DATE    PIC 9(6).
          05 FILLER               PIC X(15)  VALUE "  OVERDUE AFTER".
          05 RPT-TGT-DAYS         PIC ZZ9.
          05 FILLER               PIC X(10)  VALUE " BUS DAYS ".
          05 FILLER               PIC X(8)   VALUE "  MODE: ".
          05 RPT-TGT-MODE         PIC X(18).
       01 RPT-SECTION-LINE.
          05 RPT-SECTION-TEXT     PIC X(60).
       01 RPT-CONTROL-HEADER.
          05 FILLER               PIC X(22)  VALUE SPACES.
          05 FILLER               PIC X(10)  VALUE "     COUNT".
          05 FILLER               PIC X(14)  VALUE "    HASH TOTAL".
       01 RPT-CONTROL-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-CTL-LABEL        PIC X(20).
          05 RPT-CTL-COUNT        PIC Z(9)9.
          05 FILLER               PIC X(3)   VALUE SPACES.
          05 RPT-CTL-HASH         PIC Z(10)9.
       01 RPT-ENTRY-HEADER.
          05 FILLER               PIC X(7)   VALUE "  SEQ  ".
          05 FILLER               PIC X(16)  VALUE "A  DESCRIPTION  ".
          05 FILLER               PIC X(17)  VALUE "DR       AMOUNT  ".
          05 FILLER               PIC X(16)  VALUE "SENT    ACKED   ".
          05 FILLER               PIC X(16)  VALUE "DAYS STATUS     ".
          05 FILLER               PIC X(6)   VALUE "REASON".
       01 RPT-ENTRY-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ENT-SEQ          PIC 9(3).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ENT-CODE         PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ENT-DESC         PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ENT-DR-CR        PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ENT-AMOUNT       PIC Z(10)9.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ENT-SENT         PIC X(6).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ENT-ACKED        PIC X(6).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ENT-DAYS         PIC ZZ9.
          05 RPT-ENT-DAYS-X REDEFINES RPT-ENT-DAYS
                                  PIC X(3).
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-ENT-STATE        PIC X(10).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-ENT-REASON       PIC X(30).
       01 RPT-CORR-LINE.
          05 FILLER               PIC X(7)   VALUE "    -> ".
          05 RPT-COR-CODE         PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-COR-DESC         PIC X(12).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-COR-DR-CR        PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-COR-AMOUNT       PIC Z(10)9.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-COR-NOTE         PIC X(30).
       01 RPT-CORR-ERROR-LINE.
          05 FILLER               PIC X(17)  VALUE
             "  *** CORRECTION ".
          05 RPT-CER-SEQ          PIC 9(3).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-CER-CODE         PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-CER-DR-CR        PIC X(2).
          05 FILLER               PIC X      VALUE SPACE.
          05 RPT-CER-AMOUNT       PIC Z(10)9.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-CER-TEXT         PIC X(30).
       01 RPT-COUNT-LINE.
          05 FILLER               PIC X(2)   VALUE SPACES.
          05 RPT-CNT-LABEL        PIC X(28).
          05 RPT-CNT-VALUE        PIC ZZZZ9.
       01 RPT-MESSAGE-LINE.
          05 RPT-MESSAGE-TEXT     PIC X(60).
          05 RPT-MESSAGE-SEQ      PIC X(3)   VALUE SPACES.

       PROCEDURE DIVISION.
      *> parm: CLOSEDATE [DAYS=nn] [ASOF=yymmdd]
      *>       [RETRANSMIT [UNACK] [APPLY]] [OPER=id]
      *> without RETRANSMIT the return acknowledgement for the close
      *> is reconciled to what was sent and the exceptions listed.
      *> RETRANSMIT previews, and with APPLY writes, a corrected
      *> feed under the next sequence number carrying the rejected
      *> entries (and with UNACK the overdue unacknowledged ones),
      *> each changed as cbglcorr.txt directs or else re-keyed to its
      *> current code on cbcodemap.txt; only an operator with
      *> retransmit authority may APPLY.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-REC-PARM FROM COMMAND-LINE
           UNSTRING WS-REC-PARM DELIMITED BY ALL SPACES
              INTO WS-REC-TOKEN-1 WS-REC-TOKEN-2 WS-REC-TOKEN-3
                 WS-REC-TOKEN-4 WS-REC-TOKEN-5 WS-REC-TOKEN-6
           END-UNSTRING
           MOVE WS-RUN-DATE-N TO WS-REC-ASOF-DATE
           PERFORM 0500-APPLY-RECON-PARM
           IF WS-REC-PARM-ERROR
              DISPLAY "CBGLREC: PARM IS CLOSE DATE (YYMMDD)"
                 " [DAYS=NN] [ASOF=YYMMDD]"
                 " [RETRANSMIT [UNACK] [APPLY]]"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 0420-GET-OPERATOR
           IF WS-APPLY-MODE
              MOVE "CBGLR" TO WS-OPER-PROGRAM
              SET WS-FN-RETRANSMIT TO TRUE
              PERFORM 0430-CHECK-AUTHORITY
              IF NOT WS-OPER-GRANTED
                 DISPLAY "CBGLREC: OPERATOR NOT AUTHORIZED TO "
                    "RETRANSMIT - NOTHING RUN"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           MOVE WS-REC-CLOSE-DATE TO WS-LOOKUP-DATE
           OPEN OUTPUT RPT-FILE
           PERFORM PRINT-PAGE-HEADERS
           PERFORM 0600-PRINT-TARGET
           PERFORM 8500-LOAD-CALENDAR
           PERFORM 1000-LOAD-SENT-ENTRIES
           EVALUATE TRUE
              WHEN WS-ENTRY-TABLE-FULL
                 MOVE "*** ENTRY TABLE FULL - NOTHING UPDATED ***"
                    TO RPT-MESSAGE-TEXT
                 MOVE 8 TO WS-COND-CODE
              WHEN WS-ENTRY-COUNT = ZEROS
                 MOVE "*** NO GL FEED ENTRIES ON FILE FOR THIS CLOSE"
                    TO RPT-MESSAGE-TEXT
                 MOVE 8 TO WS-COND-CODE
              WHEN WS-RETRANSMIT-MODE
                 PERFORM 4000-RETRANSMIT-FEED
              WHEN OTHER
                 PERFORM 2000-RECONCILE-ACK
                 PERFORM 3000-PRINT-EXCEPTIONS
           END-EVALUATE
           DISPLAY RPT-MESSAGE-LINE
           WRITE RPT-FILE-LINE FROM RPT-MESSAGE-LINE
           CLOSE RPT-FILE
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK
           .
      *> the close date is positional; the rest are keywords in any
      *> order.  entries still unacknowledged after DAYS= business
      *> days (default 3) are overdue as of ASOF= (default today).
       0500-APPLY-RECON-PARM.
           IF WS-REC-TOKEN-1 (1:6) NUMERIC
              AND WS-REC-TOKEN-1 (7:8) = SPACES
              MOVE WS-REC-TOKEN-1 (1:6) TO WS-REC-CLOSE-DATE
           ELSE
              SET WS-REC-PARM-ERROR TO TRUE
           END-IF
           MOVE WS-REC-TOKEN-2 TO WS-REC-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           MOVE WS-REC-TOKEN-3 TO WS-REC-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           MOVE WS-REC-TOKEN-4 TO WS-REC-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           MOVE WS-REC-TOKEN-5 TO WS-REC-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           MOVE WS-REC-TOKEN-6 TO WS-REC-TOKEN
           PERFORM 0510-APPLY-ONE-TOKEN
           IF NOT WS-RETRANSMIT-MODE
              AND (WS-APPLY-MODE OR WS-RESEND-UNACKED)
              DISPLAY "*** APPLY AND UNACK ONLY WITH RETRANSMIT ***"
              SET WS-REC-PARM-ERROR TO TRUE
           END-IF
           .
       0510-APPLY-ONE-TOKEN.
           EVALUATE TRUE
              WHEN WS-REC-TOKEN = SPACES
                 CONTINUE
              WHEN WS-REC-TOKEN = "RETRANSMIT"
                 SET WS-RETRANSMIT-MODE TO TRUE
              WHEN WS-REC-TOKEN = "UNACK"
                 SET WS-RESEND-UNACKED TO TRUE
              WHEN WS-REC-TOKEN = "APPLY"
                 SET WS-APPLY-MODE TO TRUE
              WHEN WS-REC-TOKEN (1:5) = "DAYS="
                 IF WS-REC-TOKEN (6:2) NUMERIC
                    AND WS-REC-TOKEN (8:7) = SPACES
                    MOVE WS-REC-TOKEN (6:2) TO WS-REC-DAYS-LIMIT
                 ELSE
                    SET WS-REC-PARM-ERROR TO TRUE
                 END-IF
              WHEN WS-REC-TOKEN (1:5) = "ASOF="
                 IF WS-REC-TOKEN (6:6) NUMERIC
                    MOVE WS-REC-TOKEN (6:6) TO WS-REC-ASOF-DATE
                 ELSE
                    SET WS-REC-PARM-ERROR TO TRUE
                 END-IF
              WHEN WS-REC-TOKEN (1:5) = "OPER="
                 CONTINUE
              WHEN OTHER
                 DISPLAY "*** UNKNOWN PARAMETER: " WS-REC-TOKEN
                    " ***"
                 SET WS-REC-PARM-ERROR TO TRUE
           END-EVALUATE
           .
       0600-PRINT-TARGET.
           MOVE WS-REC-CLOSE-DATE TO RPT-TGT-CLOSE-DATE
           MOVE WS-REC-ASOF-DATE TO RPT-TGT-ASOF-DATE
           MOVE WS-REC-DAYS-LIMIT TO RPT-TGT-DAYS
           EVALUATE TRUE
              WHEN NOT WS-RETRANSMIT-MODE
                 MOVE "RECONCILE" TO RPT-TGT-MODE
              WHEN WS-APPLY-MODE
                 MOVE "RETRANSMIT APPLY" TO RPT-TGT-MODE
              WHEN OTHER
                 MOVE "RETRANSMIT PREVIEW" TO RPT-TGT-MODE
           END-EVALUATE
           DISPLAY RPT-TARGET-LINE
           WRITE RPT-FILE-LINE FROM RPT-TARGET-LINE
           ADD 1 TO WS-LINE-COUNT
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
           MOVE 1 TO WS-LINE-COUNT
           .
       1000-LOAD-SENT-ENTRIES.
           OPEN INPUT GL-STATUS-FILE
           IF WS-GLSTAT-FILE-STATUS = "00"
              PERFORM 1010-READ-STATUS-ENTRY
                 UNTIL WS-GLSTAT-FILE-STATUS NOT = "00"
              CLOSE GL-STATUS-FILE
           END-IF
           MOVE WS-ENTRY-COUNT TO WS-ENTRY-FILE-COUNT
           .
       1010-READ-STATUS-ENTRY.
           READ GL-STATUS-FILE
              AT END
                 MOVE "10" TO WS-GLSTAT-FILE-STATUS
              NOT AT END
                 IF GLS-CLOSE-DATE = WS-REC-CLOSE-DATE
                    IF WS-ENTRY-COUNT < WS-ENTRY-MAX
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM 1020-STORE-STATUS-ENTRY
                    ELSE
                       SET WS-ENTRY-TABLE-FULL TO TRUE
                    END-IF
                 END-IF
           END-READ
           .
       1020-STORE-STATUS-ENTRY.
           MOVE GLS-SEQ-NO TO WS-ENT-SEQ-NO (WS-ENTRY-COUNT)
           MOVE GLS-CODE TO WS-ENT-CODE (WS-ENTRY-COUNT)
           MOVE GLS-DR-CR TO WS-ENT-DR-CR (WS-ENTRY-COUNT)
           MOVE GLS-AMOUNT TO WS-ENT-AMOUNT (WS-ENTRY-COUNT)
           MOVE GLS-SENT-DATE TO WS-ENT-SENT-DATE (WS-ENTRY-COUNT)
           MOVE GLS-STATUS TO WS-ENT-STATUS (WS-ENTRY-COUNT)
           MOVE GLS-ACK-DATE TO WS-ENT-ACK-DATE (WS-ENTRY-COUNT)
           MOVE GLS-REASON TO WS-ENT-REASON (WS-ENTRY-COUNT)
           IF GLS-OFFSET = SPACES
              MOVE "SU" TO WS-ENT-OFFSET (WS-ENTRY-COUNT)
           ELSE
              MOVE GLS-OFFSET TO WS-ENT-OFFSET (WS-ENTRY-COUNT)
           END-IF
           MOVE ZEROS TO WS-ENT-WAIT-DAYS (WS-ENTRY-COUNT)
           MOVE "N" TO WS-ENT-MATCH-SW (WS-ENTRY-COUNT)
           MOVE "N" TO WS-ENT-RESEND-SW (WS-ENTRY-COUNT)
           IF GLS-SEQ-NO > WS-LAST-SEQ-NO
              MOVE GLS-SEQ-NO TO WS-LAST-SEQ-NO
           END-IF
           .
      *> the acknowledgement is applied only when its header names
      *> this close and a sequence actually transmitted, and its
      *> trailer agrees both with its own detail and with the count
      *> and hash total sent under that sequence - a partial or
      *> misdirected acknowledgement changes nothing.
       2000-RECONCILE-ACK.
           MOVE "--- ACKNOWLEDGEMENT ---" TO RPT-SECTION-TEXT
           PERFORM 1900-PRINT-SECTION-LINE
           PERFORM 2100-LOAD-ACK-FILE
           IF WS-ACK-PRESENT
              PERFORM 2400-CHECK-ACK-CONTROLS
              IF WS-ACK-CONTROLS-AGREE
                 PERFORM 2500-APPLY-ONE-ACK
                    VARYING WS-ACK-SUB FROM 1 BY 1
                    UNTIL WS-ACK-SUB > WS-ACK-COUNT
                 PERFORM 6000-REWRITE-STATUS-FILE
                 MOVE "  ACKNOWLEDGEMENT APPLIED" TO RPT-SECTION-TEXT
              ELSE
                 STRING "  *** " DELIMITED BY SIZE
                    WS-CONTROL-BREAK-TEXT DELIMITED BY SIZE
                    INTO RPT-SECTION-TEXT
                 END-STRING
                 MOVE 8 TO WS-COND-CODE
              END-IF
           ELSE
              MOVE "  NO ACKNOWLEDGEMENT FILE - STATUS UNCHANGED"
                 TO RPT-SECTION-TEXT
           END-IF
           PERFORM 1900-PRINT-SECTION-LINE
           .
       2100-LOAD-ACK-FILE.
           OPEN INPUT GL-ACK-FILE
           IF WS-ACK-FILE-STATUS = "00"
              SET WS-ACK-PRESENT TO TRUE
              PERFORM 2110-READ-ACK-RECORD
                 UNTIL WS-ACK-FILE-STATUS NOT = "00"
              CLOSE GL-ACK-FILE
           END-IF
           .
       2110-READ-ACK-RECORD.
           READ GL-ACK-FILE
              AT END
                 MOVE "10" TO WS-ACK-FILE-STATUS
              NOT AT END
                 EVALUATE TRUE
                    WHEN ACK-REC-TYPE = "00" AND ACK-HDR-ID = "ACK"
                       SET WS-ACK-HDR-FOUND TO TRUE
                       MOVE ACK-HDR-DATE TO WS-ACK-HDR-DATE
                       MOVE ACK-HDR-SEQ TO WS-ACK-HDR-SEQ
                    WHEN ACK-REC-TYPE = "99"
                       SET WS-ACK-TRL-FOUND TO TRUE
                       MOVE ACK-TRL-COUNT TO WS-ACK-TRL-COUNT
                       MOVE ACK-TRL-HASH TO WS-ACK-TRL-HASH
                    WHEN OTHER
                       PERFORM 2120-STORE-ACK-DETAIL
                 END-EVALUATE
           END-READ
           .
       2120-STORE-ACK-DETAIL.
           ADD 1 TO WS-ACK-READ-COUNT
           IF ACK-DET-AMOUNT NUMERIC
              ADD ACK-DET-AMOUNT TO WS-ACK-DET-HASH
           END-IF
           IF WS-ACK-COUNT < WS-ACK-MAX
              ADD 1 TO WS-ACK-COUNT
              MOVE ACK-DET-CODE TO WS-ACK-CODE (WS-ACK-COUNT)
              MOVE ACK-DET-DR-CR TO WS-ACK-DR-CR (WS-ACK-COUNT)
              IF ACK-DET-AMOUNT NUMERIC
                 MOVE ACK-DET-AMOUNT TO WS-ACK-AMOUNT (WS-ACK-COUNT)
              ELSE
                 MOVE ZEROS TO WS-ACK-AMOUNT (WS-ACK-COUNT)
              END-IF
              MOVE ACK-DET-STATUS TO WS-ACK-STATUS (WS-ACK-COUNT)
              MOVE ACK-DET-REASON TO WS-ACK-REASON (WS-ACK-COUNT)
           ELSE
              DISPLAY "CBGLREC: ACK TABLE FULL - " ACK-DET-CODE
                 " IGNORED"
           END-IF
           .
       2400-CHECK-ACK-CONTROLS.
           PERFORM 2410-TOTAL-SENT-SEQUENCE
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-ENTRY-FILE-COUNT
           MOVE "  ACK FOR CLOSE" TO RPT-SECTION-TEXT
           MOVE WS-ACK-HDR-DATE TO RPT-SECTION-TEXT (17:6)
           MOVE "SEQ" TO RPT-SECTION-TEXT (24:3)
           MOVE WS-ACK-HDR-SEQ TO RPT-SECTION-TEXT (28:3)
           PERFORM 1900-PRINT-SECTION-LINE
           DISPLAY RPT-CONTROL-HEADER
           WRITE RPT-FILE-LINE FROM RPT-CONTROL-HEADER
           MOVE "SENT" TO RPT-CTL-LABEL
           MOVE WS-SENT-COUNT TO RPT-CTL-COUNT
           MOVE WS-SENT-HASH TO RPT-CTL-HASH
           PERFORM 2490-PRINT-CONTROL-LINE
           MOVE "ACK TRAILER" TO RPT-CTL-LABEL
           MOVE WS-ACK-TRL-COUNT TO RPT-CTL-COUNT
           MOVE WS-ACK-TRL-HASH TO RPT-CTL-HASH
           PERFORM 2490-PRINT-CONTROL-LINE
           MOVE "ACK DETAIL" TO RPT-CTL-LABEL
           MOVE WS-ACK-READ-COUNT TO RPT-CTL-COUNT
           MOVE WS-ACK-DET-HASH TO RPT-CTL-HASH
           PERFORM 2490-PRINT-CONTROL-LINE
           EVALUATE TRUE
              WHEN NOT WS-ACK-HDR-FOUND
                 MOVE "ACK HEADER MISSING" TO WS-CONTROL-BREAK-TEXT
              WHEN WS-ACK-HDR-DATE NOT = WS-REC-CLOSE-DATE
                 MOVE "ACK IS FOR ANOTHER CLOSE DATE"
                    TO WS-CONTROL-BREAK-TEXT
              WHEN WS-SENT-COUNT = ZEROS
                 MOVE "ACK SEQUENCE WAS NEVER SENT"
                    TO WS-CONTROL-BREAK-TEXT
              WHEN NOT WS-ACK-TRL-FOUND
                 MOVE "ACK TRAILER MISSING" TO WS-CONTROL-BREAK-TEXT
              WHEN WS-ACK-TRL-COUNT NOT = WS-ACK-READ-COUNT
                 OR WS-ACK-TRL-HASH NOT = WS-ACK-DET-HASH
                 MOVE "ACK TRAILER DISAGREES WITH ACK DETAIL"
                    TO WS-CONTROL-BREAK-TEXT
              WHEN WS-ACK-TRL-COUNT NOT = WS-SENT-COUNT
                 OR WS-ACK-TRL-HASH NOT = WS-SENT-HASH
                 MOVE "ACK CONTROLS DISAGREE WITH FEED SENT"
                    TO WS-CONTROL-BREAK-TEXT
              WHEN OTHER
                 SET WS-ACK-CONTROLS-AGREE TO TRUE
           END-EVALUATE
           .
       2410-TOTAL-SENT-SEQUENCE.
           IF WS-ENT-SEQ-NO (WS-ENTRY-SUB) = WS-ACK-HDR-SEQ
              ADD 1 TO WS-SENT-COUNT
              ADD WS-ENT-AMOUNT (WS-ENTRY-SUB) TO WS-SENT-HASH
           END-IF
           .
       2490-PRINT-CONTROL-LINE.
           DISPLAY RPT-CONTROL-LINE
           WRITE RPT-FILE-LINE FROM RPT-CONTROL-LINE
           .
      *> an acknowledged line is matched to the entry of the same
      *> sequence, code, side and amount not yet matched this run;
      *> a line matching nothing sent is itself an exception.
       2500-APPLY-ONE-ACK.
           MOVE ZEROS TO WS-ENTRY-MATCH-SUB
           PERFORM 2510-MATCH-SENT-ENTRY
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-ENTRY-FILE-COUNT
              OR WS-ENTRY-MATCH-SUB > ZEROS
           IF WS-ENTRY-MATCH-SUB > ZEROS
              AND (WS-ACK-STATUS (WS-ACK-SUB) = "A" OR "R")
              MOVE "Y" TO WS-ENT-MATCH-SW (WS-ENTRY-MATCH-SUB)
              MOVE WS-ACK-STATUS (WS-ACK-SUB)
                 TO WS-ENT-STATUS (WS-ENTRY-MATCH-SUB)
              MOVE WS-REC-ASOF-DATE
                 TO WS-ENT-ACK-DATE (WS-ENTRY-MATCH-SUB)
              MOVE WS-ACK-REASON (WS-ACK-SUB)
                 TO WS-ENT-REASON (WS-ENTRY-MATCH-SUB)
           ELSE
              PERFORM 2520-PRINT-UNMATCHED-ACK
           END-IF
           .
       2510-MATCH-SENT-ENTRY.
           IF WS-ENT-SEQ-NO (WS-ENTRY-SUB) = WS-ACK-HDR-SEQ
              AND WS-ENT-CODE (WS-ENTRY-SUB) = WS-ACK-CODE (WS-ACK-SUB)
              AND WS-ENT-DR-CR (WS-ENTRY-SUB)
                 = WS-ACK-DR-CR (WS-ACK-SUB)
              AND WS-ENT-AMOUNT (WS-ENTRY-SUB)
                 = WS-ACK-AMOUNT (WS-ACK-SUB)
              AND WS-ENT-STATUS (WS-ENTRY-SUB) NOT = "X"
              AND WS-ENT-MATCH-SW (WS-ENTRY-SUB) = "N"
              MOVE WS-ENTRY-SUB TO WS-ENTRY-MATCH-SUB
           END-IF
           .
       2520-PRINT-UNMATCHED-ACK.
           IF WS-CNT-UNMATCHED = ZEROS
              DISPLAY RPT-ENTRY-HEADER
              WRITE RPT-FILE-LINE FROM RPT-ENTRY-HEADER
           END-IF
           ADD 1 TO WS-CNT-UNMATCHED
           SET WS-EXCEPTION-FOUND TO TRUE
           MOVE WS-ACK-HDR-SEQ TO RPT-ENT-SEQ
           MOVE WS-ACK-CODE (WS-ACK-SUB) TO RPT-ENT-CODE
           MOVE WS-ACK-CODE (WS-ACK-SUB) TO WS-LOOKUP-CODE
           PERFORM 8000-LOOKUP-CODE-DESC
           MOVE WS-LOOKUP-DESC TO RPT-ENT-DESC
           MOVE WS-ACK-DR-CR (WS-ACK-SUB) TO RPT-ENT-DR-CR
           MOVE WS-ACK-AMOUNT (WS-ACK-SUB) TO RPT-ENT-AMOUNT
           MOVE SPACES TO RPT-ENT-SENT
           MOVE SPACES TO RPT-ENT-ACKED
           MOVE SPACES TO RPT-ENT-DAYS-X
           IF WS-ACK-STATUS (WS-ACK-SUB) = "A" OR "R"
              MOVE "NOT SENT" TO RPT-ENT-STATE
           ELSE
              MOVE "BAD STATUS" TO RPT-ENT-STATE
           END-IF
           MOVE WS-ACK-REASON (WS-ACK-SUB) TO RPT-ENT-REASON
           PERFORM 3900-PRINT-ENTRY-LINE
           .
       1900-PRINT-SECTION-LINE.
           DISPLAY RPT-SECTION-LINE
           WRITE RPT-FILE-LINE FROM RPT-SECTION-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO RPT-SECTION-TEXT
           .
      *> every entry of the close is classified; rejected entries
      *> and those still unacknowledged past the limit are listed.
       3000-PRINT-EXCEPTIONS.
           MOVE "--- EXCEPTIONS ---" TO RPT-SECTION-TEXT
           PERFORM 1900-PRINT-SECTION-LINE
           DISPLAY RPT-ENTRY-HEADER
           WRITE RPT-FILE-LINE FROM RPT-ENTRY-HEADER
           ADD 1 TO WS-LINE-COUNT
           PERFORM 3100-CLASSIFY-ONE-ENTRY
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
           IF NOT WS-EXCEPTION-FOUND
              MOVE "  NONE - EVERY ENTRY ACCEPTED OR WITHIN LIMIT"
                 TO RPT-SECTION-TEXT
              PERFORM 1900-PRINT-SECTION-LINE
           END-IF
           PERFORM 3500-PRINT-STATUS-COUNTS
           IF WS-COND-CODE < 8
              IF WS-EXCEPTION-FOUND
                 MOVE 4 TO WS-COND-CODE
                 MOVE "*** GL FEED EXCEPTIONS OUTSTANDING ***"
                    TO RPT-MESSAGE-TEXT
              ELSE
                 MOVE "GL FEED RECONCILED - NO EXCEPTIONS"
                    TO RPT-MESSAGE-TEXT
              END-IF
           ELSE
              MOVE "*** ACKNOWLEDGEMENT REJECTED - CONTROL BREAK ***"
                 TO RPT-MESSAGE-TEXT
           END-IF
           .
       3100-CLASSIFY-ONE-ENTRY.
           EVALUATE WS-ENT-STATUS (WS-ENTRY-SUB)
              WHEN "A"
                 ADD 1 TO WS-CNT-ACCEPTED
              WHEN "X"
                 ADD 1 TO WS-CNT-SUPERSEDED
              WHEN "R"
                 ADD 1 TO WS-CNT-REJECTED
                 SET WS-EXCEPTION-FOUND TO TRUE
                 MOVE "REJECTED" TO RPT-ENT-STATE
                 PERFORM 3800-FORMAT-ENTRY-LINE
                 PERFORM 3900-PRINT-ENTRY-LINE
              WHEN OTHER
                 PERFORM 3200-COUNT-WAIT-DAYS
                 IF WS-ENT-WAIT-DAYS (WS-ENTRY-SUB)
                    > WS-REC-DAYS-LIMIT
                    ADD 1 TO WS-CNT-OVERDUE
                    SET WS-EXCEPTION-FOUND TO TRUE
                    MOVE "UNACKED" TO RPT-ENT-STATE
                    PERFORM 3800-FORMAT-ENTRY-LINE
                    PERFORM 3900-PRINT-ENTRY-LINE
                 ELSE
                    ADD 1 TO WS-CNT-PENDING
                 END-IF
           END-EVALUATE
           .
      *> business days after the day sent, up to and including the
      *> as-of date.
       3200-COUNT-WAIT-DAYS.
           MOVE ZEROS TO WS-ENT-WAIT-DAYS (WS-ENTRY-SUB)
           MOVE ZEROS TO WS-WAIT-STEPS
           MOVE WS-ENT-SENT-DATE (WS-ENTRY-SUB) TO WS-CHECK-DATE
           PERFORM 3210-WAIT-ONE-DAY
              UNTIL WS-CHECK-DATE NOT < WS-REC-ASOF-DATE
              OR WS-WAIT-STEPS NOT < WS-WAIT-STEP-MAX
           .
       3210-WAIT-ONE-DAY.
           PERFORM 3300-ADVANCE-CHECK-DATE
           ADD 1 TO WS-WAIT-STEPS
           MOVE WS-CHECK-DATE TO WS-CAL-CHECK-DATE
           MOVE SPACES TO WS-CAL-CHECK-SOURCE
           PERFORM 8520-CHECK-BUSINESS-DAY
           IF WS-CAL-BUSINESS-DAY
              ADD 1 TO WS-ENT-WAIT-DAYS (WS-ENTRY-SUB)
           END-IF
           .
      *> a year divisible by four is taken as a leap year - exact
      *> for every year this system will see.
       3300-ADVANCE-CHECK-DATE.
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
           IF WS-CHECK-DD < WS-MONTH-END-DD
              ADD 1 TO WS-CHECK-DD
           ELSE
              MOVE 01 TO WS-CHECK-DD
              IF WS-CHECK-MM < 12
                 ADD 1 TO WS-CHECK-MM
              ELSE
                 MOVE 01 TO WS-CHECK-MM
                 ADD 1 TO WS-CHECK-YY
              END-IF
           END-IF
           .
       3500-PRINT-STATUS-COUNTS.
           MOVE "--- ENTRY STATUS ---" TO RPT-SECTION-TEXT
           PERFORM 1900-PRINT-SECTION-LINE
           MOVE "ENTRIES SENT" TO RPT-CNT-LABEL
           MOVE WS-ENTRY-COUNT TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           MOVE "ACCEPTED" TO RPT-CNT-LABEL
           MOVE WS-CNT-ACCEPTED TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           MOVE "REJECTED" TO RPT-CNT-LABEL
           MOVE WS-CNT-REJECTED TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           MOVE "AWAITING ACK - WITHIN LIMIT" TO RPT-CNT-LABEL
           MOVE WS-CNT-PENDING TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           MOVE "AWAITING ACK - OVERDUE" TO RPT-CNT-LABEL
           MOVE WS-CNT-OVERDUE TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           MOVE "SUPERSEDED BY RETRANSMIT" TO RPT-CNT-LABEL
           MOVE WS-CNT-SUPERSEDED TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           MOVE "ACK LINES NOT MATCHED" TO RPT-CNT-LABEL
           MOVE WS-CNT-UNMATCHED TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           .
       3590-PRINT-COUNT-LINE.
           DISPLAY RPT-COUNT-LINE
           WRITE RPT-FILE-LINE FROM RPT-COUNT-LINE
           ADD 1 TO WS-LINE-COUNT
           .
       3800-FORMAT-ENTRY-LINE.
           MOVE WS-ENT-SEQ-NO (WS-ENTRY-SUB) TO RPT-ENT-SEQ
           MOVE WS-ENT-CODE (WS-ENTRY-SUB) TO RPT-ENT-CODE
           MOVE WS-ENT-CODE (WS-ENTRY-SUB) TO WS-LOOKUP-CODE
           PERFORM 8000-LOOKUP-CODE-DESC
           MOVE WS-LOOKUP-DESC TO RPT-ENT-DESC
           MOVE WS-ENT-DR-CR (WS-ENTRY-SUB) TO RPT-ENT-DR-CR
           MOVE WS-ENT-AMOUNT (WS-ENTRY-SUB) TO RPT-ENT-AMOUNT
           MOVE WS-ENT-SENT-DATE (WS-ENTRY-SUB) TO RPT-ENT-SENT
           IF WS-ENT-ACK-DATE (WS-ENTRY-SUB) = ZEROS
              MOVE SPACES TO RPT-ENT-ACKED
              MOVE WS-ENT-WAIT-DAYS (WS-ENTRY-SUB) TO RPT-ENT-DAYS
           ELSE
              MOVE WS-ENT-ACK-DATE (WS-ENTRY-SUB) TO RPT-ENT-ACKED
              MOVE SPACES TO RPT-ENT-DAYS-X
           END-IF
           MOVE WS-ENT-REASON (WS-ENTRY-SUB) TO RPT-ENT-REASON
           .
       3900-PRINT-ENTRY-LINE.
           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
              DISPLAY RPT-ENTRY-HEADER
              WRITE RPT-FILE-LINE FROM RPT-ENTRY-HEADER
              ADD 1 TO WS-LINE-COUNT
           END-IF
           DISPLAY RPT-ENTRY-LINE
           WRITE RPT-FILE-LINE FROM RPT-ENTRY-LINE
           ADD 1 TO WS-LINE-COUNT
           .
      *> only entries the GL has not accepted are resent, so a
      *> retransmission can never post an accepted entry twice.  the
      *> entries replaced are marked superseded and resent under the
      *> next sequence for the close, and that sequence is entered
      *> in run control beside the CBCLOSE original.  an entry the
      *> GL rejected would only be rejected again as sent, so each
      *> is resent as corrected on cbglcorr.txt, or under the code
      *> that has replaced its own; the report shows both the entry
      *> as sent and as it will be resent.
       4000-RETRANSMIT-FEED.
           PERFORM 8350-LOAD-CODE-MAP
           PERFORM 4050-LOAD-CORRECTIONS
           MOVE "--- ENTRIES TO RETRANSMIT ---" TO RPT-SECTION-TEXT
           PERFORM 1900-PRINT-SECTION-LINE
           DISPLAY RPT-ENTRY-HEADER
           WRITE RPT-FILE-LINE FROM RPT-ENTRY-HEADER
           ADD 1 TO WS-LINE-COUNT
           COMPUTE WS-NEW-SEQ-NO = WS-LAST-SEQ-NO + 1
           PERFORM 4100-SELECT-RESEND-ENTRY
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-ENTRY-FILE-COUNT
           PERFORM 4080-CHECK-CORRECTION-USED
              VARYING WS-CORR-SUB FROM 1 BY 1
              UNTIL WS-CORR-SUB > WS-CORR-COUNT
           MOVE "ENTRIES SELECTED" TO RPT-CNT-LABEL
           MOVE WS-CNT-RESEND TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           MOVE "ENTRIES CORRECTED" TO RPT-CNT-LABEL
           MOVE WS-CNT-CORRECTED TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           MOVE "ENTRIES RE-KEYED BY CODE MAP" TO RPT-CNT-LABEL
           MOVE WS-CNT-MAPPED TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           MOVE "REJECTED ENTRIES AS SENT" TO RPT-CNT-LABEL
           MOVE WS-CNT-REJ-UNCHANGED TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           MOVE "CORRECTIONS IN ERROR" TO RPT-CNT-LABEL
           MOVE WS-CNT-CORR-BAD TO RPT-CNT-VALUE
           PERFORM 3590-PRINT-COUNT-LINE
           EVALUATE TRUE
              WHEN WS-CNT-CORR-BAD > ZEROS
                 MOVE "*** CORRECTIONS IN ERROR - NOTHING RETRANSMITTED"
                    TO RPT-MESSAGE-TEXT
                 MOVE 8 TO WS-COND-CODE
              WHEN WS-CNT-RESEND = ZEROS
                 MOVE "*** NOTHING TO RETRANSMIT FOR THIS CLOSE ***"
                    TO RPT-MESSAGE-TEXT
                 MOVE 4 TO WS-COND-CODE
              WHEN WS-ENTRY-COUNT + WS-CNT-RESEND > WS-ENTRY-MAX
                 MOVE "*** ENTRY TABLE FULL - NOTHING RETRANSMITTED"
                    TO RPT-MESSAGE-TEXT
                 MOVE 8 TO WS-COND-CODE
              WHEN WS-LAST-SEQ-NO = 999
                 MOVE "*** FEED SEQUENCE EXHAUSTED FOR THIS CLOSE"
                    TO RPT-MESSAGE-TEXT
                 MOVE 8 TO WS-COND-CODE
              WHEN NOT WS-APPLY-MODE
                 MOVE "*** PREVIEW ONLY - RERUN WITH APPLY TO SEND SEQ"
                    TO RPT-MESSAGE-TEXT
                 MOVE WS-NEW-SEQ-NO TO RPT-MESSAGE-SEQ
              WHEN OTHER
                 PERFORM 4200-WRITE-RETRANSMIT-FEED
                 PERFORM 6000-REWRITE-STATUS-FILE
                 PERFORM 4300-REGISTER-RETRANSMIT
                 MOVE "GL FEED RETRANSMITTED ON CBGLFEED.TXT AS SEQ"
                    TO RPT-MESSAGE-TEXT
                 MOVE WS-NEW-SEQ-NO TO RPT-MESSAGE-SEQ
           END-EVALUATE
           .
      *> a correction is taken only when it names a sent entry in
      *> full and what it changes is valid: a code on the master, a
      *> side of DR or CR and a numeric amount.
       4050-LOAD-CORRECTIONS.
           MOVE ZEROS TO WS-CORR-COUNT
           OPEN INPUT GL-CORR-FILE
           IF WS-CORR-FILE-STATUS = "00"
              PERFORM 4060-READ-CORRECTION
                 UNTIL WS-CORR-FILE-STATUS NOT = "00"
              CLOSE GL-CORR-FILE
           END-IF
           .
       4060-READ-CORRECTION.
           READ GL-CORR-FILE
              AT END
                 MOVE "10" TO WS-CORR-FILE-STATUS
              NOT AT END
                 IF GLC-CLOSE-DATE = WS-REC-CLOSE-DATE
                    PERFORM 4070-STORE-CORRECTION
                 END-IF
           END-READ
           .
       4070-STORE-CORRECTION.
           MOVE SPACES TO WS-CORR-ERROR-TEXT
           IF GLC-NEW-CODE NOT = SPACES
              MOVE GLC-NEW-CODE TO WS-LOOKUP-CODE
              MOVE WS-REC-ASOF-DATE TO WS-LOOKUP-DATE
              PERFORM 8000-LOOKUP-CODE-DESC
              MOVE WS-REC-CLOSE-DATE TO WS-LOOKUP-DATE
           END-IF
           EVALUATE TRUE
              WHEN GLC-SEQ-NO NOT NUMERIC
                 OR GLC-AMOUNT NOT NUMERIC
                 MOVE "ENTRY NOT NAMED IN FULL" TO WS-CORR-ERROR-TEXT
              WHEN GLC-NEW-CODE NOT = SPACES
                 AND WS-LOOKUP-DESC = "UNKNOWN CODE"
                 MOVE "NEW CODE NOT ON MASTER" TO WS-CORR-ERROR-TEXT
              WHEN GLC-NEW-DR-CR NOT = SPACES
                 AND GLC-NEW-DR-CR NOT = "DR" AND NOT = "CR"
                 MOVE "NEW SIDE NOT DR OR CR" TO WS-CORR-ERROR-TEXT
              WHEN GLC-NEW-AMOUNT-X NOT = SPACES
                 AND GLC-NEW-AMOUNT NOT NUMERIC
                 MOVE "NEW AMOUNT NOT NUMERIC" TO WS-CORR-ERROR-TEXT
              WHEN GLC-NEW-CODE = SPACES AND GLC-NEW-DR-CR = SPACES
                 AND GLC-NEW-AMOUNT-X = SPACES
                 MOVE "NOTHING TO CORRECT" TO WS-CORR-ERROR-TEXT
              WHEN WS-CORR-COUNT NOT < WS-CORR-MAX
                 MOVE "CORRECTION TABLE FULL" TO WS-CORR-ERROR-TEXT
           END-EVALUATE
           IF WS-CORR-ERROR-TEXT = SPACES
              ADD 1 TO WS-CORR-COUNT
              MOVE GLC-SEQ-NO TO WS-COR-SEQ-NO (WS-CORR-COUNT)
              MOVE GLC-CODE TO WS-COR-CODE (WS-CORR-COUNT)
              MOVE GLC-DR-CR TO WS-COR-DR-CR (WS-CORR-COUNT)
              MOVE GLC-AMOUNT TO WS-COR-AMOUNT (WS-CORR-COUNT)
              MOVE GLC-NEW-CODE TO WS-COR-NEW-CODE (WS-CORR-COUNT)
              MOVE GLC-NEW-DR-CR TO WS-COR-NEW-DR-CR (WS-CORR-COUNT)
              MOVE GLC-NEW-AMOUNT-X
                 TO WS-COR-NEW-AMOUNT-X (WS-CORR-COUNT)
              MOVE "N" TO WS-COR-USED-SW (WS-CORR-COUNT)
           ELSE
              MOVE GLC-SEQ-NO TO RPT-CER-SEQ
              MOVE GLC-CODE TO RPT-CER-CODE
              MOVE GLC-DR-CR TO RPT-CER-DR-CR
              IF GLC-AMOUNT NUMERIC
                 MOVE GLC-AMOUNT TO RPT-CER-AMOUNT
              ELSE
                 MOVE ZEROS TO RPT-CER-AMOUNT
              END-IF
              PERFORM 4090-PRINT-CORRECTION-ERROR
           END-IF
           .
       4080-CHECK-CORRECTION-USED.
           IF WS-COR-USED-SW (WS-CORR-SUB) = "N"
              MOVE WS-COR-SEQ-NO (WS-CORR-SUB) TO RPT-CER-SEQ
              MOVE WS-COR-CODE (WS-CORR-SUB) TO RPT-CER-CODE
              MOVE WS-COR-DR-CR (WS-CORR-SUB) TO RPT-CER-DR-CR
              MOVE WS-COR-AMOUNT (WS-CORR-SUB) TO RPT-CER-AMOUNT
              MOVE "NO SUCH ENTRY BEING RESENT" TO WS-CORR-ERROR-TEXT
              PERFORM 4090-PRINT-CORRECTION-ERROR
           END-IF
           .
       4090-PRINT-CORRECTION-ERROR.
           ADD 1 TO WS-CNT-CORR-BAD
           MOVE WS-CORR-ERROR-TEXT TO RPT-CER-TEXT
           DISPLAY RPT-CORR-ERROR-LINE
           WRITE RPT-FILE-LINE FROM RPT-CORR-ERROR-LINE
           ADD 1 TO WS-LINE-COUNT
           .
       4100-SELECT-RESEND-ENTRY.
           EVALUATE WS-ENT-STATUS (WS-ENTRY-SUB)
              WHEN "R"
                 MOVE "RESEND REJ" TO RPT-ENT-STATE
                 PERFORM 4110-MARK-FOR-RESEND
              WHEN "S"
                 PERFORM 3200-COUNT-WAIT-DAYS
                 IF WS-RESEND-UNACKED
                    AND WS-ENT-WAIT-DAYS (WS-ENTRY-SUB)
                       > WS-REC-DAYS-LIMIT
                    MOVE "RESEND UNA" TO RPT-ENT-STATE
                    PERFORM 4110-MARK-FOR-RESEND
                 END-IF
           END-EVALUATE
           .
       4110-MARK-FOR-RESEND.
           MOVE "Y" TO WS-ENT-RESEND-SW (WS-ENTRY-SUB)
           ADD 1 TO WS-CNT-RESEND
           PERFORM 3800-FORMAT-ENTRY-LINE
           PERFORM 3900-PRINT-ENTRY-LINE
           PERFORM 4120-CORRECT-ENTRY
           .
      *> the values the entry is resent with: a correction naming it
      *> wins; failing that a retired code takes its replacement.
       4120-CORRECT-ENTRY.
           MOVE WS-ENT-CODE (WS-ENTRY-SUB)
              TO WS-ENT-NEW-CODE (WS-ENTRY-SUB)
           MOVE WS-ENT-DR-CR (WS-ENTRY-SUB)
              TO WS-ENT-NEW-DR-CR (WS-ENTRY-SUB)
           MOVE WS-ENT-AMOUNT (WS-ENTRY-SUB)
              TO WS-ENT-NEW-AMOUNT (WS-ENTRY-SUB)
           MOVE SPACE TO WS-ENT-CHANGE (WS-ENTRY-SUB)
           MOVE ZEROS TO WS-CORR-MATCH-SUB
           PERFORM 4125-MATCH-CORRECTION
              VARYING WS-CORR-SUB FROM 1 BY 1
              UNTIL WS-CORR-SUB > WS-CORR-COUNT
              OR WS-CORR-MATCH-SUB > ZEROS
           IF WS-CORR-MATCH-SUB > ZEROS
              PERFORM 4130-APPLY-CORRECTION
           ELSE
              MOVE WS-ENT-CODE (WS-ENTRY-SUB) TO WS-CMAP-CODE
              MOVE "A" TO WS-CMAP-CHECK-LEVEL
              MOVE WS-REC-ASOF-DATE TO WS-CMAP-CHECK-DATE
              PERFORM 8300-TRANSLATE-CODE
              IF WS-CMAP-TRANSLATED
                 MOVE WS-CMAP-CODE TO WS-ENT-NEW-CODE (WS-ENTRY-SUB)
                 MOVE "M" TO WS-ENT-CHANGE (WS-ENTRY-SUB)
                 ADD 1 TO WS-CNT-MAPPED
              ELSE
                 IF WS-ENT-STATUS (WS-ENTRY-SUB) = "R"
                    ADD 1 TO WS-CNT-REJ-UNCHANGED
                 END-IF
              END-IF
           END-IF
           PERFORM 4140-PRINT-CORRECTED-LINE
           .
       4125-MATCH-CORRECTION.
           IF WS-COR-SEQ-NO (WS-CORR-SUB) = WS-ENT-SEQ-NO (WS-ENTRY-SUB)
              AND WS-COR-CODE (WS-CORR-SUB) = WS-ENT-CODE (WS-ENTRY-SUB)
              AND WS-COR-DR-CR (WS-CORR-SUB)
                 = WS-ENT-DR-CR (WS-ENTRY-SUB)
              AND WS-COR-AMOUNT (WS-CORR-SUB)
                 = WS-ENT-AMOUNT (WS-ENTRY-SUB)
              AND WS-COR-USED-SW (WS-CORR-SUB) = "N"
              MOVE WS-CORR-SUB TO WS-CORR-MATCH-SUB
           END-IF
           .
       4130-APPLY-CORRECTION.
           MOVE "Y" TO WS-COR-USED-SW (WS-CORR-MATCH-SUB)
           MOVE "C" TO WS-ENT-CHANGE (WS-ENTRY-SUB)
           ADD 1 TO WS-CNT-CORRECTED
           IF WS-COR-NEW-CODE (WS-CORR-MATCH-SUB) NOT = SPACES
              MOVE WS-COR-NEW-CODE (WS-CORR-MATCH-SUB)
                 TO WS-ENT-NEW-CODE (WS-ENTRY-SUB)
           END-IF
           IF WS-COR-NEW-DR-CR (WS-CORR-MATCH-SUB) NOT = SPACES
              MOVE WS-COR-NEW-DR-CR (WS-CORR-MATCH-SUB)
                 TO WS-ENT-NEW-DR-CR (WS-ENTRY-SUB)
           END-IF
           IF WS-COR-NEW-AMOUNT-X (WS-CORR-MATCH-SUB) NOT = SPACES
              MOVE WS-COR-NEW-AMOUNT (WS-CORR-MATCH-SUB)
                 TO WS-ENT-NEW-AMOUNT (WS-ENTRY-SUB)
           END-IF
           .
       4140-PRINT-CORRECTED-LINE.
           MOVE WS-ENT-NEW-CODE (WS-ENTRY-SUB) TO RPT-COR-CODE
           MOVE WS-ENT-NEW-CODE (WS-ENTRY-SUB) TO WS-LOOKUP-CODE
           MOVE WS-REC-ASOF-DATE TO WS-LOOKUP-DATE
           PERFORM 8000-LOOKUP-CODE-DESC
           MOVE WS-REC-CLOSE-DATE TO WS-LOOKUP-DATE
           MOVE WS-LOOKUP-DESC TO RPT-COR-DESC
           MOVE WS-ENT-NEW-DR-CR (WS-ENTRY-SUB) TO RPT-COR-DR-CR
           MOVE WS-ENT-NEW-AMOUNT (WS-ENTRY-SUB) TO RPT-COR-AMOUNT
           EVALUATE TRUE
              WHEN WS-ENT-CHANGE (WS-ENTRY-SUB) = "C"
                 MOVE "RESENT AS CORRECTED" TO RPT-COR-NOTE
              WHEN WS-ENT-CHANGE (WS-ENTRY-SUB) = "M"
                 MOVE "RESENT UNDER CURRENT CODE" TO RPT-COR-NOTE
              WHEN WS-ENT-STATUS (WS-ENTRY-SUB) = "R"
                 MOVE "*** NO CORRECTION - AS SENT" TO RPT-COR-NOTE
              WHEN OTHER
                 MOVE "RESENT AS SENT" TO RPT-COR-NOTE
           END-EVALUATE
           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADERS
              DISPLAY RPT-ENTRY-HEADER
              WRITE RPT-FILE-LINE FROM RPT-ENTRY-HEADER
              ADD 1 TO WS-LINE-COUNT
           END-IF
           DISPLAY RPT-CORR-LINE
           WRITE RPT-FILE-LINE FROM RPT-CORR-LINE
           ADD 1 TO WS-LINE-COUNT
           .
       4200-WRITE-RETRANSMIT-FEED.
           OPEN OUTPUT GL-FEED-FILE
           MOVE WS-REC-CLOSE-DATE TO GLF-HDR-DATE
           MOVE WS-NEW-SEQ-NO TO GLF-HDR-SEQ
           WRITE GL-FEED-LINE FROM GLF-HEADER-LINE
           PERFORM 4210-RESEND-ONE-ENTRY
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-ENTRY-FILE-COUNT
           MOVE WS-CNT-RESEND TO GLF-TRL-COUNT
           MOVE WS-RESEND-HASH TO GLF-TRL-HASH
           MOVE WS-RESEND-NET TO GLF-TRL-NET
           WRITE GL-FEED-LINE FROM GLF-TRAILER-LINE
           CLOSE GL-FEED-FILE
           .
       4210-RESEND-ONE-ENTRY.
           IF WS-ENT-RESEND-SW (WS-ENTRY-SUB) = "Y"
              MOVE WS-ENT-NEW-CODE (WS-ENTRY-SUB) TO GLF-DET-CODE
              MOVE WS-ENT-NEW-DR-CR (WS-ENTRY-SUB) TO GLF-DET-DR-CR
              MOVE WS-ENT-NEW-AMOUNT (WS-ENTRY-SUB) TO GLF-DET-AMOUNT
              MOVE WS-ENT-OFFSET (WS-ENTRY-SUB) TO GLF-DET-OFFSET
              MOVE WS-REC-CLOSE-DATE TO GLF-DET-CLOSE-DATE
              WRITE GL-FEED-LINE FROM GLF-DETAIL-LINE
              ADD WS-ENT-NEW-AMOUNT (WS-ENTRY-SUB) TO WS-RESEND-HASH
              IF WS-ENT-NEW-DR-CR (WS-ENTRY-SUB) = "CR"
                 SUBTRACT WS-ENT-NEW-AMOUNT (WS-ENTRY-SUB)
                    FROM WS-RESEND-NET
              ELSE
                 ADD WS-ENT-NEW-AMOUNT (WS-ENTRY-SUB)
                    TO WS-RESEND-NET
              END-IF
              MOVE "X" TO WS-ENT-STATUS (WS-ENTRY-SUB)
              ADD 1 TO WS-ENTRY-COUNT
              MOVE WS-NEW-SEQ-NO TO WS-ENT-SEQ-NO (WS-ENTRY-COUNT)
              MOVE WS-ENT-NEW-CODE (WS-ENTRY-SUB)
                 TO WS-ENT-CODE (WS-ENTRY-COUNT)
              MOVE WS-ENT-NEW-DR-CR (WS-ENTRY-SUB)
                 TO WS-ENT-DR-CR (WS-ENTRY-COUNT)
              MOVE WS-ENT-NEW-AMOUNT (WS-ENTRY-SUB)
                 TO WS-ENT-AMOUNT (WS-ENTRY-COUNT)
              MOVE WS-RUN-DATE-N TO WS-ENT-SENT-DATE (WS-ENTRY-COUNT)
              MOVE "S" TO WS-ENT-STATUS (WS-ENTRY-COUNT)
              MOVE ZEROS TO WS-ENT-ACK-DATE (WS-ENTRY-COUNT)
              MOVE SPACES TO WS-ENT-REASON (WS-ENTRY-COUNT)
              MOVE WS-ENT-OFFSET (WS-ENTRY-SUB)
                 TO WS-ENT-OFFSET (WS-ENTRY-COUNT)
           END-IF
           .
       4300-REGISTER-RETRANSMIT.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "CBCLO" TO RCT-PROGRAM
           MOVE "GLF" TO RCT-SOURCE-ID
           MOVE WS-REC-CLOSE-DATE TO RCT-BUS-DATE
           MOVE WS-NEW-SEQ-NO TO RCT-SEQ-NO
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE
           .
      *> the close's entries are written back in the places they
      *> were read from and any new ones added at the end; entries
      *> of other closes are copied through untouched.
       6000-REWRITE-STATUS-FILE.
           MOVE ZEROS TO WS-ENTRY-SUB
           OPEN INPUT GL-STATUS-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM 6010-COPY-STATUS-ENTRY
              UNTIL WS-GLSTAT-FILE-STATUS NOT = "00"
           CLOSE GL-STATUS-FILE
           ADD 1 TO WS-ENTRY-FILE-COUNT GIVING WS-NEW-ENTRY-SUB
           PERFORM 6030-ADD-NEW-ENTRY
              VARYING WS-ENTRY-SUB FROM WS-NEW-ENTRY-SUB BY 1
              UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT GL-STATUS-FILE
           PERFORM 6040-RESTORE-STATUS-ENTRY
              UNTIL WS-WORK-FILE-STATUS NOT = "00"
           CLOSE WORK-FILE
           CLOSE GL-STATUS-FILE
           .
       6010-COPY-STATUS-ENTRY.
           READ GL-STATUS-FILE
              AT END
                 MOVE "10" TO WS-GLSTAT-FILE-STATUS
              NOT AT END
                 IF GLS-CLOSE-DATE = WS-REC-CLOSE-DATE
                    ADD 1 TO WS-ENTRY-SUB
                    PERFORM 6020-FORMAT-STATUS-ENTRY
                 END-IF
                 WRITE WORK-RECORD FROM GL-STATUS-RECORD
           END-READ
           .
       6020-FORMAT-STATUS-ENTRY.
           MOVE SPACES TO GL-STATUS-RECORD
           MOVE WS-REC-CLOSE-DATE TO GLS-CLOSE-DATE
           MOVE WS-ENT-SEQ-NO (WS-ENTRY-SUB) TO GLS-SEQ-NO
           MOVE WS-ENT-CODE (WS-ENTRY-SUB) TO GLS-CODE
           MOVE WS-ENT-DR-CR (WS-ENTRY-SUB) TO GLS-DR-CR
           MOVE WS-ENT-AMOUNT (WS-ENTRY-SUB) TO GLS-AMOUNT
           MOVE WS-ENT-SENT-DATE (WS-ENTRY-SUB) TO GLS-SENT-DATE
           MOVE WS-ENT-STATUS (WS-ENTRY-SUB) TO GLS-STATUS
           MOVE WS-ENT-ACK-DATE (WS-ENTRY-SUB) TO GLS-ACK-DATE
           MOVE WS-ENT-REASON (WS-ENTRY-SUB) TO GLS-REASON
           MOVE WS-ENT-OFFSET (WS-ENTRY-SUB) TO GLS-OFFSET
           .
       6030-ADD-NEW-ENTRY.
           PERFORM 6020-FORMAT-STATUS-ENTRY
           WRITE WORK-RECORD FROM GL-STATUS-RECORD
           .
       6040-RESTORE-STATUS-ENTRY.
           READ WORK-FILE
              AT END
                 MOVE "10" TO WS-WORK-FILE-STATUS
              NOT AT END
                 WRITE GL-STATUS-RECORD FROM WORK-RECORD
           END-READ
           .
       COPY "codetab-lookup.cpy".
       COPY "codemap-lookup.cpy".
       COPY "calendar-lookup.cpy".
       COPY "operator-check.cpy".
       COPY "operauth-check.cpy".
