       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVGLACK.

      *> GL acknowledgment reconciliation. Reads the acknowledgment/
      *> return file the GL system sends back (GLACKREC) and matches
      *> each record by file sequence number to the transmission log
      *> DIVGLIF keeps (GLXLREC, PROD.DIV.GLIF.XLOG):
      *>   'F' file acks are posted onto the log entry - ACCEPTED or
      *>       REJECTED, with the count and total the receiver says
      *>       it got. Either one differing from what we sent is
      *>       DISPUTED, accepted or not.
      *>   'D' detail rejects are listed by result key, counted on
      *>       the log entry, and copied to the reject file for the
      *>       business to work by RM-KEY.
      *>   An ack for a number not on the log is NOT ON LOG; one for
      *>   a file DIVGLIF held back or never built is NOT SENT.
      *> The whole log is then reviewed in sequence order:
      *>   ABANDON   still ISSUED - DIVGLIF stepped the seqno and
      *>             logged it but the run did not finish, so no file
      *>             exists under it. Reported once, then marked
      *>             abandoned on the log;
      *>   SEQ GAP   numbers missing from the log altogether (the
      *>             sequence control record set forward by hand, or
      *>             an entry deleted). Reported once: each missing
      *>             number is logged as abandoned;
      *>   MISSING   sent before today's business date (or last
      *>             resent before it) and still unacknowledged;
      *>   AWAITING  sent or resent today, ack not due yet;
      *>   REJECTED  rejected by the GL and not yet resent - submit
      *>             GLRTXJOB for the number once corrected.
      *> RC 8 when anything above needs action (rejected, disputed,
      *> missing, not on log, not sent); RC 4 when the only
      *> findings are detail rejects, unreadable ack records,
      *> abandoned numbers or gaps; RC 0 when every file sent is
      *> accepted in full.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO ACKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKIN-STATUS.

           SELECT XLOG-FILE ASSIGN TO IFXLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-FILE-SEQNO
               FILE STATUS IS WS-XLOG-STATUS.

           SELECT REJECT-FILE ASSIGN TO ACKREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKREJ-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO ACKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           RECORDING MODE IS F.
       COPY GLACKREC.

       FD  XLOG-FILE.
       COPY GLXLREC.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD               PIC X(80).

       FD  ACK-REPORT-FILE
           RECORDING MODE IS F.
       01  ACK-REPORT-RECORD           PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-ACKIN-STATUS             PIC XX VALUE SPACES.
       01  WS-XLOG-STATUS              PIC XX VALUE SPACES.
       01  WS-ACKREJ-STATUS            PIC XX VALUE SPACES.
       01  WS-ACKRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-LOG-EOF-SW               PIC X VALUE 'N'.
           88  WS-LOG-EOF              VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-PREV-SEQNO               PIC 9(6) VALUE 0.
       01  WS-GAP-FROM                 PIC 9(6) VALUE 0.
       01  WS-GAP-TO                   PIC 9(6) VALUE 0.
       01  WS-GAP-SEQNO                PIC 9(6) VALUE 0.
       01  WS-THIS-SEQNO               PIC 9(6) VALUE 0.

       01  WS-ACK-COUNTERS.
           05  WS-ACK-READ-COUNT       PIC 9(7) VALUE 0.
           05  WS-ACCEPTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-DISPUTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-DETAIL-REJ-COUNT     PIC 9(7) VALUE 0.
           05  WS-NOT-ON-LOG-COUNT     PIC 9(7) VALUE 0.
           05  WS-NOT-SENT-COUNT       PIC 9(7) VALUE 0.
           05  WS-BAD-ACK-COUNT        PIC 9(7) VALUE 0.

       01  WS-LOG-COUNTERS.
           05  WS-LOG-COUNT            PIC 9(7) VALUE 0.
           05  WS-LOG-HELD-COUNT       PIC 9(7) VALUE 0.
           05  WS-LOG-ACCEPTED-COUNT   PIC 9(7) VALUE 0.
           05  WS-LOG-REJECTED-COUNT   PIC 9(7) VALUE 0.
           05  WS-MISSING-COUNT        PIC 9(7) VALUE 0.
           05  WS-AWAITING-COUNT       PIC 9(7) VALUE 0.
           05  WS-GAP-COUNT            PIC 9(7) VALUE 0.
           05  WS-ABANDONED-COUNT      PIC 9(7) VALUE 0.

       01  WS-ACK-HEADER.
           05  FILLER                  PIC X(44)
               VALUE "DIVGLACK - GL ACKNOWLEDGMENT RECONCILIATION".
           05  FILLER                  PIC X(11) VALUE "BUS DATE: ".
           05  AH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-POST-HEADER.
           05  FILLER                  PIC X(9)  VALUE "RECEIVED".
           05  FILLER                  PIC X(7)  VALUE "SEQNO".
           05  FILLER                  PIC X(9)  VALUE "DISP".
           05  FILLER                  PIC X(8)  VALUE "SENT".
           05  FILLER                  PIC X(8)  VALUE "RCVD".
           05  FILLER                  PIC X(14) VALUE "SENT TOTAL".
           05  FILLER                  PIC X(14) VALUE "RCVD TOTAL".
           05  FILLER                  PIC X(11) VALUE "FLAG".

       01  WS-FILE-ACK-LINE.
           05  FA-TYPE                 PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-SEQNO                PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-DISPOSITION          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-SENT-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-RCV-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-SENT-TOTAL           PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-RCV-TOTAL            PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-FLAG                 PIC X(11).

       01  WS-REASON-LINE.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "REASON: ".
           05  RL-REASON               PIC X(30).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-DETAIL-REJ-LINE.
           05  FILLER                  PIC X(8)  VALUE "DTL REJ".
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-SEQNO                PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE "KEY: ".
           05  DR-KEY                  PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-REASON-CODE          PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-REASON               PIC X(30).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-REVIEW-HEADER.
           05  FILLER                  PIC X(9)  VALUE "LOG".
           05  FILLER                  PIC X(7)  VALUE "SEQNO".
           05  FILLER                  PIC X(9)  VALUE "HDR DATE".
           05  FILLER                  PIC X(8)  VALUE "COUNT".
           05  FILLER                  PIC X(14) VALUE "TOTAL".
           05  FILLER                  PIC X(5)  VALUE "RETX".
           05  FILLER                  PIC X(9)  VALUE "LAST RETX".
           05  FILLER                  PIC X(19) VALUE "ACK DATE".

       01  WS-REVIEW-LINE.
           05  RV-TYPE                 PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-SEQNO                PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-HEADER-DATE          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-COUNT                PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-TOTAL                PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-RETX-COUNT           PIC ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-LAST-RETX-DATE       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-ACK-DATE             PIC X(8).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-GAP-LINE.
           05  FILLER                  PIC X(8)  VALUE "SEQ GAP".
           05  FILLER                  PIC X VALUE SPACE.
           05  GP-GAP-FROM             PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  GP-GAP-TO               PIC 9(6).
           05  FILLER                  PIC X(34)
               VALUE " NOT ON LOG - LOGGED AS ABANDONED".
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-ACK-TRAILER1.
           05  FILLER                  PIC X(11) VALUE "ACKS READ: ".
           05  AT-ACK-READ             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " ACCEPTED: ".
           05  AT-ACCEPTED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " REJECTED: ".
           05  AT-REJECTED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " DISPUTED: ".
           05  AT-DISPUTED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-ACK-TRAILER2.
           05  FILLER                  PIC X(13) VALUE "DTL REJECTS: ".
           05  AT-DETAIL-REJ           PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE " NOT ON LOG: ".
           05  AT-NOT-ON-LOG           PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " NOT SENT: ".
           05  AT-NOT-SENT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(6)  VALUE " BAD: ".
           05  AT-BAD-ACK              PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-LOG-TRAILER1.
           05  FILLER                  PIC X(13) VALUE "LOG ENTRIES: ".
           05  LT-LOG-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " ACCEPTED: ".
           05  LT-ACCEPTED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " REJECTED: ".
           05  LT-REJECTED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE " HELD: ".
           05  LT-HELD                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-LOG-TRAILER2.
           05  FILLER                  PIC X(9)  VALUE "MISSING: ".
           05  LT-MISSING              PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " AWAITING: ".
           05  LT-AWAITING             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " SEQ GAPS: ".
           05  LT-GAPS                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE " ABANDONED: ".
           05  LT-ABANDONED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(9)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE

           PERFORM UNTIL WS-EOF
               READ ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 200-POST-ACK
               END-READ
           END-PERFORM

           PERFORM 600-REVIEW-LOG
           PERFORM 900-WRITE-TRAILER

           CLOSE ACK-FILE
           CLOSE XLOG-FILE
           CLOSE REJECT-FILE
           CLOSE ACK-REPORT-FILE

           DISPLAY "DIVGLACK - ACKS " WS-ACK-READ-COUNT
               " REJECTED " WS-REJECTED-COUNT
               " DISPUTED " WS-DISPUTED-COUNT
               " MISSING " WS-MISSING-COUNT
               " GAPS " WS-GAP-COUNT
               " ABANDONED " WS-ABANDONED-COUNT
           EVALUATE TRUE
               WHEN WS-REJECTED-COUNT > 0
                 OR WS-DISPUTED-COUNT > 0
                 OR WS-NOT-ON-LOG-COUNT > 0
                 OR WS-NOT-SENT-COUNT > 0
                 OR WS-LOG-REJECTED-COUNT > 0
                 OR WS-MISSING-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DETAIL-REJ-COUNT > 0
                 OR WS-BAD-ACK-COUNT > 0
                 OR WS-ABANDONED-COUNT > 0
                 OR WS-GAP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       100-INITIALIZE.
           PERFORM 120-READ-BUSINESS-DATE

           OPEN INPUT ACK-FILE
           IF WS-ACKIN-STATUS NOT = "00" THEN
               DISPLAY "ACK-FILE OPEN FAILED, STATUS="
                   WS-ACKIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O XLOG-FILE
           IF WS-XLOG-STATUS NOT = "00" THEN
               DISPLAY "XMIT-LOG OPEN FAILED, STATUS="
                   WS-XLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF WS-ACKREJ-STATUS NOT = "00" THEN
               DISPLAY "REJECT-FILE OPEN FAILED, STATUS="
                   WS-ACKREJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ACK-REPORT-FILE
           IF WS-ACKRPT-STATUS NOT = "00" THEN
               DISPLAY "ACK-REPORT OPEN FAILED, STATUS="
                   WS-ACKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO AH-RUN-DATE
           MOVE WS-ACK-HEADER TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
           MOVE WS-POST-HEADER TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD.

       120-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00" THEN
               DISPLAY "BUSDATE-FILE OPEN FAILED, STATUS="
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSDATE-FILE
               AT END
                   DISPLAY "BUSDATE-FILE EMPTY - NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF BD-BUS-DATE NOT NUMERIC THEN
               DISPLAY "BUSINESS DATE NOT NUMERIC - CORRECT AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BD-BUS-DATE TO WS-RUN-DATE
           CLOSE BUSDATE-FILE.

       200-POST-ACK.
           ADD 1 TO WS-ACK-READ-COUNT
           IF AK-FILE-SEQNO NOT NUMERIC
                   OR NOT (AK-FILE-ACK OR AK-DETAIL-REJECT) THEN
               ADD 1 TO WS-BAD-ACK-COUNT
               DISPLAY "UNREADABLE ACK RECORD: " GL-ACK-RECORD
           ELSE
               MOVE AK-FILE-SEQNO TO XL-FILE-SEQNO
               READ XLOG-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOT-ON-LOG-COUNT
                       PERFORM 250-WRITE-UNMATCHED
                   NOT INVALID KEY
                       PERFORM 220-MATCHED-ACK
               END-READ
           END-IF.

       220-MATCHED-ACK.
           EVALUATE TRUE
               WHEN XL-NEVER-SENT
                   ADD 1 TO WS-NOT-SENT-COUNT
                   PERFORM 250-WRITE-UNMATCHED
               WHEN AK-FILE-ACK
                   PERFORM 300-POST-FILE-ACK
               WHEN OTHER
                   PERFORM 400-POST-DETAIL-REJECT
           END-EVALUATE.

      *> Ack for a number we have no record of sending, or for a
      *> file this shop held back - either way the receiver is
      *> looking at something other than what the log says.
       250-WRITE-UNMATCHED.
           MOVE SPACES TO WS-FILE-ACK-LINE
           IF AK-FILE-ACK THEN
               MOVE "FILE ACK" TO FA-TYPE
           ELSE
               MOVE "DTL REJ" TO FA-TYPE
           END-IF
           MOVE AK-FILE-SEQNO TO FA-SEQNO
           IF WS-XLOG-STATUS = "00" THEN
               MOVE "NOT SENT" TO FA-FLAG
           ELSE
               MOVE "NOT ON LOG" TO FA-FLAG
           END-IF
           MOVE WS-FILE-ACK-LINE TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD.

       300-POST-FILE-ACK.
           IF NOT (AK-ACCEPTED OR AK-REJECTED)
                   OR AK-RCV-COUNT NOT NUMERIC
                   OR AK-RCV-TOTAL NOT NUMERIC THEN
               ADD 1 TO WS-BAD-ACK-COUNT
               DISPLAY "UNREADABLE ACK RECORD: " GL-ACK-RECORD
           ELSE
               MOVE SPACES TO WS-FILE-ACK-LINE
               MOVE "FILE ACK" TO FA-TYPE
               MOVE XL-FILE-SEQNO TO FA-SEQNO
               MOVE AK-DISPOSITION TO XL-ACK-STATUS
               MOVE AK-ACK-DATE TO XL-ACK-DATE
               MOVE AK-RCV-COUNT TO XL-ACK-COUNT
               MOVE AK-RCV-TOTAL TO XL-ACK-TOTAL
               IF AK-ACCEPTED THEN
                   ADD 1 TO WS-ACCEPTED-COUNT
                   MOVE "ACCEPTED" TO FA-DISPOSITION
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO FA-DISPOSITION
               END-IF
               IF AK-RCV-COUNT NOT = XL-DETAIL-COUNT
                       OR AK-RCV-TOTAL NOT = XL-CONTROL-TOTAL THEN
                   ADD 1 TO WS-DISPUTED-COUNT
                   MOVE 'Y' TO XL-DISPUTE-FLAG
                   MOVE "DISPUTED" TO FA-FLAG
               ELSE
                   MOVE 'N' TO XL-DISPUTE-FLAG
               END-IF
               MOVE XL-DETAIL-COUNT TO FA-SENT-COUNT
               MOVE AK-RCV-COUNT TO FA-RCV-COUNT
               MOVE XL-CONTROL-TOTAL TO FA-SENT-TOTAL
               MOVE AK-RCV-TOTAL TO FA-RCV-TOTAL
               PERFORM 500-REWRITE-LOG
               MOVE WS-FILE-ACK-LINE TO ACK-REPORT-RECORD
               WRITE ACK-REPORT-RECORD
               IF AK-REJECTED AND AK-FILE-REASON NOT = SPACES THEN
                   MOVE AK-FILE-REASON TO RL-REASON
                   MOVE WS-REASON-LINE TO ACK-REPORT-RECORD
                   WRITE ACK-REPORT-RECORD
               END-IF
           END-IF.

       400-POST-DETAIL-REJECT.
           ADD 1 TO WS-DETAIL-REJ-COUNT
           ADD 1 TO XL-DETAIL-REJECTS
           PERFORM 500-REWRITE-LOG
           MOVE GL-ACK-RECORD TO REJECT-RECORD
           WRITE REJECT-RECORD
           MOVE AK-FILE-SEQNO TO DR-SEQNO
           MOVE AK-KEY TO DR-KEY
           MOVE AK-REASON-CODE TO DR-REASON-CODE
           MOVE AK-DETAIL-REASON TO DR-REASON
           MOVE WS-DETAIL-REJ-LINE TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD.

       500-REWRITE-LOG.
           REWRITE GL-XMIT-LOG-RECORD
               INVALID KEY
                   DISPLAY "XMIT-LOG REWRITE FAILED SEQNO="
                       XL-FILE-SEQNO " STATUS=" WS-XLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       600-REVIEW-LOG.
           MOVE WS-REVIEW-HEADER TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
           MOVE 'N' TO WS-LOG-EOF-SW
           MOVE ZERO TO XL-FILE-SEQNO
           START XLOG-FILE KEY IS NOT LESS THAN XL-FILE-SEQNO
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-EOF-SW
           END-START
           PERFORM 610-REVIEW-ONE UNTIL WS-LOG-EOF.

       610-REVIEW-ONE.
           READ XLOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SW
               NOT AT END
                   PERFORM 630-CLASSIFY-ENTRY
                   PERFORM 620-CHECK-GAP
           END-READ.

      *> Runs after the entry is classified - logging the missing
      *> numbers reuses the record area. They key below the entry
      *> just read, so the browse does not come back to them.
       620-CHECK-GAP.
           ADD 1 TO WS-LOG-COUNT
           MOVE XL-FILE-SEQNO TO WS-THIS-SEQNO
           IF WS-LOG-COUNT > 1
                   AND WS-THIS-SEQNO > WS-PREV-SEQNO + 1 THEN
               ADD 1 TO WS-GAP-COUNT
               COMPUTE WS-GAP-FROM = WS-PREV-SEQNO + 1
               COMPUTE WS-GAP-TO = WS-THIS-SEQNO - 1
               MOVE WS-GAP-FROM TO GP-GAP-FROM
               MOVE WS-GAP-TO TO GP-GAP-TO
               MOVE WS-GAP-LINE TO ACK-REPORT-RECORD
               WRITE ACK-REPORT-RECORD
               PERFORM 625-LOG-GAP-SEQNO
                   VARYING WS-GAP-SEQNO FROM WS-GAP-FROM BY 1
                   UNTIL WS-GAP-SEQNO > WS-GAP-TO
           END-IF
           MOVE WS-THIS-SEQNO TO WS-PREV-SEQNO.

       625-LOG-GAP-SEQNO.
           MOVE SPACES TO GL-XMIT-LOG-RECORD
           MOVE WS-GAP-SEQNO TO XL-FILE-SEQNO
           MOVE 0 TO XL-DETAIL-COUNT
           MOVE 0 TO XL-CONTROL-TOTAL
           MOVE 'A' TO XL-XMIT-STATUS
           MOVE 0 TO XL-RETX-COUNT
           MOVE 0 TO XL-ACK-COUNT
           MOVE 0 TO XL-ACK-TOTAL
           MOVE 'N' TO XL-DISPUTE-FLAG
           MOVE 0 TO XL-DETAIL-REJECTS
           WRITE GL-XMIT-LOG-RECORD
               INVALID KEY
                   DISPLAY "XMIT-LOG WRITE FAILED SEQNO="
                       XL-FILE-SEQNO " STATUS=" WS-XLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

      *> The ack for a file is due by the next business day, so
      *> anything sent (or last resent) before today's business
      *> date with no ack on the log is MISSING. A number still
      *> ISSUED was burned by a GLIFJOB run that never built its
      *> file - reported once, then marked abandoned so later runs
      *> only count it.
       630-CLASSIFY-ENTRY.
           EVALUATE TRUE
               WHEN XL-ISSUED
                   ADD 1 TO WS-ABANDONED-COUNT
                   MOVE "ABANDON" TO RV-TYPE
                   PERFORM 650-WRITE-REVIEW
                   MOVE 'A' TO XL-XMIT-STATUS
                   PERFORM 500-REWRITE-LOG
               WHEN XL-ABANDONED
                   CONTINUE
               WHEN XL-HELD
                   ADD 1 TO WS-LOG-HELD-COUNT
               WHEN XL-ACK-ACCEPTED
                   ADD 1 TO WS-LOG-ACCEPTED-COUNT
               WHEN XL-ACK-REJECTED
                   ADD 1 TO WS-LOG-REJECTED-COUNT
                   MOVE "REJECTED" TO RV-TYPE
                   PERFORM 650-WRITE-REVIEW
               WHEN XL-HEADER-DATE < WS-RUN-DATE
                AND (XL-LAST-RETX-DATE = SPACES
                  OR XL-LAST-RETX-DATE < WS-RUN-DATE)
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "MISSING" TO RV-TYPE
                   PERFORM 650-WRITE-REVIEW
               WHEN OTHER
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE "AWAITING" TO RV-TYPE
                   PERFORM 650-WRITE-REVIEW
           END-EVALUATE.

       650-WRITE-REVIEW.
           MOVE XL-FILE-SEQNO TO RV-SEQNO
           MOVE XL-HEADER-DATE TO RV-HEADER-DATE
           MOVE XL-DETAIL-COUNT TO RV-COUNT
           MOVE XL-CONTROL-TOTAL TO RV-TOTAL
           MOVE XL-RETX-COUNT TO RV-RETX-COUNT
           MOVE XL-LAST-RETX-DATE TO RV-LAST-RETX-DATE
           MOVE XL-ACK-DATE TO RV-ACK-DATE
           MOVE WS-REVIEW-LINE TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD.

       900-WRITE-TRAILER.
           MOVE WS-ACK-READ-COUNT TO AT-ACK-READ
           MOVE WS-ACCEPTED-COUNT TO AT-ACCEPTED
           MOVE WS-REJECTED-COUNT TO AT-REJECTED
           MOVE WS-DISPUTED-COUNT TO AT-DISPUTED
           MOVE WS-ACK-TRAILER1 TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
           MOVE WS-DETAIL-REJ-COUNT TO AT-DETAIL-REJ
           MOVE WS-NOT-ON-LOG-COUNT TO AT-NOT-ON-LOG
           MOVE WS-NOT-SENT-COUNT TO AT-NOT-SENT
           MOVE WS-BAD-ACK-COUNT TO AT-BAD-ACK
           MOVE WS-ACK-TRAILER2 TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
           MOVE WS-LOG-COUNT TO LT-LOG-COUNT
           MOVE WS-LOG-ACCEPTED-COUNT TO LT-ACCEPTED
           MOVE WS-LOG-REJECTED-COUNT TO LT-REJECTED
           MOVE WS-LOG-HELD-COUNT TO LT-HELD
           MOVE WS-LOG-TRAILER1 TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
           MOVE WS-MISSING-COUNT TO LT-MISSING
           MOVE WS-AWAITING-COUNT TO LT-AWAITING
           MOVE WS-GAP-COUNT TO LT-GAPS
           MOVE WS-ABANDONED-COUNT TO LT-ABANDONED
           MOVE WS-LOG-TRAILER2 TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD.
