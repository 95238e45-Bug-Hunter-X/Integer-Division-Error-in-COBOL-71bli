       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVGLRTX.

      *> Controlled GL retransmit. Re-sends one interface file that
      *> already went out, under its ORIGINAL file sequence number,
      *> for when the GL system rejected or lost it (DIVGLACK shows
      *> it REJECTED or MISSING). The sequence control record is
      *> not opened, so the counter does not move and the receiver
      *> sees the same number again rather than a gap.
      *> The RTXIN card names the number, who asked for the resend
      *> and why; the file is found among the retained PROD.DIV.GLIF
      *> generations by its header sequence number and copied, as
      *> it was, to the retransmit output. Before it is released it
      *> must agree with the transmission log (GLXLREC): the number
      *> must be logged as SENT (a HELD file was never released -
      *> rerun GLIFJOB instead - and an ISSUED or abandoned number
      *> never had a file built), and the header date, detail count,
      *> summed detail total and trailer must all match what the
      *> log recorded. A file the GL already accepted is refused
      *> unless the card's force flag is 'Y', so a resend cannot
      *> post twice by accident. Refusals end RC 8 and the XMIT
      *> step does not run. A released file is stamped on the log
      *> (retransmit count, date and requester) and its ack is
      *> reset, so DIVGLACK expects a fresh acknowledgment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTX-CARD-FILE ASSIGN TO RTXIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTXIN-STATUS.

           SELECT GLIF-IN-FILE ASSIGN TO GLIFIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLIFIN-STATUS.

           SELECT RTX-OUT-FILE ASSIGN TO RTXOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTXOUT-STATUS.

           SELECT XLOG-FILE ASSIGN TO IFXLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XL-FILE-SEQNO
               FILE STATUS IS WS-XLOG-STATUS.

           SELECT RTX-REPORT-FILE ASSIGN TO RTXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTXRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RTX-CARD-FILE
           RECORDING MODE IS F.
       01  RTX-CARD-RECORD.
           05  RT-FILE-SEQNO           PIC 9(6).
           05  RT-REQUESTED-BY         PIC X(8).
           05  RT-FORCE-SW             PIC X.
               88  RT-FORCE            VALUE 'Y'.
           05  RT-REASON               PIC X(40).
           05  FILLER                  PIC X(25).

      *> Same layouts DIVGLIF writes (header / detail / trailer).
       FD  GLIF-IN-FILE
           RECORDING MODE IS F.
       01  GLIF-HEADER-IN.
           05  GI-REC-TYPE             PIC X.
               88  GI-HEADER           VALUE 'H'.
               88  GI-DETAIL           VALUE 'D'.
               88  GI-TRAILER          VALUE 'T'.
           05  GI-RUN-DATE             PIC X(8).
           05  GI-FILE-SEQNO           PIC 9(6).
           05  FILLER                  PIC X(65).
       01  GLIF-DETAIL-IN.
           05  FILLER                  PIC X.
           05  GI-KEY                  PIC X(10).
           05  GI-OP-CODE              PIC X.
           05  GI-RESULT               PIC S9(5)V9(2)
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(60).
       01  GLIF-TRAILER-IN.
           05  FILLER                  PIC X.
           05  GI-DETAIL-COUNT         PIC 9(7).
           05  GI-OK-TOTAL             PIC S9(9)V9(2)
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(60).

       FD  RTX-OUT-FILE
           RECORDING MODE IS F.
       01  RTX-OUT-RECORD              PIC X(80).

       FD  XLOG-FILE.
       COPY GLXLREC.

       FD  RTX-REPORT-FILE
           RECORDING MODE IS F.
       01  RTX-REPORT-RECORD           PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-RTXIN-STATUS             PIC XX VALUE SPACES.
       01  WS-GLIFIN-STATUS            PIC XX VALUE SPACES.
       01  WS-RTXOUT-STATUS            PIC XX VALUE SPACES.
       01  WS-XLOG-STATUS              PIC XX VALUE SPACES.
       01  WS-RTXRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-COPYING-SW               PIC X VALUE 'N'.
           88  WS-COPYING              VALUE 'Y'.
       01  WS-FOUND-HEADER-SW          PIC X VALUE 'N'.
           88  WS-FOUND-HEADER         VALUE 'Y'.
       01  WS-FOUND-TRAILER-SW         PIC X VALUE 'N'.
           88  WS-FOUND-TRAILER        VALUE 'Y'.
       01  WS-REFUSED-SW               PIC X VALUE 'N'.
           88  WS-REFUSED              VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
       01  WS-FOUND-DATE               PIC X(8) VALUE SPACES.

       01  WS-COPY-COUNTERS.
           05  WS-COPIED-COUNT         PIC 9(7) VALUE 0.
           05  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-DETAIL-TOTAL             PIC S9(9)V9(2) VALUE 0.
       01  WS-TRAILER-COUNT            PIC 9(7) VALUE 0.
       01  WS-TRAILER-TOTAL            PIC S9(9)V9(2) VALUE 0.

       01  WS-RTX-HEADER.
           05  FILLER                  PIC X(44)
               VALUE "DIVGLRTX - GL RETRANSMIT REGISTER".
           05  FILLER                  PIC X(11) VALUE "BUS DATE: ".
           05  RH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-REQUEST-LINE.
           05  FILLER                  PIC X(7)  VALUE "SEQNO: ".
           05  RQ-SEQNO                PIC 9(6).
           05  FILLER                  PIC X(7)  VALUE "  REQ: ".
           05  RQ-REQUESTED-BY         PIC X(8).
           05  FILLER                  PIC X(9)  VALUE "  FORCE: ".
           05  RQ-FORCE                PIC X.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RQ-REASON               PIC X(40).

       01  WS-COMPARE-HEADER.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "HDR DATE".
           05  FILLER                  PIC X(8)  VALUE "DETAILS".
           05  FILLER                  PIC X(14) VALUE "DETAIL TOTAL".
           05  FILLER                  PIC X(8)  VALUE "TRL CNT".
           05  FILLER                  PIC X(29) VALUE "TRAILER TOTAL".

       01  WS-COMPARE-LINE.
           05  CL-LABEL                PIC X(12).
           05  CL-HEADER-DATE          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CL-DETAIL-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  CL-DETAIL-TOTAL         PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  CL-TRAILER-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  CL-TRAILER-TOTAL        PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-LOG-LINE.
           05  FILLER                  PIC X(12) VALUE "LOG STATE:".
           05  FILLER                  PIC X(6)  VALUE "XMIT ".
           05  LL-XMIT-STATUS          PIC X.
           05  FILLER                  PIC X(6)  VALUE "  ACK ".
           05  LL-ACK-STATUS           PIC X.
           05  FILLER                  PIC X(10) VALUE "  ACKED: ".
           05  LL-ACK-DATE             PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  RESENT: ".
           05  LL-RETX-COUNT           PIC ZZ9.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-DISPOSITION-LINE.
           05  FILLER                  PIC X(12) VALUE "DISPOSITION:".
           05  DL-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-REASON               PIC X(40).
           05  FILLER                  PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-CHECK-LOG

           IF NOT WS-REFUSED THEN
               PERFORM UNTIL WS-EOF
                   READ GLIF-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 300-SCAN-RECORD
                   END-READ
               END-PERFORM
               PERFORM 400-VERIFY-FILE
           END-IF

           PERFORM 900-WRITE-REGISTER
           IF NOT WS-REFUSED THEN
               PERFORM 500-STAMP-LOG
           END-IF

           CLOSE GLIF-IN-FILE
           CLOSE RTX-OUT-FILE
           CLOSE XLOG-FILE
           CLOSE RTX-REPORT-FILE

           IF WS-REFUSED THEN
               DISPLAY "DIVGLRTX - SEQNO " RT-FILE-SEQNO
                   " NOT RELEASED: " WS-REFUSE-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "DIVGLRTX - SEQNO " RT-FILE-SEQNO
                   " RELEASED FOR RETRANSMIT, " WS-COPIED-COUNT
                   " RECORDS"
           END-IF
           STOP RUN.

       100-INITIALIZE.
           PERFORM 120-READ-BUSINESS-DATE

           OPEN INPUT RTX-CARD-FILE
           IF WS-RTXIN-STATUS NOT = "00" THEN
               DISPLAY "RTX-CARD OPEN FAILED, STATUS="
                   WS-RTXIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RTX-CARD-FILE
               AT END
                   DISPLAY "RTX-CARD EMPTY - NOTHING TO RETRANSMIT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE RTX-CARD-FILE
           IF RT-FILE-SEQNO NOT NUMERIC OR RT-FILE-SEQNO = ZERO
                   OR RT-REQUESTED-BY = SPACES
                   OR RT-REASON = SPACES THEN
               DISPLAY "RTX-CARD NEEDS SEQNO, REQUESTER AND REASON"
                   " - CORRECT AND RESUBMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT GLIF-IN-FILE
           IF WS-GLIFIN-STATUS NOT = "00" THEN
               DISPLAY "GLIF-IN OPEN FAILED, STATUS="
                   WS-GLIFIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RTX-OUT-FILE
           IF WS-RTXOUT-STATUS NOT = "00" THEN
               DISPLAY "RTX-OUT OPEN FAILED, STATUS="
                   WS-RTXOUT-STATUS
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

           OPEN OUTPUT RTX-REPORT-FILE
           IF WS-RTXRPT-STATUS NOT = "00" THEN
               DISPLAY "RTX-REPORT OPEN FAILED, STATUS="
                   WS-RTXRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       200-CHECK-LOG.
           MOVE RT-FILE-SEQNO TO XL-FILE-SEQNO
           READ XLOG-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "SEQNO NOT ON TRANSMISSION LOG"
                       TO WS-REFUSE-REASON
               NOT INVALID KEY
                   PERFORM 220-CHECK-LOG-STATE
           END-READ.

       220-CHECK-LOG-STATE.
           EVALUATE TRUE
               WHEN XL-HELD
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "FILE WAS HELD, NEVER SENT - RERUN GLIFJOB"
                       TO WS-REFUSE-REASON
               WHEN XL-ISSUED OR XL-ABANDONED
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "NUMBER ABANDONED, NO FILE WAS BUILT"
                       TO WS-REFUSE-REASON
               WHEN XL-ACK-ACCEPTED AND NOT RT-FORCE
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "GL ACCEPTED THIS FILE - FORCE FLAG NOT SET"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Copy from the matching header through the next trailer;
      *> every other generation's records are passed over.
       300-SCAN-RECORD.
           IF GI-HEADER AND GI-FILE-SEQNO = RT-FILE-SEQNO
                   AND NOT WS-FOUND-HEADER THEN
               MOVE 'Y' TO WS-FOUND-HEADER-SW
               MOVE 'Y' TO WS-COPYING-SW
               MOVE GI-RUN-DATE TO WS-FOUND-DATE
           END-IF
           IF WS-COPYING THEN
               MOVE GLIF-HEADER-IN TO RTX-OUT-RECORD
               WRITE RTX-OUT-RECORD
               ADD 1 TO WS-COPIED-COUNT
               EVALUATE TRUE
                   WHEN GI-DETAIL
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD GI-RESULT TO WS-DETAIL-TOTAL
                   WHEN GI-TRAILER
                       MOVE 'Y' TO WS-FOUND-TRAILER-SW
                       MOVE 'N' TO WS-COPYING-SW
                       MOVE GI-DETAIL-COUNT TO WS-TRAILER-COUNT
                       MOVE GI-OK-TOTAL TO WS-TRAILER-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       400-VERIFY-FILE.
           EVALUATE TRUE
               WHEN NOT WS-FOUND-HEADER
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "NOT ON RETAINED GLIF GENERATIONS"
                       TO WS-REFUSE-REASON
               WHEN NOT WS-FOUND-TRAILER
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "RETAINED FILE HAS NO TRAILER"
                       TO WS-REFUSE-REASON
               WHEN WS-FOUND-DATE NOT = XL-HEADER-DATE
                 OR WS-DETAIL-COUNT NOT = XL-DETAIL-COUNT
                 OR WS-TRAILER-COUNT NOT = XL-DETAIL-COUNT
                 OR WS-DETAIL-TOTAL NOT = XL-CONTROL-TOTAL
                 OR WS-TRAILER-TOTAL NOT = XL-CONTROL-TOTAL
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "RETAINED FILE DOES NOT MATCH THE LOG"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       500-STAMP-LOG.
           ADD 1 TO XL-RETX-COUNT
           MOVE WS-RUN-DATE TO XL-LAST-RETX-DATE
           MOVE RT-REQUESTED-BY TO XL-LAST-RETX-BY
           MOVE SPACE TO XL-ACK-STATUS
           MOVE SPACES TO XL-ACK-DATE
           MOVE 0 TO XL-ACK-COUNT
           MOVE 0 TO XL-ACK-TOTAL
           MOVE 'N' TO XL-DISPUTE-FLAG
           MOVE 0 TO XL-DETAIL-REJECTS
           REWRITE GL-XMIT-LOG-RECORD
               INVALID KEY
                   DISPLAY "XMIT-LOG REWRITE FAILED SEQNO="
                       XL-FILE-SEQNO " STATUS=" WS-XLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       900-WRITE-REGISTER.
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RTX-HEADER TO RTX-REPORT-RECORD
           WRITE RTX-REPORT-RECORD

           MOVE RT-FILE-SEQNO TO RQ-SEQNO
           MOVE RT-REQUESTED-BY TO RQ-REQUESTED-BY
           MOVE RT-FORCE-SW TO RQ-FORCE
           MOVE RT-REASON TO RQ-REASON
           MOVE WS-REQUEST-LINE TO RTX-REPORT-RECORD
           WRITE RTX-REPORT-RECORD

           IF WS-XLOG-STATUS = "00" THEN
               MOVE XL-XMIT-STATUS TO LL-XMIT-STATUS
               MOVE XL-ACK-STATUS TO LL-ACK-STATUS
               MOVE XL-ACK-DATE TO LL-ACK-DATE
               MOVE XL-RETX-COUNT TO LL-RETX-COUNT
               MOVE WS-LOG-LINE TO RTX-REPORT-RECORD
               WRITE RTX-REPORT-RECORD

               MOVE WS-COMPARE-HEADER TO RTX-REPORT-RECORD
               WRITE RTX-REPORT-RECORD
               MOVE "AS LOGGED" TO CL-LABEL
               MOVE XL-HEADER-DATE TO CL-HEADER-DATE
               MOVE XL-DETAIL-COUNT TO CL-DETAIL-COUNT
               MOVE XL-CONTROL-TOTAL TO CL-DETAIL-TOTAL
               MOVE XL-DETAIL-COUNT TO CL-TRAILER-COUNT
               MOVE XL-CONTROL-TOTAL TO CL-TRAILER-TOTAL
               MOVE WS-COMPARE-LINE TO RTX-REPORT-RECORD
               WRITE RTX-REPORT-RECORD
           END-IF

           IF WS-FOUND-HEADER THEN
               MOVE "AS RETAINED" TO CL-LABEL
               MOVE WS-FOUND-DATE TO CL-HEADER-DATE
               MOVE WS-DETAIL-COUNT TO CL-DETAIL-COUNT
               MOVE WS-DETAIL-TOTAL TO CL-DETAIL-TOTAL
               MOVE WS-TRAILER-COUNT TO CL-TRAILER-COUNT
               MOVE WS-TRAILER-TOTAL TO CL-TRAILER-TOTAL
               MOVE WS-COMPARE-LINE TO RTX-REPORT-RECORD
               WRITE RTX-REPORT-RECORD
           END-IF

           IF WS-REFUSED THEN
               MOVE "REFUSED" TO DL-DISPOSITION
               MOVE WS-REFUSE-REASON TO DL-REASON
           ELSE
               MOVE "RELEASED" TO DL-DISPOSITION
               MOVE "ORIGINAL SEQNO KEPT - COUNTER NOT STEPPED"
                   TO DL-REASON
           END-IF
           MOVE WS-DISPOSITION-LINE TO RTX-REPORT-RECORD
           WRITE RTX-REPORT-RECORD.
