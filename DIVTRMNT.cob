      *> RC 8 so the job stops here and the extract never runs from
      *> a master that absorbed only part of the day's maintenance -
      *> same gating DIVEDIT applies ahead of the divide.
      *> A keyed effective date that falls on a weekend or a
      *> PROD.DIV.HOLIDAY calendar date is stored rolled forward to
      *> the next business day; the register shows APPLIED-ROLL for
      *> those so data control can see the date they keyed moved.
      *> A derived record (TR-OPERAND-SOURCE '1' or '2') must name
      *> a source key other than its own, and an ordinary record
      *> none; otherwise BAD-SOURCE. Whether the source key exists
      *> is left to DIVEDIT, since the source may arrive later in
      *> the same file or tomorrow. TR-CHAIN-LEVEL is cleared on
      *> the way in - DIVEDIT works it out every night.
      *> The file is bracketed by a feed header and trailer card
      *> (FEEDHTR). The whole file is read through and proven first -
      *> header and trailer present and in place, the expected
      *> sending system, a file date no older than the previous
      *> business date and not in the future, trailer count and
      *> hash equal to what was actually received, and a sequence
      *> number exactly one past the last feed accepted (not one
      *> already processed, not one that skips a file). The feed is
      *> logged to PROD.DIV.FEEDLOG either way, and the register
      *> opens with the feed's figures and every feed received from
      *> the source today. A rejected feed ends the step RC 8 with
      *> nothing applied. An empty MNTIN (no upstream file today) is
      *> not a feed: nothing is logged and nothing is applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT FEED-LOG-FILE ASSIGN TO FEEDLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-KEY
               FILE STATUS IS WS-FEEDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD             PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       COPY HOLIREC.

       FD  FEED-LOG-FILE.
       COPY FEEDLOG.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-STATUS             PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-REJECT-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLIDAY-STATUS           PIC XX VALUE SPACES.
       01  WS-FEEDLOG-STATUS           PIC XX VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

      *> edit step after it reaches the master.
       01  WS-EFF-DATE-OK-SW           PIC X VALUE 'Y'.
           88  WS-EFF-DATE-OK          VALUE 'Y'.
       01  WS-EFF-ROLLED-SW            PIC X VALUE 'N'.
           88  WS-EFF-ROLLED           VALUE 'Y'.
       01  WS-EFF-DATE-NUM             PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-EFF-DATE-NUM.
           05  WS-EFF-YEAR             PIC 9(4).

       01  WS-DISPOSITION              PIC X(12) VALUE SPACES.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-PREV-RUN-DATE            PIC X(8).
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       COPY CALWORK.

      *> Feed control. The upstream department's maintenance feed
      *> is logged under WS-FEED-EXPECTED-SOURCE whatever its header
      *> says, so a mislabelled file still shows against the feed it
      *> was sent in place of. A file dated the previous business
      *> date is current - upstream cuts it the evening before.
       COPY FEEDHTR.
       01  WS-FEED-EXPECTED-SOURCE     PIC X(8) VALUE "DEPTMNT".
       01  WS-FEED-OLDEST-DATE         PIC X(8).
       01  WS-FEED-WORK.
           05  WS-FEED-RECORDS         PIC 9(7) VALUE 0.
           05  WS-FEED-DATA-COUNT      PIC 9(9) VALUE 0.
           05  WS-FEED-HASH            PIC S9(13)V9(2) VALUE 0.
           05  WS-FEED-HDR-SW          PIC X VALUE 'N'.
               88  WS-FEED-HDR-SEEN    VALUE 'Y'.
           05  WS-FEED-TRL-SW          PIC X VALUE 'N'.
               88  WS-FEED-TRL-SEEN    VALUE 'Y'.
           05  WS-FEED-SOURCE          PIC X(8) VALUE SPACES.
           05  WS-FEED-FILE-DATE       PIC X(8) VALUE SPACES.
           05  WS-FEED-SEQNO-X         PIC X(6) VALUE SPACES.
           05  WS-FEED-SEQNO           PIC 9(6) VALUE 0.
           05  WS-FEED-TRL-COUNT       PIC 9(9) VALUE 0.
           05  WS-FEED-TRL-HASH        PIC S9(13)V9(2) VALUE 0.
           05  WS-FEED-REASON          PIC X(14) VALUE SPACES.
               88  WS-FEED-CLEAN       VALUE SPACES.
           05  WS-FEED-ATTEMPT         PIC 9(2) VALUE 0.
           05  WS-FEED-HW-SW           PIC X VALUE 'N'.
               88  WS-FEED-HW-FOUND    VALUE 'Y'.
           05  WS-FEED-HW-SEQNO        PIC 9(6) VALUE 0.
           05  WS-FEED-HW-FILE-DATE    PIC X(8) VALUE SPACES.
       01  WS-LOG-SLOT-SW              PIC X VALUE 'N'.
           88  WS-LOG-SLOT-FREE        VALUE 'Y'.
       01  WS-LOG-EOF-SW               PIC X VALUE 'N'.
           88  WS-LOG-EOF              VALUE 'Y'.

       01  WS-MAINT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE "DIVTRMNT - MASTER MAINTENANCE REGISTER".
           05  FILLER                  PIC X(15) VALUE "BUSINESS DATE ".
           05  MH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-MAINT-DETAIL.
           05  MD-ACTION               PIC X.
       01  WS-MAINT-VERDICT-LINE.
           05  MV-TEXT                 PIC X(80).

       01  WS-FEED-TITLE-LINE.
           05  FILLER                  PIC X(31)
               VALUE "UPSTREAM FEED CONTROL - SOURCE ".
           05  FC-SOURCE               PIC X(8).
           05  FILLER                  PIC X(6)  VALUE "  SEQ ".
           05  FC-SEQNO                PIC X(6).
           05  FILLER                  PIC X(12) VALUE "  FILE DATE ".
           05  FC-FILE-DATE            PIC X(8).
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-FEED-SUM-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FS-LABEL                PIC X(10).
           05  FILLER                  PIC X(7)  VALUE "COUNT: ".
           05  FS-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  HASH: ".
           05  FS-HASH                 PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-FEED-ROW-HEADING.
           05  FILLER                  PIC X(36)
               VALUE "  SEQ/AT       SOURCE    FILE DATE".
           05  FILLER                  PIC X(44)
               VALUE "  TIME    RESULT    REASON".

       01  WS-FEED-ROW-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FR-SEQNO                PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  FR-ATTEMPT              PIC 9(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FR-HDR-SOURCE           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FR-FILE-DATE            PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FR-TIME                 PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FR-RESULT               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FR-REASON               PIC X(14).
           05  FILLER                  PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF NOT MT-FEED-HEADER
                               AND NOT MT-FEED-TRAILER THEN
                           PERFORM 200-APPLY-MAINTENANCE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MASTER-FILE
           CLOSE REJECT-FILE
           CLOSE REGISTER-FILE
           CLOSE FEED-LOG-FILE

           IF WS-REJECT-COUNT > 0 THEN
               DISPLAY "DIVTRMNT - " WS-REJECT-COUNT
               STOP RUN
           END-IF

           PERFORM 120-READ-BUSINESS-DATE
           PERFORM 130-LOAD-CALENDAR

           MOVE WS-RUN-DATE TO MH-RUN-DATE
           MOVE WS-MAINT-HEADER TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           OPEN I-O FEED-LOG-FILE
           IF WS-FEEDLOG-STATUS NOT = "00" THEN
               DISPLAY "FEED-LOG-FILE OPEN FAILED, STATUS="
                   WS-FEEDLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 140-VALIDATE-FEED.

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
           MOVE BD-PREV-BUS-DATE TO WS-PREV-RUN-DATE
           MOVE BD-WEEKEND-SW TO WS-WEEKEND-SW
           CLOSE BUSDATE-FILE.

       130-LOAD-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00" THEN
               DISPLAY "HOLIDAY-FILE OPEN FAILED, STATUS="
                   WS-HOLIDAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-HOL-EOF-SW
           PERFORM 135-LOAD-ONE-HOLIDAY UNTIL WS-HOL-EOF
           CLOSE HOLIDAY-FILE.

       135-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-HOL-EOF-SW
               NOT AT END
                   IF HL-DATE NOT NUMERIC THEN
                       DISPLAY "BAD DATE ON HOLIDAY CALENDAR: "
                           HL-DATE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX THEN
                       DISPLAY "TOO MANY HOLIDAY DATES - LIMIT 500"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE HL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-READ.

      *> Read the whole feed before anything is applied: count and
      *> hash the data cards, pick up the header and trailer, and
      *> note the first thing out of place. MNTIN is then reopened
      *> for the apply pass, which never sees a rejected feed.
       140-VALIDATE-FEED.
           IF WS-PREV-RUN-DATE IS NUMERIC THEN
               MOVE WS-PREV-RUN-DATE TO WS-FEED-OLDEST-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-FEED-OLDEST-DATE
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 141-SCAN-FEED-RECORD UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SW
           CLOSE MAINT-FILE

           IF WS-FEED-RECORDS = 0 THEN
               MOVE SPACES TO WS-MAINT-VERDICT-LINE
               MOVE "NO UPSTREAM FEED TODAY - MNTIN EMPTY" TO MV-TEXT
               MOVE WS-MAINT-VERDICT-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           ELSE
               PERFORM 145-CHECK-FEED
               PERFORM 150-LOG-FEED
               PERFORM 160-PRINT-FEED
               IF NOT WS-FEED-CLEAN THEN
                   PERFORM 170-REJECT-FEED
               END-IF
           END-IF

           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS NOT = "00" THEN
               DISPLAY "MAINT-FILE REOPEN FAILED, STATUS="
                   WS-MAINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       141-SCAN-FEED-RECORD.
           READ MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   PERFORM 142-CLASSIFY-FEED-RECORD
           END-READ.

       142-CLASSIFY-FEED-RECORD.
           ADD 1 TO WS-FEED-RECORDS
           IF WS-FEED-RECORDS = 1 AND NOT MT-FEED-HEADER THEN
               MOVE "NO-HEADER" TO WS-FEED-REASON
           END-IF

           EVALUATE TRUE
               WHEN MT-FEED-HEADER
                   IF WS-FEED-RECORDS = 1 THEN
                       MOVE MT-TRAN-IMAGE TO FEED-CONTROL-RECORD
                       MOVE 'Y' TO WS-FEED-HDR-SW
                       MOVE FH-SOURCE TO WS-FEED-SOURCE
                       MOVE FH-FILE-DATE TO WS-FEED-FILE-DATE
                       MOVE FH-FILE-SEQNO TO WS-FEED-SEQNO-X
                   ELSE
                       IF WS-FEED-CLEAN THEN
                           MOVE "EXTRA-HEADER" TO WS-FEED-REASON
                       END-IF
                   END-IF
               WHEN MT-FEED-TRAILER
                   IF WS-FEED-TRL-SEEN THEN
                       IF WS-FEED-CLEAN THEN
                           MOVE "EXTRA-TRAILER" TO WS-FEED-REASON
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-FEED-TRL-SW
                       MOVE MT-TRAN-IMAGE TO FEED-CONTROL-RECORD
                       IF FH-RECORD-COUNT IS NUMERIC
                               AND FH-HASH-TOTAL IS NUMERIC THEN
                           MOVE FH-RECORD-COUNT TO WS-FEED-TRL-COUNT
                           MOVE FH-HASH-TOTAL TO WS-FEED-TRL-HASH
                       ELSE
                           IF WS-FEED-CLEAN THEN
                               MOVE "BAD-TRAILER" TO WS-FEED-REASON
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-FEED-TRL-SEEN AND WS-FEED-CLEAN THEN
                       MOVE "DATA-AFTER-TRL" TO WS-FEED-REASON
                   END-IF
                   ADD 1 TO WS-FEED-DATA-COUNT
                   MOVE MT-TRAN-IMAGE TO WS-WORK-RECORD
                   PERFORM 143-ADD-TO-HASH
           END-EVALUATE.

      *> Hash total as FEEDHTR defines it - both operands, signed,
      *> a non-numeric field adding nothing.
       143-ADD-TO-HASH.
           IF TW-NUMBER IS NUMERIC THEN
               ADD TW-NUMBER TO WS-FEED-HASH
           END-IF
           IF TW-NUMBER2 IS NUMERIC THEN
               ADD TW-NUMBER2 TO WS-FEED-HASH
           END-IF.

      *> First failing test names the reject; the sequence test
      *> against the feed log runs only for a file that is sound in
      *> itself.
       145-CHECK-FEED.
           IF WS-FEED-SEQNO-X IS NUMERIC THEN
               MOVE WS-FEED-SEQNO-X TO WS-FEED-SEQNO
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-FEED-CLEAN
                   CONTINUE
               WHEN NOT WS-FEED-TRL-SEEN
                   MOVE "NO-TRAILER" TO WS-FEED-REASON
               WHEN WS-FEED-SOURCE NOT = WS-FEED-EXPECTED-SOURCE
                   MOVE "WRONG-SOURCE" TO WS-FEED-REASON
               WHEN WS-FEED-SEQNO-X IS NOT NUMERIC
                       OR WS-FEED-SEQNO = 0
                   MOVE "BAD-SEQNO" TO WS-FEED-REASON
               WHEN WS-FEED-FILE-DATE IS NOT NUMERIC
                   MOVE "BAD-FILE-DATE" TO WS-FEED-REASON
               WHEN WS-FEED-FILE-DATE < WS-FEED-OLDEST-DATE
                   MOVE "STALE-DATE" TO WS-FEED-REASON
               WHEN WS-FEED-FILE-DATE > WS-RUN-DATE
                   MOVE "FUTURE-DATE" TO WS-FEED-REASON
               WHEN WS-FEED-TRL-COUNT NOT = WS-FEED-DATA-COUNT
                   MOVE "COUNT-MISMATCH" TO WS-FEED-REASON
               WHEN WS-FEED-TRL-HASH NOT = WS-FEED-HASH
                   MOVE "HASH-MISMATCH" TO WS-FEED-REASON
               WHEN OTHER
                   PERFORM 146-CHECK-SEQUENCE
           END-EVALUATE.

       146-CHECK-SEQUENCE.
           PERFORM 147-READ-FEED-CONTROL
           IF WS-FEED-HW-FOUND THEN
               EVALUATE TRUE
                   WHEN WS-FEED-SEQNO <= WS-FEED-HW-SEQNO
                       MOVE "DUPLICATE-SEQ" TO WS-FEED-REASON
                   WHEN WS-FEED-SEQNO > WS-FEED-HW-SEQNO + 1
                       MOVE "OUT-OF-SEQ" TO WS-FEED-REASON
                   WHEN WS-FEED-FILE-DATE < WS-FEED-HW-FILE-DATE
                       MOVE "STALE-DATE" TO WS-FEED-REASON
               END-EVALUATE
           END-IF.

       147-READ-FEED-CONTROL.
           MOVE WS-FEED-EXPECTED-SOURCE TO FL-SOURCE
           MOVE 0 TO FL-FILE-SEQNO
           MOVE 0 TO FL-ATTEMPT
           READ FEED-LOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FEED-HW-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FEED-HW-SW
                   MOVE FL-HW-SEQNO TO WS-FEED-HW-SEQNO
                   MOVE FL-HW-FILE-DATE TO WS-FEED-HW-FILE-DATE
           END-READ.

      *> One log entry per feed received, under the next free
      *> attempt number for its sequence number; an accepted feed
      *> also moves the source's control entry on to it.
       150-LOG-FEED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 1 TO WS-FEED-ATTEMPT
           MOVE 'N' TO WS-LOG-SLOT-SW
           PERFORM 152-PROBE-ATTEMPT UNTIL WS-LOG-SLOT-FREE

           MOVE SPACES TO FEED-LOG-RECORD
           MOVE WS-FEED-EXPECTED-SOURCE TO FL-SOURCE
           MOVE WS-FEED-SEQNO TO FL-FILE-SEQNO
           MOVE WS-FEED-ATTEMPT TO FL-ATTEMPT
           IF WS-FEED-CLEAN THEN
               MOVE 'A' TO FL-DISPOSITION
           ELSE
               MOVE 'R' TO FL-DISPOSITION
           END-IF
           MOVE WS-FEED-REASON TO FL-REASON
           MOVE WS-FEED-SOURCE TO FL-HDR-SOURCE
           MOVE WS-FEED-FILE-DATE TO FL-FILE-DATE
           MOVE WS-RUN-DATE TO FL-RECEIVED-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO FL-RECEIVED-TIME
           MOVE WS-FEED-TRL-COUNT TO FL-TRL-COUNT
           MOVE WS-FEED-TRL-HASH TO FL-TRL-HASH
           MOVE WS-FEED-DATA-COUNT TO FL-ACT-COUNT
           MOVE WS-FEED-HASH TO FL-ACT-HASH
           MOVE 0 TO FL-HW-SEQNO
           WRITE FEED-LOG-RECORD
               INVALID KEY
                   DISPLAY "FEED LOG WRITE FAILED, STATUS="
                       WS-FEEDLOG-STATUS " KEY=" FL-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE

           IF WS-FEED-CLEAN THEN
               PERFORM 154-ADVANCE-CONTROL
           END-IF.

       152-PROBE-ATTEMPT.
           MOVE WS-FEED-EXPECTED-SOURCE TO FL-SOURCE
           MOVE WS-FEED-SEQNO TO FL-FILE-SEQNO
           MOVE WS-FEED-ATTEMPT TO FL-ATTEMPT
           READ FEED-LOG-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-SLOT-SW
               NOT INVALID KEY
                   IF WS-FEED-ATTEMPT = 99 THEN
                       DISPLAY "FEED LOG FULL FOR SEQUENCE NUMBER "
                           WS-FEED-SEQNO " - 99 ATTEMPTS LOGGED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FEED-ATTEMPT
           END-READ.

       154-ADVANCE-CONTROL.
           MOVE SPACES TO FEED-LOG-RECORD
           MOVE WS-FEED-EXPECTED-SOURCE TO FL-SOURCE
           MOVE 0 TO FL-FILE-SEQNO
           MOVE 0 TO FL-ATTEMPT
           MOVE 'C' TO FL-DISPOSITION
           MOVE WS-FEED-SOURCE TO FL-HDR-SOURCE
           MOVE WS-FEED-FILE-DATE TO FL-FILE-DATE
           MOVE WS-RUN-DATE TO FL-RECEIVED-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO FL-RECEIVED-TIME
           MOVE WS-FEED-TRL-COUNT TO FL-TRL-COUNT
           MOVE WS-FEED-TRL-HASH TO FL-TRL-HASH
           MOVE WS-FEED-DATA-COUNT TO FL-ACT-COUNT
           MOVE WS-FEED-HASH TO FL-ACT-HASH
           MOVE WS-FEED-SEQNO TO FL-HW-SEQNO
           MOVE WS-FEED-FILE-DATE TO FL-HW-FILE-DATE
           IF WS-FEED-HW-FOUND THEN
               REWRITE FEED-LOG-RECORD
                   INVALID KEY
                       DISPLAY "FEED CONTROL REWRITE FAILED, STATUS="
                           WS-FEEDLOG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE FEED-LOG-RECORD
                   INVALID KEY
                       DISPLAY "FEED CONTROL WRITE FAILED, STATUS="
                           WS-FEEDLOG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.

       160-PRINT-FEED.
           MOVE WS-FEED-EXPECTED-SOURCE TO FC-SOURCE
           MOVE WS-FEED-SEQNO-X TO FC-SEQNO
           MOVE WS-FEED-FILE-DATE TO FC-FILE-DATE
           MOVE WS-FEED-TITLE-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE "TRAILER" TO FS-LABEL
           MOVE WS-FEED-TRL-COUNT TO FS-COUNT
           MOVE WS-FEED-TRL-HASH TO FS-HASH
           MOVE WS-FEED-SUM-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE "RECEIVED" TO FS-LABEL
           MOVE WS-FEED-DATA-COUNT TO FS-COUNT
           MOVE WS-FEED-HASH TO FS-HASH
           MOVE WS-FEED-SUM-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO WS-MAINT-VERDICT-LINE
           IF WS-FEED-CLEAN THEN
               MOVE "  FEED ACCEPTED" TO MV-TEXT
           ELSE
               STRING "  FEED REJECTED - " DELIMITED BY SIZE
                   WS-FEED-REASON DELIMITED BY SPACE
                   INTO MV-TEXT
               END-STRING
           END-IF
           MOVE WS-MAINT-VERDICT-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO WS-MAINT-VERDICT-LINE
           MOVE "FEEDS RECEIVED TODAY, ACCEPTED AND REJECTED:"
               TO MV-TEXT
           MOVE WS-MAINT-VERDICT-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-FEED-ROW-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM 165-LIST-TODAYS-FEEDS.

      *> Browse the source's log entries past its control entry and
      *> list those received on this business date - this feed and
      *> any earlier attempt today.
       165-LIST-TODAYS-FEEDS.
           MOVE WS-FEED-EXPECTED-SOURCE TO FL-SOURCE
           MOVE 0 TO FL-FILE-SEQNO
           MOVE 1 TO FL-ATTEMPT
           MOVE 'N' TO WS-LOG-EOF-SW
           START FEED-LOG-FILE KEY IS NOT LESS THAN FL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-EOF-SW
           END-START
           PERFORM 167-LIST-ONE-FEED UNTIL WS-LOG-EOF.

       167-LIST-ONE-FEED.
           READ FEED-LOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SW
           END-READ
           IF NOT WS-LOG-EOF THEN
               IF FL-SOURCE NOT = WS-FEED-EXPECTED-SOURCE THEN
                   MOVE 'Y' TO WS-LOG-EOF-SW
               ELSE
                   IF FL-RECEIVED-DATE = WS-RUN-DATE THEN
                       MOVE FL-FILE-SEQNO TO FR-SEQNO
                       MOVE FL-ATTEMPT TO FR-ATTEMPT
                       MOVE FL-HDR-SOURCE TO FR-HDR-SOURCE
                       MOVE FL-FILE-DATE TO FR-FILE-DATE
                       MOVE FL-RECEIVED-TIME TO FR-TIME
                       IF FL-ACCEPTED THEN
                           MOVE "ACCEPTED" TO FR-RESULT
                       ELSE
                           MOVE "REJECTED" TO FR-RESULT
                       END-IF
                       MOVE FL-REASON TO FR-REASON
                       MOVE WS-FEED-ROW-LINE TO REGISTER-RECORD
                       WRITE REGISTER-RECORD
                   END-IF
               END-IF
           END-IF.

      *> Nothing has been applied yet - close down and fail the step
      *> so the extract never runs on a master that missed a feed.
       170-REJECT-FEED.
           MOVE SPACES TO WS-MAINT-VERDICT-LINE
           MOVE "MAINTENANCE FEED REJECTED - NOTHING APPLIED, RESEND"
               TO MV-TEXT
           MOVE WS-MAINT-VERDICT-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE MASTER-FILE
           CLOSE REJECT-FILE
           CLOSE REGISTER-FILE
           CLOSE FEED-LOG-FILE
           DISPLAY "DIVTRMNT - UPSTREAM FEED REJECTED: " WS-FEED-REASON
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *> Roll WS-ROLL-DATE forward to the first processing day on or
      *> after it. A date INTEGER-OF-DATE cannot convert (the edits
      *> upstream only range-check month and day) is left as it is.
       180-ROLL-TO-BUSINESS-DAY.
           MOVE WS-ROLL-DATE TO WS-ROLL-DATE-NUM
           COMPUTE WS-ROLL-INT =
               FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE-NUM)
           IF WS-ROLL-INT > 0 THEN
               PERFORM 185-TEST-CLOSED-DAY
               PERFORM 190-STEP-ONE-DAY UNTIL NOT WS-ROLL-CLOSED
           END-IF.

      *> Integer day 1 is Monday 1 January 1601, so the remainder by
      *> 7 is 6 on a Saturday and 0 on a Sunday.
       185-TEST-CLOSED-DAY.
           MOVE 'N' TO WS-ROLL-CLOSED-SW
           IF WS-WEEKENDS-CLOSED THEN
               COMPUTE WS-ROLL-WEEKDAY = FUNCTION REM(WS-ROLL-INT, 7)
               IF WS-ROLL-WEEKDAY = 0 OR WS-ROLL-WEEKDAY = 6 THEN
                   MOVE 'Y' TO WS-ROLL-CLOSED-SW
               END-IF
           END-IF
           PERFORM 187-MATCH-HOLIDAY
               VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT
               OR WS-ROLL-CLOSED.

       187-MATCH-HOLIDAY.
           IF WS-HOLIDAY-DATE(WS-HOL-SUB) = WS-ROLL-DATE THEN
               MOVE 'Y' TO WS-ROLL-CLOSED-SW
           END-IF.

       190-STEP-ONE-DAY.
           ADD 1 TO WS-ROLL-INT
           COMPUTE WS-ROLL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-ROLL-INT)
           MOVE WS-ROLL-DATE-NUM TO WS-ROLL-DATE
           PERFORM 185-TEST-CLOSED-DAY.

       200-APPLY-MAINTENANCE.
           ADD 1 TO WS-READ-COUNT
           MOVE MT-TRAN-IMAGE TO WS-WORK-RECORD
           MOVE SPACES TO TW-CHAIN-LEVEL
           MOVE SPACES TO WS-DISPOSITION
           PERFORM 250-EDIT-EFF-DATE

                       AND NOT WS-EFF-DATE-OK
                   MOVE "BAD-EFFDATE" TO WS-DISPOSITION
                   PERFORM 700-REJECT-TRANSACTION
               WHEN (MT-ADD OR MT-CHANGE)
                       AND (NOT TW-OPERAND-SRC-VALID
                       OR (TW-OPERAND-OWN
                       AND TW-SOURCE-KEY NOT = SPACES)
                       OR (TW-OPERAND-DERIVED
                       AND (TW-SOURCE-KEY = SPACES
                       OR TW-SOURCE-KEY = TW-KEY)))
                   MOVE "BAD-SOURCE" TO WS-DISPOSITION
                   PERFORM 700-REJECT-TRANSACTION
               WHEN MT-ADD
                   PERFORM 300-APPLY-ADD
               WHEN MT-CHANGE

       250-EDIT-EFF-DATE.
           MOVE 'Y' TO WS-EFF-DATE-OK-SW
           MOVE 'N' TO WS-EFF-ROLLED-SW
           IF TW-EFF-DATE NOT = SPACES THEN
               IF TW-EFF-DATE IS NOT NUMERIC THEN
                   MOVE 'N' TO WS-EFF-DATE-OK-SW
                   IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
                           OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
                       MOVE 'N' TO WS-EFF-DATE-OK-SW
                   ELSE
                       MOVE TW-EFF-DATE TO WS-ROLL-DATE
                       PERFORM 180-ROLL-TO-BUSINESS-DAY
                       IF WS-ROLL-DATE NOT = TW-EFF-DATE THEN
                           MOVE 'Y' TO WS-EFF-ROLLED-SW
                           MOVE WS-ROLL-DATE TO TW-EFF-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   PERFORM 700-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-APPLIED
                   IF WS-EFF-ROLLED THEN
                       MOVE "APPLIED-ROLL" TO WS-DISPOSITION
                   ELSE
                       MOVE "APPLIED" TO WS-DISPOSITION
                   END-IF
           END-WRITE.

       400-APPLY-CHANGE.
                   PERFORM 700-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-CHG-APPLIED
                   IF WS-EFF-ROLLED THEN
                       MOVE "APPLIED-ROLL" TO WS-DISPOSITION
                   ELSE
                       MOVE "APPLIED" TO WS-DISPOSITION
                   END-IF
           END-REWRITE.

       500-APPLY-DELETE.
