      *> Zero-divisor records are NOT errors here - a zero divisor is
      *> numerically valid data that DIVBATCH itself rejects to the
      *> exception file so DIVMAINT corrections can recycle it.
      *> A well-formed effective date that falls on a weekend or a
      *> PROD.DIV.HOLIDAY calendar date is rolled forward to the
      *> next business day on the clean record (counted on the edit
      *> report, not an error), so the deferral test in DIVBATCH
      *> releases the record on the day it can really be processed.
      *> The extract arrives bracketed by the feed header and
      *> trailer DIVEXTR writes (FEEDHTR). The whole file is read
      *> through and proven before the edit: header first and
      *> trailer last, source TRANMSTR, cut for this business date,
      *> trailer count and hash equal to what actually arrived, and
      *> a sequence number exactly one past the last extract
      *> accepted. The extract is logged to PROD.DIV.FEEDLOG either
      *> way and the report opens with its figures and every
      *> extract received today. A rejected extract ends the step
      *> RC 8 with nothing written to the clean file.
      *> Derived records (TR-OPERAND-SOURCE '1' or '2') are noted
      *> during that read-through. When there are any, the extract
      *> is read once more to see which source keys exist, and each
      *> chain is followed back to a record that takes no operand
      *> from another: a source key that is blank or not in the
      *> extract (for the record itself or anywhere further up its
      *> chain) and a chain that comes back on itself - a record
      *> naming its own key included - are errors. Every record in
      *> a chain leaves here with its TR-CHAIN-LEVEL set.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDITRPT-STATUS.

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
       FD  TRANS-FILE
           RECORDING MODE IS F.
       COPY TRANREC.
       COPY FEEDHTR.

       FD  CLEAN-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  EDIT-REPORT-RECORD          PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       COPY HOLIREC.

       FD  FEED-LOG-FILE.
       COPY FEEDLOG.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS             PIC XX VALUE SPACES.
       01  WS-CLEAN-STATUS             PIC XX VALUE SPACES.
       01  WS-ERROR-STATUS             PIC XX VALUE SPACES.
       01  WS-EDITRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLIDAY-STATUS           PIC XX VALUE SPACES.
       01  WS-FEEDLOG-STATUS           PIC XX VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-RECORD-ERROR-SW          PIC X VALUE 'N'.
           05  WS-BAD-NUMBER2-COUNT    PIC 9(7) VALUE 0.
           05  WS-DUP-KEY-COUNT        PIC 9(7) VALUE 0.
           05  WS-BAD-EFF-DATE-COUNT   PIC 9(7) VALUE 0.
           05  WS-EFF-ROLLED-COUNT     PIC 9(7) VALUE 0.
           05  WS-BAD-SOURCE-IND-COUNT PIC 9(7) VALUE 0.
           05  WS-NO-SOURCE-COUNT      PIC 9(7) VALUE 0.
           05  WS-CIRCULAR-COUNT       PIC 9(7) VALUE 0.
           05  WS-CHAINED-COUNT        PIC 9(7) VALUE 0.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       COPY CALWORK.

      *> Feed control. Only tonight's own extract is current, so
      *> the oldest file date accepted is the business date itself.
       01  WS-FEED-EXPECTED-SOURCE     PIC X(8) VALUE "TRANMSTR".
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
       01  WS-FEED-OLDEST-DATE         PIC X(8).
       01  WS-LOG-SLOT-SW              PIC X VALUE 'N'.
           88  WS-LOG-SLOT-FREE        VALUE 'Y'.
       01  WS-LOG-EOF-SW               PIC X VALUE 'N'.
           88  WS-LOG-EOF              VALUE 'Y'.

      *> Derived records found in the feed read-through, in key
      *> order. WS-DRV-SOURCE-IX points at the entry for the source
      *> key when the source is itself derived (0 when it is not);
      *> WS-DRV-LEVEL is the number of derived steps down from a
      *> record that takes no operand from another.
       01  WS-DERIVED-MAX              PIC 9(4) VALUE 500.
       01  WS-DERIVED-TABLE.
           05  WS-DERIVED-COUNT        PIC 9(4) VALUE 0.
           05  WS-DERIVED-ENTRY OCCURS 500 TIMES.
               10  WS-DRV-KEY          PIC X(10).
               10  WS-DRV-SOURCE-KEY   PIC X(10).
               10  WS-DRV-SOURCE-SW    PIC X.
                   88  WS-DRV-SOURCE-FOUND VALUE 'Y'.
               10  WS-DRV-SOURCE-IX    PIC 9(4).
               10  WS-DRV-LEVEL        PIC 9(3).
               10  WS-DRV-STATE        PIC X.
                   88  WS-DRV-UNRESOLVED VALUE SPACE.
                   88  WS-DRV-RESOLVED VALUE 'R'.
                   88  WS-DRV-BROKEN   VALUE 'B'.
                   88  WS-DRV-CIRCULAR VALUE 'C'.
       01  WS-DRV-SUB                  PIC 9(4) VALUE 0.
       01  WS-DRV-SUB2                 PIC 9(4) VALUE 0.
       01  WS-DRV-WALK                 PIC 9(4) VALUE 0.
       01  WS-DRV-STEPS                PIC 9(4) VALUE 0.
       01  WS-DRV-FOUND-IX             PIC 9(4) VALUE 0.
       01  WS-CHAIN-SOURCE-SW          PIC X VALUE 'N'.
           88  WS-IS-CHAIN-SOURCE      VALUE 'Y'.

      *> Effective-date work area: the YYYYMMDD field is proven
      *> numeric first, then pulled apart here for the range check.
       01  WS-EDIT-HEADER.
           05  FILLER                  PIC X(34)
               VALUE "DIVEDIT - EXTRACT EDIT REPORT".
           05  FILLER                  PIC X(15) VALUE "BUSINESS DATE ".
           05  EH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-EDIT-COUNT-LINE.
           05  EC-LABEL                PIC X(30).
       01  WS-EDIT-VERDICT-LINE.
           05  EV-TEXT                 PIC X(80).

       01  WS-FEED-TITLE-LINE.
           05  FILLER                  PIC X(31)
               VALUE "EXTRACT FEED CONTROL - SOURCE ".
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
                       IF NOT (FH-HEADER-MARKER AND FH-HEADER)
                               AND NOT (FH-TRAILER-MARKER
                               AND FH-TRAILER) THEN
                           PERFORM 200-EDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLEAN-FILE
           CLOSE ERROR-FILE
           CLOSE EDIT-REPORT-FILE
           CLOSE FEED-LOG-FILE

           IF WS-ERROR-COUNT > 0 THEN
               DISPLAY "DIVEDIT - " WS-ERROR-COUNT
                   WS-EDITRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 120-READ-BUSINESS-DATE
           PERFORM 130-LOAD-CALENDAR
           MOVE WS-RUN-DATE TO WS-FEED-OLDEST-DATE

           MOVE WS-RUN-DATE TO EH-RUN-DATE
           MOVE WS-EDIT-HEADER TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

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

      *> Read the whole extract before a record is edited: count
      *> and hash the data records, pick up the header and trailer,
      *> and note the first thing out of place. TRANSIN is then
      *> reopened for the edit pass, which never sees a rejected
      *> extract. An empty extract has lost its header too.
       140-VALIDATE-FEED.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 141-SCAN-FEED-RECORD UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SW
           CLOSE TRANS-FILE

           IF WS-FEED-RECORDS = 0 THEN
               MOVE "NO-HEADER" TO WS-FEED-REASON
           END-IF
           PERFORM 145-CHECK-FEED
           PERFORM 150-LOG-FEED
           PERFORM 160-PRINT-FEED
           IF NOT WS-FEED-CLEAN THEN
               PERFORM 170-REJECT-FEED
           END-IF

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00" THEN
               DISPLAY "TRANS-FILE REOPEN FAILED, STATUS="
                   WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-DERIVED-COUNT > 0 THEN
               PERFORM 300-RESOLVE-CHAINS
           END-IF.

       141-SCAN-FEED-RECORD.
           READ TRANS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   PERFORM 142-CLASSIFY-FEED-RECORD
           END-READ.

       142-CLASSIFY-FEED-RECORD.
           ADD 1 TO WS-FEED-RECORDS
           IF WS-FEED-RECORDS = 1
                   AND NOT (FH-HEADER-MARKER AND FH-HEADER) THEN
               MOVE "NO-HEADER" TO WS-FEED-REASON
           END-IF

           EVALUATE TRUE
               WHEN FH-HEADER-MARKER AND FH-HEADER
                   IF WS-FEED-RECORDS = 1 THEN
                       MOVE 'Y' TO WS-FEED-HDR-SW
                       MOVE FH-SOURCE TO WS-FEED-SOURCE
                       MOVE FH-FILE-DATE TO WS-FEED-FILE-DATE
                       MOVE FH-FILE-SEQNO TO WS-FEED-SEQNO-X
                   ELSE
                       IF WS-FEED-CLEAN THEN
                           MOVE "EXTRA-HEADER" TO WS-FEED-REASON
                       END-IF
                   END-IF
               WHEN FH-TRAILER-MARKER AND FH-TRAILER
                   IF WS-FEED-TRL-SEEN THEN
                       IF WS-FEED-CLEAN THEN
                           MOVE "EXTRA-TRAILER" TO WS-FEED-REASON
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-FEED-TRL-SW
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
                   PERFORM 143-ADD-TO-HASH
                   IF TR-OPERAND-DERIVED AND TR-KEY NOT = SPACES
                           AND TR-SOURCE-KEY NOT = SPACES THEN
                       PERFORM 144-NOTE-DERIVED
                   END-IF
           END-EVALUATE.

      *> Hash total as FEEDHTR defines it - both operands, signed,
      *> a non-numeric field adding nothing.
       143-ADD-TO-HASH.
           IF TR-NUMBER IS NUMERIC THEN
               ADD TR-NUMBER TO WS-FEED-HASH
           END-IF
           IF TR-NUMBER2 IS NUMERIC THEN
               ADD TR-NUMBER2 TO WS-FEED-HASH
           END-IF.

       144-NOTE-DERIVED.
           IF WS-DERIVED-COUNT >= WS-DERIVED-MAX THEN
               DISPLAY "TOO MANY DERIVED RECORDS - LIMIT 500"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DERIVED-COUNT
           MOVE TR-KEY TO WS-DRV-KEY(WS-DERIVED-COUNT)
           MOVE TR-SOURCE-KEY TO WS-DRV-SOURCE-KEY(WS-DERIVED-COUNT)
           MOVE 'N' TO WS-DRV-SOURCE-SW(WS-DERIVED-COUNT)
           MOVE 0 TO WS-DRV-SOURCE-IX(WS-DERIVED-COUNT)
           MOVE 0 TO WS-DRV-LEVEL(WS-DERIVED-COUNT)
           MOVE SPACE TO WS-DRV-STATE(WS-DERIVED-COUNT).

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
           MOVE WS-FEED-TITLE-LINE TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           MOVE "TRAILER" TO FS-LABEL
           MOVE WS-FEED-TRL-COUNT TO FS-COUNT
           MOVE WS-FEED-TRL-HASH TO FS-HASH
           MOVE WS-FEED-SUM-LINE TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           MOVE "RECEIVED" TO FS-LABEL
           MOVE WS-FEED-DATA-COUNT TO FS-COUNT
           MOVE WS-FEED-HASH TO FS-HASH
           MOVE WS-FEED-SUM-LINE TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           MOVE SPACES TO WS-EDIT-VERDICT-LINE
           IF WS-FEED-CLEAN THEN
               MOVE "  FEED ACCEPTED" TO EV-TEXT
           ELSE
               STRING "  FEED REJECTED - " DELIMITED BY SIZE
                   WS-FEED-REASON DELIMITED BY SPACE
                   INTO EV-TEXT
               END-STRING
           END-IF
           MOVE WS-EDIT-VERDICT-LINE TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           MOVE SPACES TO WS-EDIT-VERDICT-LINE
           MOVE "FEEDS RECEIVED TODAY, ACCEPTED AND REJECTED:"
               TO EV-TEXT
           MOVE WS-EDIT-VERDICT-LINE TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           MOVE WS-FEED-ROW-HEADING TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
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
                       MOVE WS-FEED-ROW-LINE TO EDIT-REPORT-RECORD
                       WRITE EDIT-REPORT-RECORD
                   END-IF
               END-IF
           END-IF.

      *> Nothing has been edited yet - close down and fail the step
      *> so the divide never runs from an extract that is not the
      *> one DIVEXTR cut tonight, whole.
       170-REJECT-FEED.
           MOVE SPACES TO WS-EDIT-VERDICT-LINE
           MOVE "EXTRACT FEED REJECTED - CORRECT AND RERUN FROM EXTRACT"
               TO EV-TEXT
           MOVE WS-EDIT-VERDICT-LINE TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           CLOSE CLEAN-FILE
           CLOSE ERROR-FILE
           CLOSE EDIT-REPORT-FILE
           CLOSE FEED-LOG-FILE
           DISPLAY "DIVEDIT - EXTRACT FEED REJECTED: " WS-FEED-REASON
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

       200-EDIT-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-RECORD-ERROR-SW
               PERFORM 250-EDIT-EFF-DATE
           END-IF

           PERFORM 260-EDIT-OPERAND-SOURCE

           IF WS-RECORD-IN-ERROR THEN
               ADD 1 TO WS-ERROR-COUNT
               MOVE TRANS-RECORD TO ERROR-RECORD
               WRITE ERROR-RECORD
           ELSE
               ADD 1 TO WS-CLEAN-COUNT
               IF NOT TR-NOT-CHAINED THEN
                   ADD 1 TO WS-CHAINED-COUNT
               END-IF
               MOVE TR-KEY TO WS-PREV-CLEAN-KEY
               MOVE TRANS-RECORD TO CLEAN-RECORD
               WRITE CLEAN-RECORD
                       OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
                   ADD 1 TO WS-BAD-EFF-DATE-COUNT
                   MOVE 'Y' TO WS-RECORD-ERROR-SW
               ELSE
                   MOVE TR-EFF-DATE TO WS-ROLL-DATE
                   PERFORM 180-ROLL-TO-BUSINESS-DAY
                   IF WS-ROLL-DATE NOT = TR-EFF-DATE THEN
                       ADD 1 TO WS-EFF-ROLLED-COUNT
                       MOVE WS-ROLL-DATE TO TR-EFF-DATE
                   END-IF
               END-IF
           END-IF.

      *> The chain level is never taken from the extract - it is
      *> worked out here for every record, so a stale level left on
      *> the master cannot reorder the divide.
       260-EDIT-OPERAND-SOURCE.
           MOVE SPACES TO TR-CHAIN-LEVEL
           EVALUATE TRUE
               WHEN NOT TR-OPERAND-SRC-VALID
                   ADD 1 TO WS-BAD-SOURCE-IND-COUNT
                   MOVE 'Y' TO WS-RECORD-ERROR-SW
               WHEN TR-OPERAND-OWN AND TR-SOURCE-KEY NOT = SPACES
                   ADD 1 TO WS-BAD-SOURCE-IND-COUNT
                   MOVE 'Y' TO WS-RECORD-ERROR-SW
               WHEN TR-OPERAND-DERIVED AND TR-SOURCE-KEY = SPACES
                   ADD 1 TO WS-NO-SOURCE-COUNT
                   MOVE 'Y' TO WS-RECORD-ERROR-SW
               WHEN TR-OPERAND-DERIVED
                   PERFORM 340-FIND-DERIVED-ENTRY
                   IF WS-DRV-FOUND-IX > 0 THEN
                       PERFORM 265-EDIT-CHAIN
                   END-IF
               WHEN OTHER
                   IF WS-DERIVED-COUNT > 0 THEN
                       PERFORM 345-TEST-CHAIN-SOURCE
                       IF WS-IS-CHAIN-SOURCE THEN
                           MOVE "000" TO TR-CHAIN-LEVEL
                       END-IF
                   END-IF
           END-EVALUATE.

       265-EDIT-CHAIN.
           EVALUATE TRUE
               WHEN WS-DRV-CIRCULAR(WS-DRV-FOUND-IX)
                   ADD 1 TO WS-CIRCULAR-COUNT
                   MOVE 'Y' TO WS-RECORD-ERROR-SW
               WHEN WS-DRV-RESOLVED(WS-DRV-FOUND-IX)
                   MOVE WS-DRV-LEVEL(WS-DRV-FOUND-IX)
                       TO TR-CHAIN-LEVEL
               WHEN OTHER
                   ADD 1 TO WS-NO-SOURCE-COUNT
                   MOVE 'Y' TO WS-RECORD-ERROR-SW
           END-EVALUATE.

      *> Second read-through: mark each derived record whose source
      *> key is in the extract, then link derived sources to their
      *> own entries and follow every chain to fix its level.
      *> TRANSIN is left reopened for the edit pass.
       300-RESOLVE-CHAINS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 305-MARK-ONE-RECORD UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SW
           CLOSE TRANS-FILE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00" THEN
               DISPLAY "TRANS-FILE REOPEN FAILED, STATUS="
                   WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 320-LINK-ENTRY
               VARYING WS-DRV-SUB FROM 1 BY 1
               UNTIL WS-DRV-SUB > WS-DERIVED-COUNT
           PERFORM 330-LEVEL-ENTRY
               VARYING WS-DRV-SUB FROM 1 BY 1
               UNTIL WS-DRV-SUB > WS-DERIVED-COUNT.

       305-MARK-ONE-RECORD.
           READ TRANS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF NOT (FH-HEADER-MARKER AND FH-HEADER)
                           AND NOT (FH-TRAILER-MARKER
                           AND FH-TRAILER) THEN
                       PERFORM 310-MATCH-SOURCE
                           VARYING WS-DRV-SUB2 FROM 1 BY 1
                           UNTIL WS-DRV-SUB2 > WS-DERIVED-COUNT
                   END-IF
           END-READ.

       310-MATCH-SOURCE.
           IF WS-DRV-SOURCE-KEY(WS-DRV-SUB2) = TR-KEY THEN
               MOVE 'Y' TO WS-DRV-SOURCE-SW(WS-DRV-SUB2)
           END-IF.

       320-LINK-ENTRY.
           PERFORM 325-MATCH-LINK
               VARYING WS-DRV-SUB2 FROM 1 BY 1
               UNTIL WS-DRV-SUB2 > WS-DERIVED-COUNT
               OR WS-DRV-SOURCE-IX(WS-DRV-SUB) > 0.

       325-MATCH-LINK.
           IF WS-DRV-KEY(WS-DRV-SUB2)
                   = WS-DRV-SOURCE-KEY(WS-DRV-SUB) THEN
               MOVE WS-DRV-SUB2 TO WS-DRV-SOURCE-IX(WS-DRV-SUB)
           END-IF.

      *> Follow the links up from the entry. A walk longer than the
      *> table without reaching a plain source can only be going
      *> round a loop.
       330-LEVEL-ENTRY.
           MOVE WS-DRV-SUB TO WS-DRV-WALK
           MOVE 1 TO WS-DRV-STEPS
           PERFORM 335-WALK-ONE-STEP
               UNTIL NOT WS-DRV-UNRESOLVED(WS-DRV-SUB).

       335-WALK-ONE-STEP.
           EVALUATE TRUE
               WHEN NOT WS-DRV-SOURCE-FOUND(WS-DRV-WALK)
                   MOVE 'B' TO WS-DRV-STATE(WS-DRV-SUB)
               WHEN WS-DRV-SOURCE-IX(WS-DRV-WALK) = 0
                   MOVE WS-DRV-STEPS TO WS-DRV-LEVEL(WS-DRV-SUB)
                   MOVE 'R' TO WS-DRV-STATE(WS-DRV-SUB)
               WHEN WS-DRV-STEPS >= WS-DERIVED-COUNT
                   MOVE 'C' TO WS-DRV-STATE(WS-DRV-SUB)
               WHEN OTHER
                   MOVE WS-DRV-SOURCE-IX(WS-DRV-WALK) TO WS-DRV-WALK
                   ADD 1 TO WS-DRV-STEPS
           END-EVALUATE.

       340-FIND-DERIVED-ENTRY.
           MOVE 0 TO WS-DRV-FOUND-IX
           PERFORM 342-MATCH-DERIVED
               VARYING WS-DRV-SUB FROM 1 BY 1
               UNTIL WS-DRV-SUB > WS-DERIVED-COUNT
               OR WS-DRV-FOUND-IX > 0.

       342-MATCH-DERIVED.
           IF WS-DRV-KEY(WS-DRV-SUB) = TR-KEY THEN
               MOVE WS-DRV-SUB TO WS-DRV-FOUND-IX
           END-IF.

       345-TEST-CHAIN-SOURCE.
           MOVE 'N' TO WS-CHAIN-SOURCE-SW
           PERFORM 347-MATCH-CHAIN-SOURCE
               VARYING WS-DRV-SUB FROM 1 BY 1
               UNTIL WS-DRV-SUB > WS-DERIVED-COUNT
               OR WS-IS-CHAIN-SOURCE.

       347-MATCH-CHAIN-SOURCE.
           IF WS-DRV-SOURCE-KEY(WS-DRV-SUB) = TR-KEY THEN
               MOVE 'Y' TO WS-CHAIN-SOURCE-SW
           END-IF.

       900-WRITE-EDIT-REPORT.
           MOVE "RECORDS READ:" TO EC-LABEL
           MOVE WS-READ-COUNT TO EC-COUNT
           PERFORM 910-WRITE-COUNT-LINE
           MOVE WS-BAD-EFF-DATE-COUNT TO EC-COUNT
           PERFORM 910-WRITE-COUNT-LINE

           MOVE "  BAD OPERAND SOURCE:" TO EC-LABEL
           MOVE WS-BAD-SOURCE-IND-COUNT TO EC-COUNT
           PERFORM 910-WRITE-COUNT-LINE

           MOVE "  SOURCE KEY NOT FOUND:" TO EC-LABEL
           MOVE WS-NO-SOURCE-COUNT TO EC-COUNT
           PERFORM 910-WRITE-COUNT-LINE

           MOVE "  CIRCULAR SOURCE CHAIN:" TO EC-LABEL
           MOVE WS-CIRCULAR-COUNT TO EC-COUNT
           PERFORM 910-WRITE-COUNT-LINE

           MOVE "EFF DATES ROLLED TO BUS DAY:" TO EC-LABEL
           MOVE WS-EFF-ROLLED-COUNT TO EC-COUNT
           PERFORM 910-WRITE-COUNT-LINE

           MOVE "RECORDS IN OPERAND CHAINS:" TO EC-LABEL
           MOVE WS-CHAINED-COUNT TO EC-COUNT
           PERFORM 910-WRITE-COUNT-LINE

           MOVE SPACES TO WS-EDIT-VERDICT-LINE
           IF WS-ERROR-COUNT > 0 THEN
               MOVE "EXTRACT REJECTED - CORRECT AND RERUN FROM EXTRACT"
