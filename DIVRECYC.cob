      *> so operations sees there is residue to chase. Records
      *> already flagged EX-RECYCLED (see EXCPREC) are skipped -
      *> the flag is the manual suppress for hand-requeued files.
      *> A derived master record (TR-OPERAND-SOURCE '1' or '2')
      *> takes that operand from its source key's latest result on
      *> PROD.DIV.RESULTS. Until that result is OK - the source put
      *> right and recomputed by a nightly run - the exception
      *> stays carried forward as SRC-ERR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RESULT-MASTER-FILE ASSIGN TO RSLTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT RECYCLE-REPORT-FILE ASSIGN TO RECYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYRPT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
       FD  MASTER-FILE.
       COPY TRANREC.

       FD  RESULT-MASTER-FILE.
       COPY RSLTREC.

       FD  RECYCLE-REPORT-FILE
           RECORDING MODE IS F.
       01  RECYCLE-REPORT-RECORD       PIC X(80).
           05  PRM-DECIMALS            PIC 9.
           05  FILLER                  PIC X(58).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       COPY HOLIREC.

       WORKING-STORAGE SECTION.
       COPY WSAREA.

       01  WS-EXCEPTION-STATUS         PIC XX VALUE SPACES.
       01  WS-CARRY-STATUS             PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-RESULT-STATUS            PIC XX VALUE SPACES.
       01  WS-RECYRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-PARM-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLIDAY-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-LIVE-DATE                PIC X(8).
       COPY CALWORK.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

           05  WS-SIZE-ERROR-COUNT     PIC 9(7) VALUE 0.
           05  WS-BAD-OP-COUNT         PIC 9(7) VALUE 0.
           05  WS-DEFERRED-COUNT       PIC 9(7) VALUE 0.
           05  WS-SRC-ERR-COUNT        PIC 9(7) VALUE 0.
       01  WS-SRC-ERR-FLAG             PIC X VALUE 'N'.

      *> Same calculation-parameter deck the nightly DIVBATCH reads,
      *> so a recycled result rounds exactly as tonight's run would
           05  FILLER                  PIC X(14)
               VALUE "  DEFERRED:   ".
           05  RT-DEFERRED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "SRC-ERR:  ".
           05  RT-SRC-ERR-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-UNRESOLVED-COUNT         PIC 9(7) VALUE 0.

           CLOSE EXCEPTION-FILE
           CLOSE CARRY-FILE
           CLOSE MASTER-FILE
           CLOSE RESULT-MASTER-FILE
           CLOSE RECYCLE-REPORT-FILE

           IF WS-UNRESOLVED-COUNT > 0 THEN
               STOP RUN
           END-IF

           OPEN INPUT RESULT-MASTER-FILE
           IF WS-RESULT-STATUS NOT = "00" THEN
               DISPLAY "RESULT-MASTER-FILE OPEN FAILED, STATUS="
                   WS-RESULT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND RECYCLE-REPORT-FILE
           IF WS-RECYRPT-STATUS NOT = "00" THEN
               DISPLAY "RECYCLE-REPORT OPEN FAILED, STATUS="

           PERFORM 150-LOAD-PARMS

           PERFORM 120-READ-BUSINESS-DATE
           PERFORM 130-LOAD-CALENDAR

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RECYCLE-HEADER TO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD.

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

       150-LOAD-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00" THEN
           MOVE TR-OP-CODE TO WS-OP-CODE
           MOVE 'N' TO WS-FLAG
           MOVE 'N' TO WS-SIZE-ERROR-FLAG
           MOVE 'N' TO WS-SRC-ERR-FLAG
           IF TR-OPERAND-DERIVED THEN
               PERFORM 420-TAKE-SOURCE-OPERAND
           END-IF

      *> The master is read here, not the DIVEDIT clean file, so a
      *> keyed date that lands on a closed day is rolled the same
      *> way DIVEDIT rolls it before it is compared to the run date.
           MOVE SPACES TO WS-LIVE-DATE
           IF NOT TR-EFF-IMMEDIATE THEN
               MOVE TR-EFF-DATE TO WS-ROLL-DATE
               PERFORM 180-ROLL-TO-BUSINESS-DAY
               MOVE WS-ROLL-DATE TO WS-LIVE-DATE
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-OP-VALID
      *> stays carried forward and resolves the morning after the
      *> master record goes live, matching DIVBATCH's deferral.
               WHEN NOT TR-EFF-IMMEDIATE
                       AND WS-LIVE-DATE > WS-RUN-DATE
                   ADD 1 TO WS-DEFERRED-COUNT
                   ADD 1 TO WS-UNRESOLVED-COUNT
                   MOVE "DEFERRED " TO RD-STATUS
                   PERFORM 800-WRITE-DETAIL
                   PERFORM 600-WRITE-CARRY
               WHEN WS-SRC-ERR-FLAG = 'Y'
                   ADD 1 TO WS-SRC-ERR-COUNT
                   ADD 1 TO WS-UNRESOLVED-COUNT
                   MOVE "SRC-ERR  " TO RD-STATUS
                   PERFORM 800-WRITE-DETAIL
                   PERFORM 600-WRITE-CARRY
               WHEN (WS-OP-DIVIDE OR WS-OP-PERCENT)
                       AND WS-NUMBER2 = 0
                   ADD 1 TO WS-STILL-ZERO-COUNT
                   END-IF
           END-EVALUATE.

      *> Same operand DIVBATCH 220-TAKE-SOURCE-OPERAND would use,
      *> from the source key's last loaded result.
       420-TAKE-SOURCE-OPERAND.
           MOVE TR-SOURCE-KEY TO RM-KEY
           READ RESULT-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-SRC-ERR-FLAG
               NOT INVALID KEY
                   IF RM-STATUS NOT = "OK" THEN
                       MOVE 'Y' TO WS-SRC-ERR-FLAG
                   ELSE
                       IF TR-SRC-NUMERATOR THEN
                           MOVE RM-RESULT TO WS-NUMBER
                       ELSE
                           MOVE RM-RESULT TO WS-NUMBER2
                       END-IF
                   END-IF
           END-READ.

       450-COMPUTE-RESULT.
           EVALUATE TRUE
               WHEN WS-OP-DIVIDE
           WRITE RECYCLE-REPORT-RECORD

           MOVE WS-DEFERRED-COUNT TO RT-DEFERRED-COUNT
           MOVE WS-SRC-ERR-COUNT TO RT-SRC-ERR-COUNT
           MOVE WS-RECYCLE-TRAILER3 TO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD.
