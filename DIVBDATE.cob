       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVBDATE.

      *> Business-date control for the nightly chain. Owns the one
      *> BUSINESS-DATE-RECORD on PROD.DIV.BUSDATE (see BDATEREC)
      *> that every DIV* batch program reads instead of the system
      *> clock. The MODEIN card picks the function:
      *>   OPEN    - first step of DIVJOB. Marks the chain open for
      *>             BD-BUS-DATE. Refused RC 8 if the chain is
      *>             already open for that date (the end-of-day
      *>             advance has not run since the last DIVJOB, so
      *>             this would be a second run of the same business
      *>             day) or if the business date is itself a
      *>             non-processing day on the calendar.
      *>   REOPEN  - ops override for a deliberate full rerun of
      *>             DIVJOB for the same business date after a
      *>             failure. Same checks as OPEN except the
      *>             already-open test; the reopen is shown on the
      *>             control report so it is never silent.
      *>   ADVANCE - the end-of-day step (EODJOB). Moves the business
      *>             date on to the next processing day, skipping
      *>             weekends (when BD-WEEKEND-SW is 'Y') and every
      *>             date on the PROD.DIV.HOLIDAY calendar. Refused
      *>             RC 8 unless the chain was opened for the current
      *>             date, so a doubled advance can never skip a
      *>             business day nobody ran.
      *> The record is read and rewritten in place, the same
      *> one-record control pattern DIVGLIF uses for its sequence
      *> number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT MODE-FILE ASSIGN TO MODEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODE-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO BDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       COPY HOLIREC.

       FD  MODE-FILE
           RECORDING MODE IS F.
       01  MODE-CARD.
           05  MC-FUNCTION             PIC X(8).
           05  FILLER                  PIC X(72).

       FD  CONTROL-REPORT-FILE
           RECORDING MODE IS F.
       01  CONTROL-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLIDAY-STATUS           PIC XX VALUE SPACES.
       01  WS-MODE-STATUS              PIC XX VALUE SPACES.
       01  WS-BDRPT-STATUS             PIC XX VALUE SPACES.

       COPY CALWORK.

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-FUNCTION                 PIC X(8) VALUE SPACES.
           88  WS-FUNC-OPEN            VALUE "OPEN    ".
           88  WS-FUNC-REOPEN          VALUE "REOPEN  ".
           88  WS-FUNC-ADVANCE         VALUE "ADVANCE ".
       01  WS-REFUSED-SW               PIC X VALUE 'N'.
           88  WS-REFUSED              VALUE 'Y'.
       01  WS-OLD-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-OLD-STATE                PIC X VALUE SPACE.

       01  WS-BDATE-HEADER.
           05  FILLER                  PIC X(34)
               VALUE "DIVBDATE - BUSINESS DATE CONTROL".
           05  FILLER                  PIC X(10) VALUE "FUNCTION: ".
           05  BH-FUNCTION             PIC X(8).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-BDATE-DETAIL.
           05  BL-LABEL                PIC X(24).
           05  BL-DATE                 PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BL-TEXT                 PIC X(46).

       01  WS-BDATE-VERDICT-LINE.
           05  BV-TEXT                 PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE

           EVALUATE TRUE
               WHEN WS-FUNC-OPEN
               WHEN WS-FUNC-REOPEN
                   PERFORM 200-OPEN-CHAIN
               WHEN WS-FUNC-ADVANCE
                   PERFORM 300-ADVANCE-DATE
           END-EVALUATE

           PERFORM 900-WRITE-VERDICT

           CLOSE BUSDATE-FILE
           CLOSE CONTROL-REPORT-FILE

           IF WS-REFUSED THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT MODE-FILE
           IF WS-MODE-STATUS NOT = "00" THEN
               DISPLAY "MODE-FILE OPEN FAILED, STATUS="
                   WS-MODE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ MODE-FILE
               AT END
                   DISPLAY "NO FUNCTION CARD ON MODEIN - ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE MC-FUNCTION TO WS-FUNCTION
           CLOSE MODE-FILE
           IF NOT WS-FUNC-OPEN AND NOT WS-FUNC-REOPEN
                   AND NOT WS-FUNC-ADVANCE THEN
               DISPLAY "BAD FUNCTION ON MODEIN CARD: " WS-FUNCTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-REPORT-FILE
           IF WS-BDRPT-STATUS NOT = "00" THEN
               DISPLAY "CONTROL-REPORT OPEN FAILED, STATUS="
                   WS-BDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FUNCTION TO BH-FUNCTION
           MOVE WS-BDATE-HEADER TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           OPEN I-O BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00" THEN
               DISPLAY "BUSDATE-FILE OPEN FAILED, STATUS="
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSDATE-FILE
               AT END
                   DISPLAY "BUSDATE-FILE EMPTY - SEED THE RECORD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF BD-BUS-DATE NOT NUMERIC THEN
               DISPLAY "BUSINESS DATE NOT NUMERIC - CORRECT AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BD-BUS-DATE TO WS-OLD-BUS-DATE
           MOVE BD-CHAIN-STATE TO WS-OLD-STATE
           MOVE BD-WEEKEND-SW TO WS-WEEKEND-SW

           PERFORM 130-LOAD-CALENDAR

           MOVE "BUSINESS DATE ON FILE:" TO BL-LABEL
           MOVE BD-BUS-DATE TO BL-DATE
           IF BD-CHAIN-OPEN THEN
               MOVE "CHAIN OPEN SINCE" TO BL-TEXT
               MOVE BD-OPEN-DATE TO BL-TEXT(18:8)
               MOVE BD-OPEN-TIME TO BL-TEXT(27:8)
           ELSE
               MOVE "READY - NOT YET RUN" TO BL-TEXT
           END-IF
           PERFORM 910-WRITE-DETAIL-LINE.

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

      *> The business date must itself be a processing day - a
      *> date seeded or hand-corrected onto a holiday would stamp a
      *> run the ledger never expects - and an open chain may only
      *> be opened again through the explicit REOPEN card.
       200-OPEN-CHAIN.
           MOVE BD-BUS-DATE TO WS-ROLL-DATE
           PERFORM 180-ROLL-TO-BUSINESS-DAY

           EVALUATE TRUE
               WHEN WS-ROLL-INT = 0
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "BUSINESS DATE IS NOT A CALENDAR DATE"
                       TO BV-TEXT
               WHEN WS-ROLL-DATE NOT = BD-BUS-DATE
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "BUSINESS DATE IS A NON-PROCESSING DAY"
                       TO BV-TEXT
               WHEN BD-CHAIN-OPEN AND WS-FUNC-OPEN
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "CHAIN ALREADY RUN FOR THIS BUSINESS DATE"
                       TO BV-TEXT
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                   MOVE 'O' TO BD-CHAIN-STATE
                   MOVE WS-CURRENT-TIMESTAMP(1:8) TO BD-OPEN-DATE
                   MOVE WS-CURRENT-TIMESTAMP(9:8) TO BD-OPEN-TIME
                   PERFORM 400-REWRITE-CONTROL
                   IF WS-OLD-STATE = 'O' THEN
                       MOVE "CHAIN REOPENED FOR RERUN OF BUSINESS DATE"
                           TO BV-TEXT
                   ELSE
                       MOVE "CHAIN OPENED FOR BUSINESS DATE"
                           TO BV-TEXT
                   END-IF
           END-EVALUATE.

       300-ADVANCE-DATE.
           IF NOT BD-CHAIN-OPEN THEN
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE "CHAIN NOT OPENED FOR THIS BUSINESS DATE"
                   TO BV-TEXT
           ELSE
               MOVE BD-BUS-DATE TO WS-ROLL-DATE-NUM
               COMPUTE WS-ROLL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE-NUM) + 1
               COMPUTE WS-ROLL-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-ROLL-INT)
               MOVE WS-ROLL-DATE-NUM TO WS-ROLL-DATE
               PERFORM 180-ROLL-TO-BUSINESS-DAY

               MOVE BD-BUS-DATE TO BD-PREV-BUS-DATE
               MOVE WS-ROLL-DATE TO BD-BUS-DATE
               MOVE 'A' TO BD-CHAIN-STATE
               PERFORM 400-REWRITE-CONTROL

               MOVE "NEW BUSINESS DATE:" TO BL-LABEL
               MOVE BD-BUS-DATE TO BL-DATE
               MOVE SPACES TO BL-TEXT
               PERFORM 910-WRITE-DETAIL-LINE
               MOVE "BUSINESS DATE ADVANCED" TO BV-TEXT
           END-IF.

       400-REWRITE-CONTROL.
           REWRITE BUSINESS-DATE-RECORD
           IF WS-BUSDATE-STATUS NOT = "00" THEN
               DISPLAY "BUSDATE-FILE REWRITE FAILED, STATUS="
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       900-WRITE-VERDICT.
           IF WS-REFUSED THEN
               DISPLAY "DIVBDATE - " WS-FUNCTION " REFUSED FOR "
                   WS-OLD-BUS-DATE " - " BV-TEXT
           END-IF
           MOVE WS-BDATE-VERDICT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD.

       910-WRITE-DETAIL-LINE.
           MOVE WS-BDATE-DETAIL TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD.
