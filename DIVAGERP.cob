      *> Records whose run date cannot be read are counted and
      *> listed with the oldest (they cannot prove they are young),
      *> matching DIVTREND's keep-the-unreadable-date stance.
      *> Ages run off the shared business date, not the clock, and
      *> the escalation day is the first business day on or after
      *> original date plus cutoff - an item does not page anyone
      *> because its deadline fell on a weekend or a holiday on the
      *> PROD.DIV.HOLIDAY calendar.
      *> Each aged item is shown with the clerk who holds it on the
      *> exception worklist (WLSTREC, claimed on the DIVW
      *> transaction and rebuilt by DIVWLBLD just ahead of this
      *> step): the oldest list carries the holder, and every item
      *> over the cutoff is listed with its holder and claim date,
      *> so the page goes to the supervisor with the name of who
      *> is already chasing each item - or UNCLAIMED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGERPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO WORKLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WORKLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-FILE
           RECORDING MODE IS F.
       01  AGE-REPORT-RECORD           PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       COPY HOLIREC.

       FD  WORKLIST-FILE.
       COPY WLSTREC.

       WORKING-STORAGE SECTION.
       01  WS-CARRY-STATUS             PIC XX VALUE SPACES.
       01  WS-AGEIN-STATUS             PIC XX VALUE SPACES.
       01  WS-AGERPT-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLIDAY-STATUS           PIC XX VALUE SPACES.
       01  WS-WORKLIST-STATUS          PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       COPY CALWORK.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-TODAY-INT                PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-AGE-DAYS                 PIC S9(5) VALUE 0.

      *> Bucket 1 = 1-3 days, 2 = 4-7, 3 = 8 or more. Reason slots
      *> follow the EX-REASON values DIVBATCH writes: ZERO-DIV,
      *> SIZE-ERR, BAD-OP, with slot 4 catching anything else
      *> (SRC-ERR and any unexpected reason) so it is still
      *> counted, not lost.
       01  WS-AGE-TABLE.
           05  WS-AGE-BUCKET OCCURS 3 TIMES.
               10  WS-AGE-CELL OCCURS 4 TIMES PIC 9(7).
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-BAD-DATE-COUNT       PIC 9(7) VALUE 0.
           05  WS-OVER-CUTOFF-COUNT    PIC 9(7) VALUE 0.
           05  WS-OVER-CLAIMED-COUNT   PIC 9(7) VALUE 0.
           05  WS-OVER-UNCLAIMED-COUNT PIC 9(7) VALUE 0.

      *> Holder of the item being aged, off the worklist entry for
      *> its key; an entry the rebuild has not made is shown as
      *> not on the worklist rather than as unclaimed.
       01  WS-HOLDER                   PIC X(9) VALUE SPACES.
       01  WS-HOLDER-DATE              PIC X(8) VALUE SPACES.

      *> Every item over the cutoff, in carry (key) order, for the
      *> holder listing; past the table size they are still
      *> counted above and the overflow is reported.
       01  WS-OVER-AREA.
           05  WS-OVER-COUNT           PIC 9(3) VALUE 0.
           05  WS-OVER-MAX             PIC 9(3) VALUE 200.
           05  WS-OVER-ENTRY OCCURS 200 TIMES.
               10  WS-OVER-KEY         PIC X(10).
               10  WS-OVER-REASON      PIC X(9).
               10  WS-OVER-RUN-DATE    PIC X(8).
               10  WS-OVER-AGE         PIC S9(5).
               10  WS-OVER-HOLDER      PIC X(9).
               10  WS-OVER-CLAIM-DATE  PIC X(8).
       01  WS-OVER-SUB                 PIC 9(3) VALUE 0.
       01  WS-OVER-UNLISTED            PIC 9(7) VALUE 0.

      *> Oldest-keys list, held in age order (oldest first) by a
      *> simple insertion as each record arrives; unreadable-date
           05  WS-OLDEST-ENTRY OCCURS 10 TIMES.
               10  WS-OLD-AGE          PIC S9(5).
               10  WS-OLD-RECORD       PIC X(51).
               10  WS-OLD-HOLDER       PIC X(9).
       01  WS-OLDEST-SUB               PIC 9(2) VALUE 0.
       01  WS-INSERT-SUB               PIC 9(2) VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(2) VALUE 0.
           05  OD-NUMBER               PIC ZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  OD-NUMBER2              PIC ZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  OD-HOLDER               PIC X(9).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-OVER-TITLE.
           05  FILLER                  PIC X(40)
               VALUE "OVER CUTOFF - KEY, AGE AND HOLDER".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-OVER-DETAIL.
           05  OV-KEY                  PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  OV-REASON               PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  OV-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  OV-AGE                  PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  OV-HOLDER               PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  OV-SINCE                PIC X(6).
           05  OV-CLAIM-DATE           PIC X(8).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-OVER-OVERFLOW-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  OO-UNLISTED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(40)
               VALUE " MORE OVER CUTOFF NOT LISTED".
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-AGE-TRAILER.
           05  FILLER                  PIC X(13) VALUE "OUTSTANDING:".
           05  AT-BAD-DATES            PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-AGE-TRAILER2.
           05  FILLER                  PIC X(22)
               VALUE "OVER CUTOFF CLAIMED:".
           05  AT-OVER-CLAIMED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "UNCLAIMED:".
           05  AT-OVER-UNCLAIMED       PIC ZZZZZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-AGE-VERDICT-LINE.
           05  AV-TEXT                 PIC X(80).

           PERFORM 900-WRITE-REPORT

           CLOSE CARRY-FILE
           CLOSE WORKLIST-FILE
           CLOSE AGE-REPORT-FILE

           IF WS-OVER-CUTOFF-COUNT > 0 THEN
               STOP RUN
           END-IF

           OPEN INPUT WORKLIST-FILE
           IF WS-WORKLIST-STATUS NOT = "00" THEN
               DISPLAY "WORKLIST-FILE OPEN FAILED, STATUS="
                   WS-WORKLIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGE-REPORT-FILE
           IF WS-AGERPT-STATUS NOT = "00" THEN
               DISPLAY "AGE-REPORT OPEN FAILED, STATUS="

           MOVE ZEROS TO WS-AGE-TABLE

           PERFORM 120-READ-BUSINESS-DATE
           PERFORM 130-LOAD-CALENDAR

           MOVE WS-RUN-DATE TO AH-RUN-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-DATE)).

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

       200-AGE-EXCEPTION.
           ADD 1 TO WS-READ-COUNT
           PERFORM 250-SET-AGE
           PERFORM 270-FIND-HOLDER

           IF WS-BAD-DATE THEN
               ADD 1 TO WS-BAD-DATE-COUNT
           END-EVALUATE
           ADD 1 TO WS-AGE-CELL(WS-BUCKET-IX, WS-REASON-IX)

           IF NOT WS-BAD-DATE THEN
               PERFORM 260-SET-ESCALATION-DAY
               IF WS-TODAY-INT > WS-ROLL-INT THEN
                   ADD 1 TO WS-OVER-CUTOFF-COUNT
                   PERFORM 280-KEEP-OVER-CUTOFF
               END-IF
           END-IF

           PERFORM 300-RANK-OLDEST.
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           END-IF.

      *> Escalation falls due on original date plus cutoff days,
      *> carried forward to the next business day when that lands
      *> on a closed day; WS-ROLL-INT holds the due day on exit.
       260-SET-ESCALATION-DAY.
           COMPUTE WS-ROLL-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               + WS-CUTOFF-DAYS
           COMPUTE WS-ROLL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-ROLL-INT)
           MOVE WS-ROLL-DATE-NUM TO WS-ROLL-DATE
           PERFORM 180-ROLL-TO-BUSINESS-DAY.

       270-FIND-HOLDER.
           MOVE SPACES TO WS-HOLDER-DATE
           MOVE EX-KEY TO WL-KEY
           READ WORKLIST-FILE
               INVALID KEY
                   MOVE "NOT ON WL" TO WS-HOLDER
               NOT INVALID KEY
                   IF WL-UNCLAIMED THEN
                       MOVE "UNCLAIMED" TO WS-HOLDER
                   ELSE
                       MOVE WL-CLAIM-USERID TO WS-HOLDER
                       MOVE WL-CLAIM-DATE TO WS-HOLDER-DATE
                   END-IF
           END-READ.

       280-KEEP-OVER-CUTOFF.
           IF WS-HOLDER-DATE NOT = SPACES THEN
               ADD 1 TO WS-OVER-CLAIMED-COUNT
           END-IF
           IF WS-OVER-COUNT < WS-OVER-MAX THEN
               ADD 1 TO WS-OVER-COUNT
               MOVE EX-KEY TO WS-OVER-KEY(WS-OVER-COUNT)
               MOVE EX-REASON TO WS-OVER-REASON(WS-OVER-COUNT)
               MOVE EX-RUN-DATE TO WS-OVER-RUN-DATE(WS-OVER-COUNT)
               MOVE WS-AGE-DAYS TO WS-OVER-AGE(WS-OVER-COUNT)
               MOVE WS-HOLDER TO WS-OVER-HOLDER(WS-OVER-COUNT)
               MOVE WS-HOLDER-DATE
                   TO WS-OVER-CLAIM-DATE(WS-OVER-COUNT)
           ELSE
               ADD 1 TO WS-OVER-UNLISTED
           END-IF.

      *> Keep the list in age order, oldest first: find the first
      *> slot this record outranks, shift the rest down one, and
      *> drop whatever falls off the end.
               MOVE WS-INSERT-AGE TO WS-OLD-AGE(WS-INSERT-SUB)
               MOVE EXCEPTION-RECORD
                   TO WS-OLD-RECORD(WS-INSERT-SUB)
               MOVE WS-HOLDER TO WS-OLD-HOLDER(WS-INSERT-SUB)
           END-IF.

       320-FIND-SLOT.
           MOVE WS-OLD-AGE(WS-SHIFT-SUB - 1)
               TO WS-OLD-AGE(WS-SHIFT-SUB)
           MOVE WS-OLD-RECORD(WS-SHIFT-SUB - 1)
               TO WS-OLD-RECORD(WS-SHIFT-SUB)
           MOVE WS-OLD-HOLDER(WS-SHIFT-SUB - 1)
               TO WS-OLD-HOLDER(WS-SHIFT-SUB).

       900-WRITE-REPORT.
           MOVE WS-AGE-HEADER TO AGE-REPORT-RECORD
               VARYING WS-OLDEST-SUB FROM 1 BY 1
               UNTIL WS-OLDEST-SUB > WS-OLDEST-COUNT

           MOVE WS-OVER-TITLE TO AGE-REPORT-RECORD
           WRITE AGE-REPORT-RECORD
           PERFORM 940-WRITE-OVER-DETAIL
               VARYING WS-OVER-SUB FROM 1 BY 1
               UNTIL WS-OVER-SUB > WS-OVER-COUNT
           IF WS-OVER-UNLISTED > 0 THEN
               MOVE WS-OVER-UNLISTED TO OO-UNLISTED
               MOVE WS-OVER-OVERFLOW-LINE TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
           END-IF

           MOVE WS-READ-COUNT TO AT-READ-COUNT
           MOVE WS-OVER-CUTOFF-COUNT TO AT-OVER-CUTOFF
           MOVE WS-BAD-DATE-COUNT TO AT-BAD-DATES
           MOVE WS-AGE-TRAILER TO AGE-REPORT-RECORD
           WRITE AGE-REPORT-RECORD

           MOVE WS-OVER-CLAIMED-COUNT TO AT-OVER-CLAIMED
           COMPUTE WS-OVER-UNCLAIMED-COUNT =
               WS-OVER-CUTOFF-COUNT - WS-OVER-CLAIMED-COUNT
           MOVE WS-OVER-UNCLAIMED-COUNT TO AT-OVER-UNCLAIMED
           MOVE WS-AGE-TRAILER2 TO AGE-REPORT-RECORD
           WRITE AGE-REPORT-RECORD

           MOVE SPACES TO WS-AGE-VERDICT-LINE
           IF WS-OVER-CUTOFF-COUNT > 0 THEN
               MOVE "ESCALATION - EXCEPTIONS OLDER THAN CUTOFF"
           END-IF
           MOVE XO-NUMBER TO OD-NUMBER
           MOVE XO-NUMBER2 TO OD-NUMBER2
           MOVE WS-OLD-HOLDER(WS-OLDEST-SUB) TO OD-HOLDER
           MOVE WS-OLDEST-DETAIL TO AGE-REPORT-RECORD
           WRITE AGE-REPORT-RECORD.

       940-WRITE-OVER-DETAIL.
           MOVE SPACES TO WS-OVER-DETAIL
           MOVE WS-OVER-KEY(WS-OVER-SUB) TO OV-KEY
           MOVE WS-OVER-REASON(WS-OVER-SUB) TO OV-REASON
           MOVE WS-OVER-RUN-DATE(WS-OVER-SUB) TO OV-RUN-DATE
           MOVE WS-OVER-AGE(WS-OVER-SUB) TO OV-AGE
           MOVE WS-OVER-HOLDER(WS-OVER-SUB) TO OV-HOLDER
           IF WS-OVER-CLAIM-DATE(WS-OVER-SUB) NOT = SPACES THEN
               MOVE "SINCE " TO OV-SINCE
               MOVE WS-OVER-CLAIM-DATE(WS-OVER-SUB) TO OV-CLAIM-DATE
           END-IF
           MOVE WS-OVER-DETAIL TO AGE-REPORT-RECORD
           WRITE AGE-REPORT-RECORD.
