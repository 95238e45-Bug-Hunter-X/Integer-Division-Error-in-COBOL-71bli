       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVPCLOS.

      *> Month-end period report and close. The CLOSIN card names
      *> the fiscal period (YYYYMM) and whether to close it ('C') or
      *> only print it ('R' - a trial run mid-month or a reprint).
      *> From the period accumulator (PERDREC) it prints:
      *>   by key  - runs, OK count and period total, and the
      *>             ZERO-DIV / SIZE-ERR / BAD-OP / other rejects;
      *>   by op   - OK count and total per operation slot
      *>             (DIVIDE/MULTIPLY/ADD/SUBTRACT/PERCENT);
      *>   reconcile - the period total against the sum of that
      *>             month's RH-CONTROL-TOTALs on PROD.DIV.RUNHIST
      *>             (a rerun's later record for the same date
      *>             replaces the earlier one, as DIVPTD does), and
      *>             the nights posted against the nights run.
      *> The period is closed (PCTLREC state CLOSED, with the totals
      *> it closed on) only when both agree exactly and the business
      *> date has moved past the period - closing a month that is
      *> still running would lock tonight's results out. After the
      *> close DIVPTD refuses any posting into the month.
      *> RC 8 = out of balance or close refused (nothing locked);
      *> RC 4 = period was already closed (report reprinted only);
      *> RC 0 = in balance, and closed if 'C' was asked for.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CARD-FILE ASSIGN TO CLOSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSIN-STATUS.

           SELECT PERIOD-FILE ASSIGN TO PERIOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ACCUM-KEY
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PERIOD-CTL-FILE ASSIGN TO PERIODCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIODCT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO CLOSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CARD-FILE
           RECORDING MODE IS F.
       01  CLOSE-CARD-RECORD.
           05  CC-PERIOD               PIC X(6).
           05  CC-PERIOD-NUM REDEFINES CC-PERIOD.
               10  CC-YEAR             PIC 9(4).
               10  CC-MONTH            PIC 9(2).
           05  CC-MODE                 PIC X.
               88  CC-CLOSE            VALUE 'C'.
               88  CC-REPORT-ONLY      VALUE 'R'.
           05  FILLER                  PIC X(73).

       FD  PERIOD-FILE.
       COPY PERDREC.

       FD  PERIOD-CTL-FILE.
       COPY PCTLREC.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       COPY RUNHREC.

       FD  CLOSE-REPORT-FILE
           RECORDING MODE IS F.
       01  CLOSE-REPORT-RECORD         PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-CLOSIN-STATUS            PIC XX VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC XX VALUE SPACES.
       01  WS-PERIODCT-STATUS          PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       01  WS-CLOSRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-PERIOD-EOF-SW            PIC X VALUE 'N'.
           88  WS-PERIOD-EOF           VALUE 'Y'.
       01  WS-HIST-EOF-SW              PIC X VALUE 'N'.
           88  WS-HIST-EOF             VALUE 'Y'.
       01  WS-BALANCE-SW               PIC X VALUE 'N'.
           88  WS-IN-BALANCE           VALUE 'Y'.
       01  WS-ALREADY-CLOSED-SW        PIC X VALUE 'N'.
           88  WS-ALREADY-CLOSED       VALUE 'Y'.
       01  WS-CLOSE-REFUSED-SW         PIC X VALUE 'N'.
           88  WS-CLOSE-REFUSED        VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-CLOSE-RESULT             PIC X(50) VALUE SPACES.

       01  WS-OP-SUB                   PIC 9 VALUE 1.
       01  WS-OP-LABEL-LIST            PIC X(40) VALUE
           "DIVIDE  MULTIPLYADD     SUBTRACTPERCENT ".
       01  FILLER REDEFINES WS-OP-LABEL-LIST.
           05  WS-OP-LABEL             OCCURS 5 TIMES PIC X(8).

       01  WS-PERIOD-OP-STATS.
           05  WS-PERIOD-OP-STAT OCCURS 5 TIMES.
               10  WS-OP-OK-COUNT      PIC 9(7).
               10  WS-OP-TOTAL         PIC S9(11)V9(2).

       01  WS-PERIOD-TOTALS.
           05  WS-KEY-COUNT            PIC 9(7) VALUE 0.
           05  WS-RUN-COUNT            PIC 9(7) VALUE 0.
           05  WS-OK-COUNT             PIC 9(7) VALUE 0.
           05  WS-ZERO-DIV-COUNT       PIC 9(7) VALUE 0.
           05  WS-SIZE-ERR-COUNT       PIC 9(7) VALUE 0.
           05  WS-BAD-OP-COUNT         PIC 9(7) VALUE 0.
           05  WS-OTHER-REJ-COUNT      PIC 9(7) VALUE 0.
           05  WS-PERIOD-TOTAL         PIC S9(11)V9(2) VALUE 0.

      *> RUNHIST nights in the period, the latest record per run
      *> date counting (RUNHIST is appended in run order, so a
      *> same-date rerun follows the run it replaces).
       01  WS-HIST-TOTALS.
           05  WS-HIST-NIGHTS          PIC 9(3) VALUE 0.
           05  WS-HIST-TOTAL           PIC S9(11)V9(2) VALUE 0.
           05  WS-LAST-HIST-DATE       PIC X(8) VALUE SPACES.
           05  WS-LAST-HIST-TOTAL      PIC S9(9)V9(2) VALUE 0.
           05  WS-HIST-OUT-OF-BAL      PIC 9(3) VALUE 0.
           05  WS-LAST-HIST-FLAG       PIC X VALUE SPACE.
       01  WS-TOTAL-DIFF               PIC S9(11)V9(2) VALUE 0.

       01  WS-CLOSE-HEADER.
           05  FILLER                  PIC X(36)
               VALUE "DIVPCLOS - MONTH-END PERIOD REPORT".
           05  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           05  CH-PERIOD               PIC X(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CH-STATE                PIC X(6).
           05  FILLER                  PIC X(11) VALUE " BUS DATE: ".
           05  CH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-KEY-COL-HEADER.
           05  FILLER                  PIC X(11) VALUE "KEY".
           05  FILLER                  PIC X(5)  VALUE "RUNS".
           05  FILLER                  PIC X(6)  VALUE "OK".
           05  FILLER                  PIC X(16) VALUE "PERIOD TOTAL".
           05  FILLER                  PIC X(9)  VALUE "ZERO-DIV".
           05  FILLER                  PIC X(9)  VALUE "SIZE-ERR".
           05  FILLER                  PIC X(8)  VALUE "BAD-OP".
           05  FILLER                  PIC X(16) VALUE "OTHER".

       01  WS-KEY-LINE.
           05  KL-KEY                  PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  KL-RUNS                 PIC ZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  KL-OK                   PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  KL-TOTAL                PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  KL-ZERO-DIV             PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  KL-SIZE-ERR             PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  KL-BAD-OP               PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  KL-OTHER                PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-KEY-TOTAL-LINE.
           05  FILLER                  PIC X(6)  VALUE "KEYS: ".
           05  KT-KEYS                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE " RUNS: ".
           05  KT-RUNS                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(5)  VALUE " OK: ".
           05  KT-OK                   PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE " REJECTS: ".
           05  KT-ZERO-DIV             PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE "/".
           05  KT-SIZE-ERR             PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE "/".
           05  KT-BAD-OP               PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE "/".
           05  KT-OTHER                PIC ZZZZZZ9.

       01  WS-OP-HEADER.
           05  FILLER                  PIC X(40)
               VALUE "BY OPERATION      OK COUNT  PERIOD TOTAL".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-OP-LINE.
           05  OL-LABEL                PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  OL-OK-COUNT             PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  OL-TOTAL                PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-RECON-LINE1.
           05  FILLER                  PIC X(14) VALUE "PERIOD TOTAL: ".
           05  RL-PERIOD-TOTAL         PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(16)
               VALUE "  RUNHIST TOTAL:".
           05  RL-HIST-TOTAL           PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(7)  VALUE " DIFF: ".
           05  RL-DIFF                 PIC ZZZZZZZZ9.99-.

       01  WS-RECON-LINE2.
           05  FILLER                  PIC X(15)
               VALUE "NIGHTS POSTED: ".
           05  RL-NIGHTS-POSTED        PIC ZZ9.
           05  FILLER                  PIC X(15) VALUE "  NIGHTS RUN: ".
           05  RL-HIST-NIGHTS          PIC ZZ9.
           05  FILLER                  PIC X(19)
               VALUE "  OUT-OF-BAL RUNS: ".
           05  RL-HIST-OUT-OF-BAL      PIC ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RL-BALANCE-STATUS       PIC X(19).

       01  WS-CLOSE-LINE.
           05  FILLER                  PIC X(7)  VALUE "CLOSE: ".
           05  CL-RESULT               PIC X(50).
           05  FILLER                  PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-REPORT-BY-KEY
           PERFORM 400-REPORT-BY-OP
           PERFORM 500-SUM-RUN-HISTORY
           PERFORM 600-RECONCILE
           PERFORM 700-CLOSE-PERIOD

           CLOSE PERIOD-FILE
           CLOSE PERIOD-CTL-FILE
           CLOSE CLOSE-REPORT-FILE

           DISPLAY "DIVPCLOS - PERIOD " CC-PERIOD ": " WS-CLOSE-RESULT
           EVALUATE TRUE
               WHEN NOT WS-IN-BALANCE OR WS-CLOSE-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ALREADY-CLOSED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       100-INITIALIZE.
           PERFORM 120-READ-BUSINESS-DATE

           OPEN INPUT CLOSE-CARD-FILE
           IF WS-CLOSIN-STATUS NOT = "00" THEN
               DISPLAY "CLOSE-CARD OPEN FAILED, STATUS="
                   WS-CLOSIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CLOSE-CARD-FILE
               AT END
                   DISPLAY "CLOSE-CARD EMPTY - NO PERIOD GIVEN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CLOSE-CARD-FILE
           IF CC-PERIOD NOT NUMERIC
                   OR CC-MONTH < 1 OR CC-MONTH > 12
                   OR NOT (CC-CLOSE OR CC-REPORT-ONLY) THEN
               DISPLAY "CLOSE-CARD NEEDS PERIOD YYYYMM AND MODE C/R"
                   " - CORRECT AND RESUBMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00" THEN
               DISPLAY "PERIOD-FILE OPEN FAILED, STATUS="
                   WS-PERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PERIOD-CTL-FILE
           IF WS-PERIODCT-STATUS NOT = "00" THEN
               DISPLAY "PERIOD-CTL OPEN FAILED, STATUS="
                   WS-PERIODCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CC-PERIOD TO PC-PERIOD
           READ PERIOD-CTL-FILE
               INVALID KEY
                   DISPLAY "NOTHING POSTED FOR PERIOD " CC-PERIOD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PC-CLOSED THEN
               MOVE 'Y' TO WS-ALREADY-CLOSED-SW
           END-IF

           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-CLOSRPT-STATUS NOT = "00" THEN
               DISPLAY "CLOSE-REPORT OPEN FAILED, STATUS="
                   WS-CLOSRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-PERIOD-OP-STATS
           MOVE CC-PERIOD TO CH-PERIOD
           IF PC-CLOSED THEN
               MOVE "CLOSED" TO CH-STATE
           ELSE
               MOVE "OPEN" TO CH-STATE
           END-IF
           MOVE WS-RUN-DATE TO CH-RUN-DATE
           MOVE WS-CLOSE-HEADER TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

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

       200-REPORT-BY-KEY.
           MOVE WS-KEY-COL-HEADER TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE CC-PERIOD TO PA-PERIOD
           MOVE LOW-VALUES TO PA-RSLT-KEY
           START PERIOD-FILE KEY IS NOT LESS THAN PA-ACCUM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PERIOD-EOF-SW
           END-START
           PERFORM 210-READ-ONE-KEY UNTIL WS-PERIOD-EOF

           MOVE WS-KEY-COUNT TO KT-KEYS
           MOVE WS-RUN-COUNT TO KT-RUNS
           MOVE WS-OK-COUNT TO KT-OK
           MOVE WS-ZERO-DIV-COUNT TO KT-ZERO-DIV
           MOVE WS-SIZE-ERR-COUNT TO KT-SIZE-ERR
           MOVE WS-BAD-OP-COUNT TO KT-BAD-OP
           MOVE WS-OTHER-REJ-COUNT TO KT-OTHER
           MOVE WS-KEY-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

       210-READ-ONE-KEY.
           READ PERIOD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PERIOD-EOF-SW
               NOT AT END
                   IF PA-PERIOD NOT = CC-PERIOD THEN
                       MOVE 'Y' TO WS-PERIOD-EOF-SW
                   ELSE
                       PERFORM 300-REPORT-ONE-KEY
                   END-IF
           END-READ.

       300-REPORT-ONE-KEY.
           ADD 1 TO WS-KEY-COUNT
           ADD PA-RUN-COUNT TO WS-RUN-COUNT
           ADD PA-OK-COUNT TO WS-OK-COUNT
           ADD PA-PERIOD-TOTAL TO WS-PERIOD-TOTAL
           ADD PA-ZERO-DIV-COUNT TO WS-ZERO-DIV-COUNT
           ADD PA-SIZE-ERR-COUNT TO WS-SIZE-ERR-COUNT
           ADD PA-BAD-OP-COUNT TO WS-BAD-OP-COUNT
           ADD PA-OTHER-REJ-COUNT TO WS-OTHER-REJ-COUNT
           PERFORM 310-ADD-OP-SLOT
               VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 5

           MOVE PA-RSLT-KEY TO KL-KEY
           MOVE PA-RUN-COUNT TO KL-RUNS
           MOVE PA-OK-COUNT TO KL-OK
           MOVE PA-PERIOD-TOTAL TO KL-TOTAL
           MOVE PA-ZERO-DIV-COUNT TO KL-ZERO-DIV
           MOVE PA-SIZE-ERR-COUNT TO KL-SIZE-ERR
           MOVE PA-BAD-OP-COUNT TO KL-BAD-OP
           MOVE PA-OTHER-REJ-COUNT TO KL-OTHER
           MOVE WS-KEY-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

       310-ADD-OP-SLOT.
           ADD PA-OP-OK-COUNT(WS-OP-SUB) TO WS-OP-OK-COUNT(WS-OP-SUB)
           ADD PA-OP-TOTAL(WS-OP-SUB) TO WS-OP-TOTAL(WS-OP-SUB).

       400-REPORT-BY-OP.
           MOVE WS-OP-HEADER TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           PERFORM 410-WRITE-OP-LINE
               VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 5.

       410-WRITE-OP-LINE.
           MOVE WS-OP-LABEL(WS-OP-SUB) TO OL-LABEL
           MOVE WS-OP-OK-COUNT(WS-OP-SUB) TO OL-OK-COUNT
           MOVE WS-OP-TOTAL(WS-OP-SUB) TO OL-TOTAL
           MOVE WS-OP-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

       500-SUM-RUN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00" THEN
               DISPLAY "HISTORY-FILE OPEN FAILED, STATUS="
                   WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 510-READ-ONE-RUN UNTIL WS-HIST-EOF
           CLOSE HISTORY-FILE.

       510-READ-ONE-RUN.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
               NOT AT END
                   IF RH-RUN-DATE(1:6) = CC-PERIOD THEN
                       PERFORM 520-ADD-RUN
                   END-IF
           END-READ.

       520-ADD-RUN.
           IF RH-RUN-DATE = WS-LAST-HIST-DATE THEN
               SUBTRACT WS-LAST-HIST-TOTAL FROM WS-HIST-TOTAL
               IF WS-LAST-HIST-FLAG NOT = 'Y' THEN
                   SUBTRACT 1 FROM WS-HIST-OUT-OF-BAL
               END-IF
           ELSE
               ADD 1 TO WS-HIST-NIGHTS
           END-IF
           ADD RH-CONTROL-TOTAL TO WS-HIST-TOTAL
           IF RH-BALANCE-FLAG NOT = 'Y' THEN
               ADD 1 TO WS-HIST-OUT-OF-BAL
           END-IF
           MOVE RH-RUN-DATE TO WS-LAST-HIST-DATE
           MOVE RH-CONTROL-TOTAL TO WS-LAST-HIST-TOTAL
           MOVE RH-BALANCE-FLAG TO WS-LAST-HIST-FLAG.

       600-RECONCILE.
           COMPUTE WS-TOTAL-DIFF = WS-PERIOD-TOTAL - WS-HIST-TOTAL
           IF WS-TOTAL-DIFF = 0
                   AND PC-NIGHTS-POSTED = WS-HIST-NIGHTS THEN
               MOVE 'Y' TO WS-BALANCE-SW
               MOVE "IN BALANCE" TO RL-BALANCE-STATUS
           ELSE
               MOVE 'N' TO WS-BALANCE-SW
               MOVE "OUT OF BALANCE" TO RL-BALANCE-STATUS
           END-IF
           MOVE WS-PERIOD-TOTAL TO RL-PERIOD-TOTAL
           MOVE WS-HIST-TOTAL TO RL-HIST-TOTAL
           MOVE WS-TOTAL-DIFF TO RL-DIFF
           MOVE WS-RECON-LINE1 TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE PC-NIGHTS-POSTED TO RL-NIGHTS-POSTED
           MOVE WS-HIST-NIGHTS TO RL-HIST-NIGHTS
           MOVE WS-HIST-OUT-OF-BAL TO RL-HIST-OUT-OF-BAL
           MOVE WS-RECON-LINE2 TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

       700-CLOSE-PERIOD.
           EVALUATE TRUE
               WHEN WS-ALREADY-CLOSED
                   STRING "ALREADY CLOSED ON " PC-CLOSED-DATE
                       " - REPORT ONLY" DELIMITED BY SIZE
                       INTO WS-CLOSE-RESULT
               WHEN CC-REPORT-ONLY
                   MOVE "REPORT ONLY - PERIOD LEFT OPEN"
                       TO WS-CLOSE-RESULT
               WHEN NOT WS-IN-BALANCE
                   MOVE "NOT CLOSED - PERIOD OUT OF BALANCE"
                       TO WS-CLOSE-RESULT
               WHEN WS-RUN-DATE(1:6) NOT > CC-PERIOD
                   MOVE 'Y' TO WS-CLOSE-REFUSED-SW
                   MOVE "NOT CLOSED - BUSINESS DATE STILL IN PERIOD"
                       TO WS-CLOSE-RESULT
               WHEN OTHER
                   PERFORM 750-LOCK-PERIOD
           END-EVALUATE
           MOVE WS-CLOSE-RESULT TO CL-RESULT
           MOVE WS-CLOSE-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

       750-LOCK-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 'C' TO PC-STATE
           MOVE WS-RUN-DATE TO PC-CLOSED-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO PC-CLOSED-TIME
           MOVE WS-PERIOD-TOTAL TO PC-CLOSE-PERIOD-TOTAL
           MOVE WS-HIST-TOTAL TO PC-CLOSE-RUNHIST-TOTAL
           REWRITE PERIOD-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "PERIOD-CTL REWRITE FAILED PERIOD="
                       PC-PERIOD " STATUS=" WS-PERIODCT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           MOVE "PERIOD CLOSED - NO FURTHER POSTINGS ACCEPTED"
               TO WS-CLOSE-RESULT.
