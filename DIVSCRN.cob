       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVSCRN.

      *> GL outlier screen - first step of GLIFJOB, ahead of the
      *> interface extract. Reads the night's merged result
      *> generation (the same PROD.DIV.RSLT file DIVLOAD loaded,
      *> in key order) against the results history
      *> (PROD.DIV.RSLT.HIST, key then run date, oldest first) and
      *> builds each key's baseline from its prior OK runs: how
      *> many, their average, lowest and highest. History entries
      *> on or after the result's own run date are not part of the
      *> baseline, so the screen reads the same whether HISTJOB has
      *> already folded tonight's run in or not.
      *> Thresholds come from the SCRNIN cards, one per key range
      *> (first card whose range holds the key wins): the fewest
      *> prior runs a baseline needs before the key is screened, a
      *> deviation from the average as a percentage of it, and a
      *> margin widening the historical low-high range. An OK result
      *> is an outlier when it is both outside the widened range and
      *> further from the average than the percentage allows.
      *> Every outlier is written to the GL suspense file
      *> (SUSPREC) as HELD - DIVGLIF leaves it out of the GL file
      *> and shows it on the trailer as suspended - and listed on
      *> the screening report with its baseline. On a rerun of the
      *> night the suspense file is brought into line with the
      *> generation in hand, so what DIVGLIF leaves out or releases
      *> is always this generation's result: an outlier already on
      *> file with the same result is left as it stands, decision
      *> included; one whose result has changed is refreshed and
      *> HELD again for a fresh decision (CHANGED); and an item for
      *> a result no longer held - within its baseline now, or not
      *> screened at all - is deleted (CLEARED). Items already SENT
      *> are never touched. The report ends with every item still
      *> held from an earlier night and every release still waiting
      *> for a GL file. Only OK results are screened; the rest never
      *> reach the GL file anyway.
      *> RC 4 when anything was held or changed tonight, so ops know
      *> the DIVH queue has work in it; the interface step runs on
      *> RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-IN-FILE ASSIGN TO RSLTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLTIN-STATUS.

           SELECT HISTORY-IN-FILE ASSIGN TO HISTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.

           SELECT SCREEN-CARD-FILE ASSIGN TO SCRNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRNIN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO IFSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT SCREEN-REPORT-FILE ASSIGN TO SCRNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRNRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-IN-FILE
           RECORDING MODE IS F.
       COPY RSLTREC REPLACING RESULT-RECORD BY RESULT-IN-RECORD
                              LEADING ==RM-== BY ==RI-==.

       FD  HISTORY-IN-FILE
           RECORDING MODE IS F.
       COPY RSLTREC REPLACING RESULT-RECORD BY HIST-IN-RECORD
                              LEADING ==RM-== BY ==HX-==.

      *> One card per key range: cols 1-10 low key, 11-20 high key,
      *> 21-23 fewest prior OK runs to screen on, 24-27 deviation
      *> from the average in percent (one assumed decimal - 0500
      *> is 50.0%), 28-34 margin on the low-high range (5 integer
      *> digits and two assumed decimals - 0001000 is 10.00).
       FD  SCREEN-CARD-FILE
           RECORDING MODE IS F.
       01  SCREEN-CARD.
           05  SC-LOW-KEY              PIC X(10).
           05  SC-HIGH-KEY             PIC X(10).
           05  SC-MIN-RUNS             PIC 9(3).
           05  SC-DEVIATION-PCT        PIC 9(3)V9.
           05  SC-RANGE-MARGIN         PIC 9(5)V9(2).
           05  FILLER                  PIC X(46).

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  SCREEN-REPORT-FILE
           RECORDING MODE IS F.
       01  SCREEN-REPORT-RECORD        PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-RSLTIN-STATUS            PIC XX VALUE SPACES.
       01  WS-HISTIN-STATUS            PIC XX VALUE SPACES.
       01  WS-SCRNIN-STATUS            PIC XX VALUE SPACES.
       01  WS-SUSP-STATUS              PIC XX VALUE SPACES.
       01  WS-SCRNRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RSLT-EOF-SW              PIC X VALUE 'N'.
           88  WS-RSLT-EOF             VALUE 'Y'.
       01  WS-HIST-EOF-SW              PIC X VALUE 'N'.
           88  WS-HIST-EOF             VALUE 'Y'.
       01  WS-CARD-EOF-SW              PIC X VALUE 'N'.
           88  WS-CARD-EOF             VALUE 'Y'.
       01  WS-SUSP-EOF-SW              PIC X VALUE 'N'.
           88  WS-SUSP-EOF             VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(8).

      *> Screening bands off the SCRNIN cards, in card order.
       01  WS-BAND-MAX                 PIC 9(3) VALUE 20.
       01  WS-BAND-TABLE.
           05  WS-BAND-COUNT           PIC 9(3) VALUE 0.
           05  WS-BAND-ENTRY OCCURS 20 TIMES.
               10  WS-BAND-LOW-KEY     PIC X(10).
               10  WS-BAND-HIGH-KEY    PIC X(10).
               10  WS-BAND-MIN-RUNS    PIC 9(3).
               10  WS-BAND-DEV-PCT     PIC 9(3)V9.
               10  WS-BAND-MARGIN      PIC 9(5)V9(2).
       01  WS-BAND-SUB                 PIC 9(3) VALUE 0.
       01  WS-BAND-FOUND-IX            PIC 9(3) VALUE 0.

      *> Baseline for the key in hand, off its prior OK runs.
       01  WS-BASELINE.
           05  WS-BASE-RUNS            PIC 9(3) VALUE 0.
           05  WS-BASE-SUM             PIC S9(9)V9(2) VALUE 0.
           05  WS-BASE-AVERAGE         PIC S9(5)V9(2) VALUE 0.
           05  WS-BASE-LOW             PIC S9(5)V9(2) VALUE 0.
           05  WS-BASE-HIGH            PIC S9(5)V9(2) VALUE 0.
       01  WS-RANGE-LOW                PIC S9(6)V9(2) VALUE 0.
       01  WS-RANGE-HIGH               PIC S9(6)V9(2) VALUE 0.
       01  WS-DEVIATION                PIC S9(6)V9(2) VALUE 0.
       01  WS-DEVIATION-ABS            PIC 9(6)V9(2) VALUE 0.
       01  WS-AVERAGE-ABS              PIC 9(5)V9(2) VALUE 0.
       01  WS-ALLOWED-DEVIATION        PIC 9(7)V9(4) VALUE 0.
       01  WS-OUTLIER-SW               PIC X VALUE 'N'.
           88  WS-OUTLIER              VALUE 'Y'.

       01  WS-SCREEN-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-NOT-OK-COUNT         PIC 9(7) VALUE 0.
           05  WS-NO-BAND-COUNT        PIC 9(7) VALUE 0.
           05  WS-SHORT-BASE-COUNT     PIC 9(7) VALUE 0.
           05  WS-SCREENED-COUNT       PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(7) VALUE 0.
           05  WS-ON-FILE-COUNT        PIC 9(7) VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(7) VALUE 0.
           05  WS-CLEARED-COUNT        PIC 9(7) VALUE 0.
           05  WS-OLDER-HELD-COUNT     PIC 9(7) VALUE 0.
           05  WS-AWAIT-GL-COUNT       PIC 9(7) VALUE 0.
       01  WS-HELD-TOTAL               PIC S9(9)V9(2) VALUE 0.
       01  WS-OLDER-HELD-TOTAL         PIC S9(9)V9(2) VALUE 0.

       01  WS-SCREEN-HEADER.
           05  FILLER                  PIC X(34)
               VALUE "DIVSCRN - GL OUTLIER SCREEN".
           05  FILLER                  PIC X(15) VALUE "BUSINESS DATE ".
           05  SH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-BAND-LINE.
           05  FILLER                  PIC X(6)  VALUE "BAND  ".
           05  BL-LOW-KEY              PIC X(10).
           05  FILLER                  PIC X(3)  VALUE " - ".
           05  BL-HIGH-KEY             PIC X(10).
           05  FILLER                  PIC X(11) VALUE "  MIN RUNS ".
           05  BL-MIN-RUNS             PIC ZZ9.
           05  FILLER                  PIC X(6)  VALUE "  DEV ".
           05  BL-DEV-PCT              PIC ZZ9.9.
           05  FILLER                  PIC X(10) VALUE "%  MARGIN ".
           05  BL-MARGIN               PIC ZZZZ9.99.
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-HELD-HEADING.
           05  FILLER                  PIC X(11) VALUE "KEY".
           05  FILLER                  PIC X(9)  VALUE "RUN DATE".
           05  FILLER                  PIC X(10) VALUE "   RESULT".
           05  FILLER                  PIC X(10) VALUE "  AVERAGE".
           05  FILLER                  PIC X(10) VALUE "   LOWEST".
           05  FILLER                  PIC X(10) VALUE "  HIGHEST".
           05  FILLER                  PIC X(20) VALUE "RUNS".

       01  WS-HELD-LINE.
           05  HL-KEY                  PIC X(10).
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-RESULT               PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-AVERAGE              PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-LOW                  PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-HIGH                 PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-RUNS                 PIC ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-FLAG                 PIC X(7).
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-OPEN-HEADING.
           05  FILLER                  PIC X(80) VALUE
               "OPEN SUSPENSE ITEMS FROM EARLIER NIGHTS".

       01  WS-OPEN-LINE.
           05  OL-KEY                  PIC X(10).
           05  FILLER                  PIC X     VALUE SPACE.
           05  OL-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  OL-RESULT               PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  OL-STATE                PIC X(8).
           05  FILLER                  PIC X(7)  VALUE " SINCE ".
           05  OL-HELD-DATE            PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  OL-USERID               PIC X(8).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-SCREEN-TRAILER1.
           05  FILLER                  PIC X(14) VALUE "RESULTS READ: ".
           05  ST-READ-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  SCREENED: ".
           05  ST-SCREENED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  NOT OK: ".
           05  ST-NOT-OK-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-SCREEN-TRAILER2.
           05  FILLER                  PIC X(14) VALUE "NO BAND:      ".
           05  ST-NO-BAND-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(19)
               VALUE "  SHORT BASELINE: ".
           05  ST-SHORT-BASE-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-SCREEN-TRAILER3.
           05  FILLER                  PIC X(14) VALUE "HELD TONIGHT: ".
           05  ST-HELD-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  ST-HELD-TOTAL           PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(19)
               VALUE "  ALREADY ON FILE: ".
           05  ST-ON-FILE-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-SCREEN-TRAILER4.
           05  FILLER                  PIC X(14) VALUE "STILL HELD:   ".
           05  ST-OLDER-HELD-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  ST-OLDER-HELD-TOTAL     PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(22)
               VALUE "  RELEASED, NOT SENT: ".
           05  ST-AWAIT-GL-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-SCREEN-TRAILER5.
           05  FILLER                  PIC X(14) VALUE "CHANGED:      ".
           05  ST-CHANGED-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  CLEARED: ".
           05  ST-CLEARED-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 600-READ-RESULT
           PERFORM 650-READ-HISTORY

           PERFORM 200-SCREEN-RESULT
               UNTIL WS-RSLT-EOF

           PERFORM 700-LIST-OPEN-ITEMS
           PERFORM 900-WRITE-TRAILER

           IF WS-HELD-COUNT > 0 OR WS-CHANGED-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE RESULT-IN-FILE
           CLOSE HISTORY-IN-FILE
           CLOSE SUSPENSE-FILE
           CLOSE SCREEN-REPORT-FILE
           STOP RUN.

       100-INITIALIZE.
           PERFORM 120-READ-BUSINESS-DATE

           OPEN OUTPUT SCREEN-REPORT-FILE
           IF WS-SCRNRPT-STATUS NOT = "00" THEN
               DISPLAY "SCREEN-REPORT OPEN FAILED, STATUS="
                   WS-SCRNRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO SH-RUN-DATE
           MOVE WS-SCREEN-HEADER TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD

           PERFORM 150-LOAD-BANDS

           OPEN INPUT RESULT-IN-FILE
           IF WS-RSLTIN-STATUS NOT = "00" THEN
               DISPLAY "RESULT-IN OPEN FAILED, STATUS="
                   WS-RSLTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HISTORY-IN-FILE
           IF WS-HISTIN-STATUS NOT = "00" THEN
               DISPLAY "HISTORY-IN OPEN FAILED, STATUS="
                   WS-HISTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00" THEN
               DISPLAY "SUSPENSE-FILE OPEN FAILED, STATUS="
                   WS-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-HELD-HEADING TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD.

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

      *> Every card is checked and echoed to the report; one bad
      *> card stops the step, since a wrong threshold would either
      *> hold good results or send bad ones.
       150-LOAD-BANDS.
           OPEN INPUT SCREEN-CARD-FILE
           IF WS-SCRNIN-STATUS NOT = "00" THEN
               DISPLAY "SCREEN-CARD OPEN FAILED, STATUS="
                   WS-SCRNIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 160-READ-ONE-CARD UNTIL WS-CARD-EOF
           CLOSE SCREEN-CARD-FILE

           IF WS-BAND-COUNT = 0 THEN
               DISPLAY "NO SCREENING CARDS ON SCRNIN - ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       160-READ-ONE-CARD.
           READ SCREEN-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
               NOT AT END
                   PERFORM 170-EDIT-CARD
           END-READ.

       170-EDIT-CARD.
           IF SC-MIN-RUNS NOT NUMERIC
                   OR SC-MIN-RUNS = 0
                   OR SC-DEVIATION-PCT NOT NUMERIC
                   OR SC-RANGE-MARGIN NOT NUMERIC
                   OR SC-LOW-KEY > SC-HIGH-KEY THEN
               DISPLAY "BAD SCREENING CARD ON SCRNIN: " SCREEN-CARD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BAND-COUNT >= WS-BAND-MAX THEN
               DISPLAY "TOO MANY SCREENING CARDS - LIMIT "
                   WS-BAND-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BAND-COUNT
           MOVE SC-LOW-KEY TO WS-BAND-LOW-KEY(WS-BAND-COUNT)
           MOVE SC-HIGH-KEY TO WS-BAND-HIGH-KEY(WS-BAND-COUNT)
           MOVE SC-MIN-RUNS TO WS-BAND-MIN-RUNS(WS-BAND-COUNT)
           MOVE SC-DEVIATION-PCT TO WS-BAND-DEV-PCT(WS-BAND-COUNT)
           MOVE SC-RANGE-MARGIN TO WS-BAND-MARGIN(WS-BAND-COUNT)

           MOVE SC-LOW-KEY TO BL-LOW-KEY
           MOVE SC-HIGH-KEY TO BL-HIGH-KEY
           MOVE SC-MIN-RUNS TO BL-MIN-RUNS
           MOVE SC-DEVIATION-PCT TO BL-DEV-PCT
           MOVE SC-RANGE-MARGIN TO BL-MARGIN
           MOVE WS-BAND-LINE TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD.

      *> History for keys not in tonight's run is passed over; the
      *> key's own history is folded into the baseline before the
      *> result is tested. A result not held tonight must not stay
      *> on the suspense file from an earlier pass of the night.
       200-SCREEN-RESULT.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-OUTLIER-SW
           MOVE 0 TO WS-BASE-RUNS
           MOVE 0 TO WS-BASE-SUM
           MOVE 0 TO WS-BASE-LOW
           MOVE 0 TO WS-BASE-HIGH
           MOVE 0 TO WS-BASE-AVERAGE

           PERFORM 300-SKIP-HISTORY
               UNTIL WS-HIST-EOF OR HX-KEY NOT < RI-KEY
           PERFORM 320-GATHER-BASELINE
               UNTIL WS-HIST-EOF OR HX-KEY NOT = RI-KEY

           MOVE 0 TO WS-BAND-FOUND-IX
           PERFORM 410-MATCH-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-COUNT
               OR WS-BAND-FOUND-IX > 0

           EVALUATE TRUE
               WHEN RI-STATUS NOT = "OK"
                   ADD 1 TO WS-NOT-OK-COUNT
               WHEN WS-BAND-FOUND-IX = 0
                   ADD 1 TO WS-NO-BAND-COUNT
               WHEN WS-BASE-RUNS <
                       WS-BAND-MIN-RUNS(WS-BAND-FOUND-IX)
                   ADD 1 TO WS-SHORT-BASE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SCREENED-COUNT
                   PERFORM 450-TEST-RESULT
                   IF WS-OUTLIER THEN
                       PERFORM 500-HOLD-RESULT
                   END-IF
           END-EVALUATE

           IF NOT WS-OUTLIER THEN
               PERFORM 550-CLEAR-STALE-ITEM
           END-IF

           PERFORM 600-READ-RESULT.

       300-SKIP-HISTORY.
           PERFORM 650-READ-HISTORY.

       320-GATHER-BASELINE.
           IF HX-STATUS = "OK" AND HX-RUN-DATE < RI-RUN-DATE THEN
               ADD 1 TO WS-BASE-RUNS
               ADD HX-RESULT TO WS-BASE-SUM
               IF WS-BASE-RUNS = 1 OR HX-RESULT < WS-BASE-LOW THEN
                   MOVE HX-RESULT TO WS-BASE-LOW
               END-IF
               IF WS-BASE-RUNS = 1 OR HX-RESULT > WS-BASE-HIGH THEN
                   MOVE HX-RESULT TO WS-BASE-HIGH
               END-IF
           END-IF
           PERFORM 650-READ-HISTORY.

       410-MATCH-BAND.
           IF RI-KEY NOT < WS-BAND-LOW-KEY(WS-BAND-SUB)
                   AND RI-KEY NOT > WS-BAND-HIGH-KEY(WS-BAND-SUB) THEN
               MOVE WS-BAND-SUB TO WS-BAND-FOUND-IX
           END-IF.

      *> Outside the widened low-high range AND further from the
      *> average than the band's percentage of it. A zero average
      *> allows no deviation, so the range alone decides.
       450-TEST-RESULT.
           MOVE 'N' TO WS-OUTLIER-SW
           COMPUTE WS-BASE-AVERAGE ROUNDED =
               WS-BASE-SUM / WS-BASE-RUNS
           COMPUTE WS-RANGE-LOW = WS-BASE-LOW
               - WS-BAND-MARGIN(WS-BAND-FOUND-IX)
           COMPUTE WS-RANGE-HIGH = WS-BASE-HIGH
               + WS-BAND-MARGIN(WS-BAND-FOUND-IX)

           COMPUTE WS-DEVIATION = RI-RESULT - WS-BASE-AVERAGE
           IF WS-DEVIATION < 0 THEN
               COMPUTE WS-DEVIATION-ABS = 0 - WS-DEVIATION
           ELSE
               MOVE WS-DEVIATION TO WS-DEVIATION-ABS
           END-IF
           IF WS-BASE-AVERAGE < 0 THEN
               COMPUTE WS-AVERAGE-ABS = 0 - WS-BASE-AVERAGE
           ELSE
               MOVE WS-BASE-AVERAGE TO WS-AVERAGE-ABS
           END-IF
           COMPUTE WS-ALLOWED-DEVIATION =
               WS-AVERAGE-ABS * WS-BAND-DEV-PCT(WS-BAND-FOUND-IX)
               / 100

           IF (RI-RESULT < WS-RANGE-LOW OR RI-RESULT > WS-RANGE-HIGH)
                   AND WS-DEVIATION-ABS > WS-ALLOWED-DEVIATION THEN
               MOVE 'Y' TO WS-OUTLIER-SW
           END-IF.

      *> An entry already on file for the key and run date is this
      *> night screened before - see 510-RESCREEN-ON-FILE.
       500-HOLD-RESULT.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE RI-KEY TO SU-KEY
           MOVE RI-RUN-DATE TO SU-RUN-DATE
           MOVE 'H' TO SU-STATE
           MOVE RI-OP-CODE TO SU-OP-CODE
           MOVE RI-RESULT TO SU-RESULT
           MOVE RI-REMAINDER TO SU-REMAINDER
           MOVE WS-BASE-RUNS TO SU-BASE-RUNS
           MOVE WS-BASE-AVERAGE TO SU-BASE-AVERAGE
           MOVE WS-BASE-LOW TO SU-BASE-LOW
           MOVE WS-BASE-HIGH TO SU-BASE-HIGH
           MOVE WS-RUN-DATE TO SU-HELD-DATE
           MOVE 0 TO SU-SENT-SEQNO

           MOVE SPACES TO WS-HELD-LINE
           MOVE RI-KEY TO HL-KEY
           MOVE RI-RUN-DATE TO HL-RUN-DATE
           MOVE RI-RESULT TO HL-RESULT
           MOVE WS-BASE-AVERAGE TO HL-AVERAGE
           MOVE WS-BASE-LOW TO HL-LOW
           MOVE WS-BASE-HIGH TO HL-HIGH
           MOVE WS-BASE-RUNS TO HL-RUNS

           WRITE SUSPENSE-RECORD
               INVALID KEY
                   IF WS-SUSP-STATUS NOT = "22" THEN
                       DISPLAY "SUSPENSE-FILE WRITE FAILED, STATUS="
                           WS-SUSP-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 510-RESCREEN-ON-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
                   ADD RI-RESULT TO WS-HELD-TOTAL
                   MOVE "HELD" TO HL-FLAG
           END-WRITE

           MOVE WS-HELD-LINE TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD.

      *> Same result as the entry on file: it stands as decided. A
      *> different result was never decided on - refresh it from
      *> this generation and hold it again, so a release always
      *> carries the result the run produced. A SENT item has gone
      *> to the GL already and is left alone.
       510-RESCREEN-ON-FILE.
           READ SUSPENSE-FILE KEY IS SU-SUSP-KEY
               INVALID KEY
                   DISPLAY "SUSPENSE-FILE READ FAILED, STATUS="
                       WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF SU-SENT OR SU-RESULT = RI-RESULT THEN
               ADD 1 TO WS-ON-FILE-COUNT
               MOVE "ON FILE" TO HL-FLAG
           ELSE
               MOVE 'H' TO SU-STATE
               MOVE RI-OP-CODE TO SU-OP-CODE
               MOVE RI-RESULT TO SU-RESULT
               MOVE RI-REMAINDER TO SU-REMAINDER
               MOVE WS-BASE-RUNS TO SU-BASE-RUNS
               MOVE WS-BASE-AVERAGE TO SU-BASE-AVERAGE
               MOVE WS-BASE-LOW TO SU-BASE-LOW
               MOVE WS-BASE-HIGH TO SU-BASE-HIGH
               MOVE WS-RUN-DATE TO SU-HELD-DATE
               MOVE SPACES TO SU-DECIDE-USERID
               MOVE SPACES TO SU-DECIDE-TERMID
               MOVE SPACES TO SU-DECIDE-DATE
               MOVE SPACES TO SU-DECIDE-TIME
               MOVE SPACES TO SU-REASON
               REWRITE SUSPENSE-RECORD
               IF WS-SUSP-STATUS NOT = "00" THEN
                   DISPLAY "SUSPENSE-FILE REWRITE FAILED, STATUS="
                       WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CHANGED-COUNT
               MOVE "CHANGED" TO HL-FLAG
           END-IF.

      *> An item left on file for a result this generation does not
      *> hold would keep the result out of the GL file, or send a
      *> released amount the run no longer produced - delete it
      *> unless it has been SENT.
       550-CLEAR-STALE-ITEM.
           MOVE RI-KEY TO SU-KEY
           MOVE RI-RUN-DATE TO SU-RUN-DATE
           READ SUSPENSE-FILE KEY IS SU-SUSP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SU-SENT THEN
                       PERFORM 560-DELETE-STALE-ITEM
                   END-IF
           END-READ.

       560-DELETE-STALE-ITEM.
           DELETE SUSPENSE-FILE RECORD
               INVALID KEY
                   DISPLAY "SUSPENSE-FILE DELETE FAILED, STATUS="
                       WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           ADD 1 TO WS-CLEARED-COUNT
           MOVE SPACES TO WS-HELD-LINE
           MOVE SU-KEY TO HL-KEY
           MOVE SU-RUN-DATE TO HL-RUN-DATE
           MOVE SU-RESULT TO HL-RESULT
           MOVE SU-BASE-AVERAGE TO HL-AVERAGE
           MOVE SU-BASE-LOW TO HL-LOW
           MOVE SU-BASE-HIGH TO HL-HIGH
           MOVE SU-BASE-RUNS TO HL-RUNS
           MOVE "CLEARED" TO HL-FLAG
           MOVE WS-HELD-LINE TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD.

       600-READ-RESULT.
           READ RESULT-IN-FILE
               AT END
                   MOVE 'Y' TO WS-RSLT-EOF-SW
           END-READ.

       650-READ-HISTORY.
           READ HISTORY-IN-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.

      *> The whole suspense file, front to back: items held on an
      *> earlier night and still undecided, and releases no GL file
      *> has carried yet.
       700-LIST-OPEN-ITEMS.
           MOVE WS-OPEN-HEADING TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD

           MOVE LOW-VALUES TO SU-SUSP-KEY
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUSP-EOF-SW
           END-START

           PERFORM 710-LIST-ONE-ITEM UNTIL WS-SUSP-EOF.

       710-LIST-ONE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUSP-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN SU-HELD AND SU-HELD-DATE < WS-RUN-DATE
                           ADD 1 TO WS-OLDER-HELD-COUNT
                           ADD SU-RESULT TO WS-OLDER-HELD-TOTAL
                           MOVE "HELD" TO OL-STATE
                           PERFORM 720-WRITE-OPEN-LINE
                       WHEN SU-RELEASED
                           ADD 1 TO WS-AWAIT-GL-COUNT
                           MOVE "RELEASED" TO OL-STATE
                           PERFORM 720-WRITE-OPEN-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       720-WRITE-OPEN-LINE.
           MOVE SU-KEY TO OL-KEY
           MOVE SU-RUN-DATE TO OL-RUN-DATE
           MOVE SU-RESULT TO OL-RESULT
           MOVE SU-HELD-DATE TO OL-HELD-DATE
           MOVE SU-DECIDE-USERID TO OL-USERID
           MOVE WS-OPEN-LINE TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD.

       900-WRITE-TRAILER.
           MOVE WS-READ-COUNT TO ST-READ-COUNT
           MOVE WS-SCREENED-COUNT TO ST-SCREENED-COUNT
           MOVE WS-NOT-OK-COUNT TO ST-NOT-OK-COUNT
           MOVE WS-SCREEN-TRAILER1 TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD

           MOVE WS-NO-BAND-COUNT TO ST-NO-BAND-COUNT
           MOVE WS-SHORT-BASE-COUNT TO ST-SHORT-BASE-COUNT
           MOVE WS-SCREEN-TRAILER2 TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD

           MOVE WS-HELD-COUNT TO ST-HELD-COUNT
           MOVE WS-HELD-TOTAL TO ST-HELD-TOTAL
           MOVE WS-ON-FILE-COUNT TO ST-ON-FILE-COUNT
           MOVE WS-SCREEN-TRAILER3 TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD

           MOVE WS-OLDER-HELD-COUNT TO ST-OLDER-HELD-COUNT
           MOVE WS-OLDER-HELD-TOTAL TO ST-OLDER-HELD-TOTAL
           MOVE WS-AWAIT-GL-COUNT TO ST-AWAIT-GL-COUNT
           MOVE WS-SCREEN-TRAILER4 TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD

           MOVE WS-CHANGED-COUNT TO ST-CHANGED-COUNT
           MOVE WS-CLEARED-COUNT TO ST-CLEARED-COUNT
           MOVE WS-SCREEN-TRAILER5 TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD.
