       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVSIMRP.

      *> What-if variance report. Reads the results file a SIM-mode
      *> DIVBATCH run wrote (SIMRSLT - never loaded anywhere) and
      *> compares each simulated result with the key's current
      *> entry on PROD.DIV.RESULTS, read-only:
      *>   FLIP     status changed (OK to SIZE-ERR, ZERO-DIV to OK..)
      *>   CHANGED  same status, different result or rounding rule
      *>   NEW      key has no entry on the results master
      *> Unchanged keys are counted, not listed. The trailer shows,
      *> per operation slot (DIVIDE/MULTIPLY/ADD/SUBTRACT/PERCENT,
      *> same order as the DIVBATCH trailer), the current and
      *> simulated OK counts and totals and the shift between them,
      *> then the simulated control total next to
      *> CTL-EXPECTED-TOTAL from the production CTLIN card with the
      *> same tolerance test DIVBATCH 500-RECONCILE applies. The
      *> current totals cover only the keys in the simulation, so
      *> the shift is the effect of the proposed deck or overlay,
      *> not of keys that happen to be absent tonight.
      *> RC 4 when anything flips status or the simulated total
      *> would be out of balance; RC 0 otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIM-RESULT-FILE ASSIGN TO SIMRSLT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIMRSLT-STATUS.

           SELECT RESULT-MASTER-FILE ASSIGN TO RSLTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RSLTMST-STATUS.

           SELECT CONTROL-FILE ASSIGN TO CTLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO VARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VARRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIM-RESULT-FILE
           RECORDING MODE IS F.
       COPY RSLTREC REPLACING RESULT-RECORD BY SIM-RESULT-RECORD
                              LEADING ==RM-== BY ==SR-==.

       FD  RESULT-MASTER-FILE.
       COPY RSLTREC.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-EXPECTED-TOTAL      PIC S9(9)V9(2)
                                       SIGN LEADING SEPARATE.
           05  CTL-TOLERANCE           PIC 9(5)V9(2).
           05  FILLER                  PIC X(62).

       FD  VARIANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  VARIANCE-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SIMRSLT-STATUS           PIC XX VALUE SPACES.
       01  WS-RSLTMST-STATUS           PIC XX VALUE SPACES.
       01  WS-CONTROL-STATUS           PIC XX VALUE SPACES.
       01  WS-VARRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-ON-MASTER-SW             PIC X VALUE 'N'.
           88  WS-ON-MASTER            VALUE 'Y'.

       01  WS-OP-CODE-IN               PIC X.
       01  WS-OP-IX                    PIC 9 VALUE 0.
       01  WS-OP-SUB                   PIC 9 VALUE 1.
       01  WS-OP-LABEL-LIST            PIC X(40) VALUE
           "DIVIDE  MULTIPLYADD     SUBTRACTPERCENT ".
       01  FILLER REDEFINES WS-OP-LABEL-LIST.
           05  WS-OP-LABEL             OCCURS 5 TIMES PIC X(8).

      *> Current and simulated OK counts and totals per operation
      *> slot, over the keys in the simulation.
       01  WS-VAR-OP-STATS.
           05  WS-VAR-OP-STAT OCCURS 5 TIMES.
               10  WS-CUR-OP-COUNT     PIC 9(7).
               10  WS-CUR-OP-TOTAL     PIC S9(9)V9(2).
               10  WS-SIM-OP-COUNT     PIC 9(7).
               10  WS-SIM-OP-TOTAL     PIC S9(9)V9(2).

       01  WS-VAR-TOTALS.
           05  WS-SIM-CONTROL-TOTAL    PIC S9(9)V9(2) VALUE 0.
           05  WS-CUR-CONTROL-TOTAL    PIC S9(9)V9(2) VALUE 0.
           05  WS-EXPECTED-TOTAL       PIC S9(9)V9(2) VALUE 0.
           05  WS-TOLERANCE            PIC 9(5)V9(2) VALUE 0.
           05  WS-TOTAL-DIFF           PIC S9(9)V9(2) VALUE 0.
           05  WS-OP-SHIFT             PIC S9(9)V9(2) VALUE 0.
           05  WS-RESULT-DELTA         PIC S9(6)V9(2) VALUE 0.
           05  WS-BALANCE-SW           PIC X VALUE 'Y'.
               88  WS-IN-BALANCE       VALUE 'Y'.

       01  WS-VAR-COUNTERS.
           05  WS-SIM-COUNT            PIC 9(7) VALUE 0.
           05  WS-UNCHANGED-COUNT      PIC 9(7) VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(7) VALUE 0.
           05  WS-FLIP-COUNT           PIC 9(7) VALUE 0.
           05  WS-FLIP-TO-FAIL-COUNT   PIC 9(7) VALUE 0.
           05  WS-FLIP-TO-OK-COUNT     PIC 9(7) VALUE 0.
           05  WS-NEW-COUNT            PIC 9(7) VALUE 0.

       01  WS-VAR-HEADER.
           05  FILLER                  PIC X(44)
               VALUE "DIVSIMRP - WHAT-IF VARIANCE REPORT".
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(11) VALUE "KEY".
           05  FILLER                  PIC X(10) VALUE "CURRENT".
           05  FILLER                  PIC X(10) VALUE "SIMULATED".
           05  FILLER                  PIC X(10) VALUE "CUR RSLT".
           05  FILLER                  PIC X(10) VALUE "SIM RSLT".
           05  FILLER                  PIC X(11) VALUE "DELTA".
           05  FILLER                  PIC X(8)  VALUE "RND".
           05  FILLER                  PIC X(10) VALUE "FLAG".

       01  WS-VAR-DETAIL.
           05  VD-KEY                  PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  VD-CUR-STATUS           PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  VD-SIM-STATUS           PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  VD-CUR-RESULT           PIC ZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  VD-SIM-RESULT           PIC ZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  VD-DELTA                PIC ZZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  VD-CUR-RND              PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  VD-SIM-RND              PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  VD-FLAG                 PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-VAR-COUNT-LINE.
           05  FILLER                  PIC X(11) VALUE "SIMULATED:".
           05  VC-SIM-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE " UNCHANGED:".
           05  VC-UNCHANGED-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE " CHANGED:".
           05  VC-CHANGED-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE " FLIPS:".
           05  VC-FLIP-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(5)  VALUE " NEW:".
           05  VC-NEW-COUNT            PIC ZZZZZZ9.

       01  WS-FLIP-LINE.
           05  FILLER                  PIC X(20)
               VALUE "FLIPS OK TO FAILED: ".
           05  FL-TO-FAIL              PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "FLIPS FAILED TO OK: ".
           05  FL-TO-OK                PIC ZZZZZZ9.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-OP-HEADER.
           05  FILLER                  PIC X(13) VALUE "OPERATION".
           05  FILLER                  PIC X(21)
               VALUE "CURRENT COUNT/TOTAL".
           05  FILLER                  PIC X(26)
               VALUE "SIMULATED COUNT/TOTAL".
           05  FILLER                  PIC X(20) VALUE "SHIFT".

       01  WS-OP-SHIFT-LINE.
           05  OS-LABEL                PIC X(8).
           05  FILLER                  PIC X(5)  VALUE " CUR:".
           05  OS-CUR-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  OS-CUR-TOTAL            PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(5)  VALUE " SIM:".
           05  OS-SIM-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  OS-SIM-TOTAL            PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(7)  VALUE " SHIFT:".
           05  OS-SHIFT                PIC ZZZZZZZZ9.99-.

       01  WS-CURRENT-TOTAL-LINE.
           05  FILLER                  PIC X(26)
               VALUE "CURRENT TOTAL, SAME KEYS: ".
           05  CC-CUR-CONTROL-TOTAL    PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-SIM-RECON-LINE.
           05  FILLER                  PIC X(15)
               VALUE "SIM CTL TOTAL: ".
           05  SL-SIM-CONTROL-TOTAL    PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "EXPECTED: ".
           05  SL-EXPECTED-TOTAL       PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SL-BALANCE-STATUS       PIC X(15).
           05  FILLER                  PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE

           PERFORM UNTIL WS-EOF
               READ SIM-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 200-COMPARE-RESULT
               END-READ
           END-PERFORM

           PERFORM 500-RECONCILE-SIM
           PERFORM 900-WRITE-TRAILER

           CLOSE SIM-RESULT-FILE
           CLOSE RESULT-MASTER-FILE
           CLOSE VARIANCE-REPORT-FILE

           DISPLAY "DIVSIMRP - SIMULATED " WS-SIM-COUNT
               " CHANGED " WS-CHANGED-COUNT
               " FLIPS " WS-FLIP-COUNT
               " NEW " WS-NEW-COUNT
           IF WS-FLIP-COUNT > 0 OR NOT WS-IN-BALANCE THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00" THEN
               DISPLAY "CONTROL-FILE OPEN FAILED, STATUS="
                   WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-FILE
               AT END
                   DISPLAY "CONTROL-FILE EMPTY - CANNOT RECONCILE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE CTL-EXPECTED-TOTAL TO WS-EXPECTED-TOTAL
           MOVE CTL-TOLERANCE TO WS-TOLERANCE
           CLOSE CONTROL-FILE

           OPEN INPUT SIM-RESULT-FILE
           IF WS-SIMRSLT-STATUS NOT = "00" THEN
               DISPLAY "SIM-RESULT OPEN FAILED, STATUS="
                   WS-SIMRSLT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RESULT-MASTER-FILE
           IF WS-RSLTMST-STATUS NOT = "00" THEN
               DISPLAY "RESULT-MASTER OPEN FAILED, STATUS="
                   WS-RSLTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF WS-VARRPT-STATUS NOT = "00" THEN
               DISPLAY "VARIANCE-REPORT OPEN FAILED, STATUS="
                   WS-VARRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-VAR-OP-STATS
           MOVE WS-VAR-HEADER TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE WS-COLUMN-HEADER TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD.

       200-COMPARE-RESULT.
           ADD 1 TO WS-SIM-COUNT
           IF SR-STATUS = "OK" THEN
               ADD SR-RESULT TO WS-SIM-CONTROL-TOTAL
               MOVE SR-OP-CODE TO WS-OP-CODE-IN
               PERFORM 250-SET-OP-INDEX
               IF WS-OP-IX > 0 THEN
                   ADD 1 TO WS-SIM-OP-COUNT(WS-OP-IX)
                   ADD SR-RESULT TO WS-SIM-OP-TOTAL(WS-OP-IX)
               END-IF
           END-IF

           MOVE SR-KEY TO RM-KEY
           READ RESULT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-MASTER-SW
           END-READ

           IF NOT WS-ON-MASTER THEN
               ADD 1 TO WS-NEW-COUNT
               PERFORM 300-WRITE-NEW
           ELSE
               IF RM-STATUS = "OK" THEN
                   ADD RM-RESULT TO WS-CUR-CONTROL-TOTAL
                   MOVE RM-OP-CODE TO WS-OP-CODE-IN
                   PERFORM 250-SET-OP-INDEX
                   IF WS-OP-IX > 0 THEN
                       ADD 1 TO WS-CUR-OP-COUNT(WS-OP-IX)
                       ADD RM-RESULT TO WS-CUR-OP-TOTAL(WS-OP-IX)
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN SR-STATUS NOT = RM-STATUS
                       ADD 1 TO WS-FLIP-COUNT
                       IF SR-STATUS = "OK" THEN
                           ADD 1 TO WS-FLIP-TO-OK-COUNT
                       ELSE
                           IF RM-STATUS = "OK" THEN
                               ADD 1 TO WS-FLIP-TO-FAIL-COUNT
                           END-IF
                       END-IF
                       MOVE "FLIP" TO VD-FLAG
                       PERFORM 350-WRITE-VARIANCE
                   WHEN SR-RESULT NOT = RM-RESULT
                     OR SR-RND NOT = RM-RND
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE "CHANGED" TO VD-FLAG
                       PERFORM 350-WRITE-VARIANCE
                   WHEN OTHER
                       ADD 1 TO WS-UNCHANGED-COUNT
               END-EVALUATE
           END-IF.

      *> Slot order must track DIVBATCH 240-SET-OP-INDEX; a code
      *> outside the five (BAD-OP) has no slot and no OK result.
       250-SET-OP-INDEX.
           EVALUATE WS-OP-CODE-IN
               WHEN 'D'
               WHEN SPACE
                   MOVE 1 TO WS-OP-IX
               WHEN 'M'
                   MOVE 2 TO WS-OP-IX
               WHEN 'A'
                   MOVE 3 TO WS-OP-IX
               WHEN 'S'
                   MOVE 4 TO WS-OP-IX
               WHEN 'P'
                   MOVE 5 TO WS-OP-IX
               WHEN OTHER
                   MOVE 0 TO WS-OP-IX
           END-EVALUATE.

       300-WRITE-NEW.
           MOVE SPACES TO WS-VAR-DETAIL
           MOVE SR-KEY TO VD-KEY
           MOVE "(NONE)" TO VD-CUR-STATUS
           MOVE SR-STATUS TO VD-SIM-STATUS
           MOVE SR-RESULT TO VD-SIM-RESULT
           MOVE SR-RND TO VD-SIM-RND
           MOVE "NEW" TO VD-FLAG
           MOVE WS-VAR-DETAIL TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD.

       350-WRITE-VARIANCE.
           MOVE SR-KEY TO VD-KEY
           MOVE RM-STATUS TO VD-CUR-STATUS
           MOVE SR-STATUS TO VD-SIM-STATUS
           MOVE RM-RESULT TO VD-CUR-RESULT
           MOVE SR-RESULT TO VD-SIM-RESULT
           COMPUTE WS-RESULT-DELTA = SR-RESULT - RM-RESULT
           MOVE WS-RESULT-DELTA TO VD-DELTA
           MOVE RM-RND TO VD-CUR-RND
           MOVE SR-RND TO VD-SIM-RND
           MOVE WS-VAR-DETAIL TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE SPACES TO VD-FLAG.

       500-RECONCILE-SIM.
           IF WS-SIM-CONTROL-TOTAL >= WS-EXPECTED-TOTAL THEN
               COMPUTE WS-TOTAL-DIFF =
                   WS-SIM-CONTROL-TOTAL - WS-EXPECTED-TOTAL
           ELSE
               COMPUTE WS-TOTAL-DIFF =
                   WS-EXPECTED-TOTAL - WS-SIM-CONTROL-TOTAL
           END-IF
           IF WS-TOTAL-DIFF > WS-TOLERANCE THEN
               MOVE 'N' TO WS-BALANCE-SW
           ELSE
               MOVE 'Y' TO WS-BALANCE-SW
           END-IF.

       900-WRITE-TRAILER.
           MOVE WS-SIM-COUNT TO VC-SIM-COUNT
           MOVE WS-UNCHANGED-COUNT TO VC-UNCHANGED-COUNT
           MOVE WS-CHANGED-COUNT TO VC-CHANGED-COUNT
           MOVE WS-FLIP-COUNT TO VC-FLIP-COUNT
           MOVE WS-NEW-COUNT TO VC-NEW-COUNT
           MOVE WS-VAR-COUNT-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD

           MOVE WS-FLIP-TO-FAIL-COUNT TO FL-TO-FAIL
           MOVE WS-FLIP-TO-OK-COUNT TO FL-TO-OK
           MOVE WS-FLIP-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD

           MOVE WS-OP-HEADER TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           PERFORM 910-WRITE-OP-SHIFT
               VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 5

           MOVE WS-CUR-CONTROL-TOTAL TO CC-CUR-CONTROL-TOTAL
           MOVE WS-CURRENT-TOTAL-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD

           MOVE WS-SIM-CONTROL-TOTAL TO SL-SIM-CONTROL-TOTAL
           MOVE WS-EXPECTED-TOTAL TO SL-EXPECTED-TOTAL
           IF WS-IN-BALANCE THEN
               MOVE "IN BALANCE" TO SL-BALANCE-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO SL-BALANCE-STATUS
           END-IF
           MOVE WS-SIM-RECON-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD.

       910-WRITE-OP-SHIFT.
           MOVE WS-OP-LABEL(WS-OP-SUB) TO OS-LABEL
           MOVE WS-CUR-OP-COUNT(WS-OP-SUB) TO OS-CUR-COUNT
           MOVE WS-CUR-OP-TOTAL(WS-OP-SUB) TO OS-CUR-TOTAL
           MOVE WS-SIM-OP-COUNT(WS-OP-SUB) TO OS-SIM-COUNT
           MOVE WS-SIM-OP-TOTAL(WS-OP-SUB) TO OS-SIM-TOTAL
           COMPUTE WS-OP-SHIFT = WS-SIM-OP-TOTAL(WS-OP-SUB)
               - WS-CUR-OP-TOTAL(WS-OP-SUB)
           MOVE WS-OP-SHIFT TO OS-SHIFT
           MOVE WS-OP-SHIFT-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD.
