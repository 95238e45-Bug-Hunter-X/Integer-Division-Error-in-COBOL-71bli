               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           05  CK-CONTROL-TOTAL        PIC S9(9)V9(2).
           05  CK-BAD-OP-COUNT         PIC 9(7).
           05  CK-DEFERRED-COUNT       PIC 9(7).
           05  CK-SRC-ERR-COUNT        PIC 9(7).
           05  CK-OP-STATS             PIC X(90).
           05  CK-COMPLETE-FLAG        PIC X.

      *> partition mode: it processes one TR-KEY slice, keeps its
      *> own checkpoint, and hands its totals to DIVRECON through
      *> PSUMOUT instead of writing a trailer and reconciling
      *> itself (see the DIVPART* jobs). SIM on MODEIN is the
      *> what-if run (SIMJOB): the same calculation path against a
      *> proposed PARMIN deck and/or an overlaid extract, writing
      *> only the report, deferred list, and results file - no
      *> checkpoint, no exceptions, no RUNHIST record, no breaker -
      *> so nothing it does can reach the production chain. An
      *> empty or DUMMY MODEIN is the classic single-stream run.
       FD  MODE-FILE
           RECORDING MODE IS F.
       01  MODE-CARD.
           RECORDING MODE IS F.
       COPY RUNHREC.

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       COPY WSAREA.

       01  WS-MODE-STATUS              PIC XX VALUE SPACES.
       01  WS-PSUM-STATUS              PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-PART-MODE-SW             PIC X VALUE 'N'.
           88  WS-PART-MODE            VALUE 'Y'.
       01  WS-SIM-MODE-SW              PIC X VALUE 'N'.
           88  WS-SIM-MODE             VALUE 'Y'.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           05  WS-SIZE-ERROR-COUNT     PIC 9(7) VALUE 0.
           05  WS-BAD-OP-COUNT         PIC 9(7) VALUE 0.
           05  WS-DEFERRED-COUNT       PIC 9(7) VALUE 0.
           05  WS-SRC-ERR-COUNT        PIC 9(7) VALUE 0.

      *> Per-operation counts and totals for the trailer, slot order
      *> DIVIDE/MULTIPLY/ADD/SUBTRACT/PERCENT (WS-OP-IX set by

       01  WS-PCT-BASE                 PIC 9(3) VALUE 100.

      *> Results of tonight's chain records (TR-CHAIN-LEVEL set by
      *> DIVEDIT), kept so a derived record can take its operand
      *> from its source key. The extract reaches here sorted by
      *> chain level, so every source has been computed, and its
      *> entry made, before anything that uses it. WS-CHAIN-OK is
      *> 'N' when the source itself was rejected; a source with no
      *> entry at all was deferred or is not in this run. Either
      *> way the derived record is rejected SRC-ERR. A restart
      *> rebuilds the entries for the records it skips (see
      *> 205-REBUILD-CHAIN-ENTRY) so the table always matches what
      *> an unbroken run would hold.
       01  WS-CHAIN-MAX                PIC 9(4) VALUE 1000.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-COUNT          PIC 9(4) VALUE 0.
           05  WS-CHAIN-ENTRY OCCURS 1000 TIMES.
               10  WS-CHAIN-KEY        PIC X(10).
               10  WS-CHAIN-OK         PIC X.
               10  WS-CHAIN-RESULT     PIC S9(5)V9(2).
       01  WS-CHAIN-SUB                PIC 9(4) VALUE 0.
       01  WS-CHAIN-FOUND-IX           PIC 9(4) VALUE 0.
       01  WS-SRC-ERR-FLAG             PIC X VALUE 'N'.

      *> Reject circuit breaker, armed by the CTLIN policy card.
      *> Checked after each record is fully processed and
      *> checkpointed. The rate is judged on the records processed
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-STATUS                PIC X(9).

      *> Second line under a derived record's detail line, keyed the
      *> same so the merged report keeps it in place.
       01  WS-DERIVED-LINE.
           05  DS-KEY                  PIC X(10).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  DS-OPERAND              PIC X(9).
           05  FILLER                  PIC X(20)
               VALUE " FROM RESULT OF KEY ".
           05  DS-SOURCE-KEY           PIC X(10).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(15) VALUE "RECORDS READ: ".
           05  TL-RECORD-COUNT         PIC ZZZZZZ9.
               VALUE "DEFERRED TO DATE:   ".
           05  DF-DEFERRED-COUNT       PIC ZZZZZZ9.

       01  WS-SRC-ERR-LINE.
           05  FILLER                  PIC X(20)
               VALUE "SOURCE KEY REJECTS: ".
           05  SL-SRC-ERR-COUNT        PIC ZZZZZZ9.

       01  WS-DEFER-DETAIL.
           05  DD-KEY                  PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
                   NOT AT END
                       IF WS-RESTART-SKIP-REMAINING > 0
                           SUBTRACT 1 FROM WS-RESTART-SKIP-REMAINING
                           PERFORM 205-REBUILD-CHAIN-ENTRY
                       ELSE
                           PERFORM 200-PROCESS-RECORD
                       END-IF
           ELSE
               PERFORM 900-WRITE-TRAILER
               PERFORM 500-RECONCILE
               IF NOT WS-SIM-MODE THEN
                   PERFORM 960-WRITE-RUN-HISTORY
               END-IF
           END-IF
           IF NOT WS-SIM-MODE THEN
               PERFORM 950-FINALIZE-CHECKPOINT
           END-IF

           CLOSE TRANS-FILE
           CLOSE REPORT-FILE
           IF NOT WS-SIM-MODE THEN
               CLOSE EXCEPTION-FILE
           END-IF
           CLOSE RESULT-FILE
           CLOSE DEFER-FILE
           CLOSE ALERT-FILE
           IF NOT WS-SIM-MODE THEN
               CLOSE CHECKPOINT-FILE
           END-IF
           STOP RUN.

       100-INITIALIZE.
                   IF MC-RUN-MODE = "PART" THEN
                       MOVE 'Y' TO WS-PART-MODE-SW
                   END-IF
                   IF MC-RUN-MODE = "SIM " THEN
                       MOVE 'Y' TO WS-SIM-MODE-SW
                   END-IF
           END-READ
           CLOSE MODE-FILE


           PERFORM 150-LOAD-PARMS

      *>   A simulation always starts fresh and never opens the
      *>   checkpoint, so it cannot disturb a production restart.
           IF WS-SIM-MODE THEN
               MOVE 'N' TO WS-RESTART-SW
               MOVE SPACES TO WS-LAST-CKPT-KEY
               MOVE 0 TO WS-CONTROL-TOTAL
               MOVE 0 TO WS-RESTART-SKIP-REMAINING
               MOVE ZEROS TO WS-OP-STATS
               MOVE 'O' TO WS-OPEN-MODE-SW
               MOVE 'N' TO WS-BREAKER-ON-SW
           ELSE
               PERFORM 140-OPEN-CHECKPOINT
           END-IF

           IF WS-OPEN-MODE-EXTEND THEN
               OPEN EXTEND REPORT-FILE
               OPEN EXTEND EXCEPTION-FILE
               OPEN EXTEND DEFER-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-SIM-MODE THEN
                   OPEN OUTPUT EXCEPTION-FILE
               END-IF
               OPEN OUTPUT RESULT-FILE
               OPEN OUTPUT DEFER-FILE
           END-IF
               STOP RUN
           END-IF

           IF NOT WS-SIM-MODE
                   AND WS-EXCEPTION-STATUS NOT = "00" THEN
               DISPLAY "EXCEPTION-FILE OPEN FAILED, STATUS="
                   WS-EXCEPTION-STATUS
               MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 120-READ-BUSINESS-DATE.

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

       140-OPEN-CHECKPOINT.
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "35" THEN
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE SPACES TO CK-LAST-KEY
               MOVE 0 TO CK-RECORD-COUNT CK-REJECT-COUNT
                         CK-SIZE-ERROR-COUNT CK-CONTROL-TOTAL
                         CK-BAD-OP-COUNT CK-DEFERRED-COUNT
                         CK-SRC-ERR-COUNT
               MOVE ZEROS TO CK-OP-STATS
               MOVE 'Y' TO CK-COMPLETE-FLAG
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF

           MOVE 1 TO WS-CKPT-RELKEY
           READ CHECKPOINT-FILE
               INVALID KEY
                   MOVE SPACES TO CK-LAST-KEY
                   MOVE 0 TO CK-RECORD-COUNT CK-REJECT-COUNT
                             CK-SIZE-ERROR-COUNT CK-CONTROL-TOTAL
                             CK-BAD-OP-COUNT CK-DEFERRED-COUNT
                             CK-SRC-ERR-COUNT
                   MOVE ZEROS TO CK-OP-STATS
                   MOVE 'Y' TO CK-COMPLETE-FLAG
           END-READ

           IF CK-COMPLETE-FLAG = 'N' THEN
               MOVE 'Y' TO WS-RESTART-SW
               MOVE CK-LAST-KEY TO WS-LAST-CKPT-KEY
               MOVE CK-RECORD-COUNT TO WS-RECORD-COUNT
               MOVE CK-REJECT-COUNT TO WS-REJECT-COUNT
               MOVE CK-SIZE-ERROR-COUNT TO WS-SIZE-ERROR-COUNT
               MOVE CK-CONTROL-TOTAL TO WS-CONTROL-TOTAL
               MOVE CK-BAD-OP-COUNT TO WS-BAD-OP-COUNT
               MOVE CK-DEFERRED-COUNT TO WS-DEFERRED-COUNT
               MOVE CK-SRC-ERR-COUNT TO WS-SRC-ERR-COUNT
               MOVE CK-OP-STATS TO WS-OP-STATS
               MOVE CK-RECORD-COUNT TO WS-BASE-RECORD-COUNT
               MOVE CK-REJECT-COUNT TO WS-BASE-REJECT-COUNT
               MOVE CK-SIZE-ERROR-COUNT TO WS-BASE-SIZE-ERR-COUNT
               MOVE CK-RECORD-COUNT TO WS-RESTART-SKIP-REMAINING
               MOVE 'E' TO WS-OPEN-MODE-SW
               DISPLAY "RESTART DETECTED - SKIPPING " CK-RECORD-COUNT
                   " PREVIOUSLY PROCESSED RECORDS"
           ELSE
               MOVE 'N' TO WS-RESTART-SW
               MOVE SPACES TO WS-LAST-CKPT-KEY
               MOVE 0 TO WS-CONTROL-TOTAL
               MOVE 0 TO WS-RESTART-SKIP-REMAINING
               MOVE ZEROS TO WS-OP-STATS
               MOVE 'O' TO WS-OPEN-MODE-SW
           END-IF

           MOVE 'N' TO CK-COMPLETE-FLAG
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
                       INVALID KEY
                           DISPLAY "CHECKPOINT WRITE FAILED, STATUS="
                               WS-CKPT-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
           END-REWRITE.

       150-LOAD-PARMS.
           OPEN INPUT PARM-FILE
               PERFORM 210-COMPUTE-ONE-RECORD
           END-IF.

      *> A skipped record that an unbroken run would have put in the
      *> chain table is recomputed - nothing written, nothing
      *> counted - so a derived record after the restart point still
      *> finds its source.
       205-REBUILD-CHAIN-ENTRY.
           IF NOT TR-NOT-CHAINED THEN
               IF TR-EFF-IMMEDIATE
                       OR TR-EFF-DATE NOT > WS-RUN-DATE THEN
                   PERFORM 215-CALCULATE
                   PERFORM 295-REMEMBER-CHAIN-RESULT
               END-IF
           END-IF.

       210-COMPUTE-ONE-RECORD.
           PERFORM 215-CALCULATE

           ADD 1 TO WS-RECORD-COUNT
           IF WS-BAD-OP-FLAG = 'Y' THEN
               ADD 1 TO WS-BAD-OP-COUNT
               DISPLAY "Unknown operation code!"
               PERFORM 300-WRITE-EXCEPTION
           ELSE
               IF WS-SRC-ERR-FLAG = 'Y' THEN
                   ADD 1 TO WS-SRC-ERR-COUNT
                   DISPLAY "Source key result not available!"
                   PERFORM 300-WRITE-EXCEPTION
               ELSE
                   IF WS-FLAG = 'Y' THEN
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "Division by zero error!"
                       PERFORM 300-WRITE-EXCEPTION
                   ELSE
                       IF WS-SIZE-ERROR-FLAG = 'Y' THEN
                           ADD 1 TO WS-SIZE-ERROR-COUNT
                           DISPLAY "Division result size error!"
                           PERFORM 300-WRITE-EXCEPTION
                       ELSE
                           DISPLAY WS-RESULT
                           ADD WS-RESULT TO WS-CONTROL-TOTAL
                           ADD 1 TO WS-OP-COUNT(WS-OP-IX)
                           ADD WS-RESULT TO WS-OP-TOTAL(WS-OP-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF NOT TR-NOT-CHAINED THEN
               PERFORM 295-REMEMBER-CHAIN-RESULT
           END-IF

           PERFORM 800-WRITE-DETAIL
           PERFORM 850-WRITE-RESULT

           PERFORM 290-CHECKPOINT-RECORD.

      *> Operands, op code and flags for the current record, and
      *> the result when it computes. A derived record's operand
      *> comes from its source key's entry in the chain table.
       215-CALCULATE.
           MOVE TR-NUMBER TO WS-NUMBER
           MOVE TR-NUMBER2 TO WS-NUMBER2
           MOVE TR-OP-CODE TO WS-OP-CODE
           MOVE 'N' TO WS-FLAG
           MOVE 'N' TO WS-SIZE-ERROR-FLAG
           MOVE 'N' TO WS-BAD-OP-FLAG
           MOVE 'N' TO WS-SRC-ERR-FLAG

           IF NOT WS-OP-VALID THEN
               MOVE 'Y' TO WS-BAD-OP-FLAG
           ELSE
               PERFORM 240-SET-OP-INDEX
               IF TR-OPERAND-DERIVED THEN
                   PERFORM 220-TAKE-SOURCE-OPERAND
               END-IF
               IF WS-SRC-ERR-FLAG = 'N' THEN
                   IF (WS-OP-DIVIDE OR WS-OP-PERCENT)
                           AND WS-NUMBER2 = 0 THEN
                       MOVE 'Y' TO WS-FLAG
                   ELSE
                       PERFORM 250-COMPUTE-RESULT
                   END-IF
               END-IF
           END-IF.

       220-TAKE-SOURCE-OPERAND.
           PERFORM 225-FIND-CHAIN-ENTRY
           IF WS-CHAIN-FOUND-IX = 0 THEN
               MOVE 'Y' TO WS-SRC-ERR-FLAG
           ELSE
               IF WS-CHAIN-OK(WS-CHAIN-FOUND-IX) NOT = 'Y' THEN
                   MOVE 'Y' TO WS-SRC-ERR-FLAG
               ELSE
                   IF TR-SRC-NUMERATOR THEN
                       MOVE WS-CHAIN-RESULT(WS-CHAIN-FOUND-IX)
                           TO WS-NUMBER
                   ELSE
                       MOVE WS-CHAIN-RESULT(WS-CHAIN-FOUND-IX)
                           TO WS-NUMBER2
                   END-IF
               END-IF
           END-IF.

       225-FIND-CHAIN-ENTRY.
           MOVE 0 TO WS-CHAIN-FOUND-IX
           PERFORM 227-MATCH-CHAIN-ENTRY
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
               OR WS-CHAIN-FOUND-IX > 0.

       227-MATCH-CHAIN-ENTRY.
           IF WS-CHAIN-KEY(WS-CHAIN-SUB) = TR-SOURCE-KEY THEN
               MOVE WS-CHAIN-SUB TO WS-CHAIN-FOUND-IX
           END-IF.

       295-REMEMBER-CHAIN-RESULT.
           IF WS-CHAIN-COUNT >= WS-CHAIN-MAX THEN
               DISPLAY "TOO MANY CHAINED RECORDS - LIMIT 1000"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CHAIN-COUNT
           MOVE TR-KEY TO WS-CHAIN-KEY(WS-CHAIN-COUNT)
           IF WS-BAD-OP-FLAG = 'Y' OR WS-SRC-ERR-FLAG = 'Y'
                   OR WS-FLAG = 'Y' OR WS-SIZE-ERROR-FLAG = 'Y' THEN
               MOVE 'N' TO WS-CHAIN-OK(WS-CHAIN-COUNT)
               MOVE 0 TO WS-CHAIN-RESULT(WS-CHAIN-COUNT)
           ELSE
               MOVE 'Y' TO WS-CHAIN-OK(WS-CHAIN-COUNT)
               MOVE WS-RESULT TO WS-CHAIN-RESULT(WS-CHAIN-COUNT)
           END-IF.

       290-CHECKPOINT-RECORD.
           MOVE TR-KEY TO WS-LAST-CKPT-KEY
           IF NOT WS-SIM-MODE THEN
               ADD 1 TO WS-CKPT-TALLY
               IF WS-CKPT-TALLY >= WS-CKPT-INTERVAL THEN
                   PERFORM 400-WRITE-CHECKPOINT
                   MOVE 0 TO WS-CKPT-TALLY
               END-IF
           END-IF

           IF WS-BREAKER-ON THEN
           MOVE WS-CONTROL-TOTAL TO CK-CONTROL-TOTAL
           MOVE WS-BAD-OP-COUNT TO CK-BAD-OP-COUNT
           MOVE WS-DEFERRED-COUNT TO CK-DEFERRED-COUNT
           MOVE WS-SRC-ERR-COUNT TO CK-SRC-ERR-COUNT
           MOVE WS-OP-STATS TO CK-OP-STATS
           MOVE 'N' TO CK-COMPLETE-FLAG
           REWRITE CHECKPOINT-RECORD
           MOVE WS-NUMBER TO EX-NUMBER
           MOVE WS-NUMBER2 TO EX-NUMBER2
           MOVE TR-OP-CODE TO EX-OP-CODE
           EVALUATE TRUE
               WHEN WS-BAD-OP-FLAG = 'Y'
                   MOVE "BAD-OP   " TO EX-REASON
               WHEN WS-SRC-ERR-FLAG = 'Y'
                   MOVE "SRC-ERR  " TO EX-REASON
               WHEN WS-FLAG = 'Y'
                   MOVE "ZERO-DIV " TO EX-REASON
               WHEN OTHER
                   MOVE "SIZE-ERR " TO EX-REASON
           END-EVALUATE
           MOVE WS-RUN-DATE TO EX-RUN-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO EX-RUN-TIME
           MOVE SPACE TO EX-RECYCLE-FLAG
           IF NOT WS-SIM-MODE THEN
               WRITE EXCEPTION-RECORD
           END-IF.

       800-WRITE-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           ELSE
               MOVE WS-OP-MNEMONIC(WS-OP-IX) TO DL-OP
           END-IF
           EVALUATE TRUE
               WHEN WS-BAD-OP-FLAG = 'Y'
                   MOVE ZEROS TO DL-RESULT
                   MOVE ZEROS TO DL-REMAINDER
                   MOVE "BAD-OP   " TO DL-STATUS
               WHEN WS-SRC-ERR-FLAG = 'Y'
                   MOVE ZEROS TO DL-RESULT
                   MOVE ZEROS TO DL-REMAINDER
                   MOVE "SRC-ERR  " TO DL-STATUS
               WHEN WS-FLAG = 'Y'
                   MOVE ZEROS TO DL-RESULT
                   MOVE ZEROS TO DL-REMAINDER
                   MOVE "ZERO-DIV " TO DL-STATUS
               WHEN WS-SIZE-ERROR-FLAG = 'Y'
                   MOVE ZEROS TO DL-RESULT
                   MOVE ZEROS TO DL-REMAINDER
                   MOVE "SIZE-ERR " TO DL-STATUS
               WHEN OTHER
                   MOVE WS-RESULT TO DL-RESULT
                   MOVE WS-REMAINDER TO DL-REMAINDER
                   MOVE WS-RND-APPLIED TO DL-RND
                   MOVE "OK       " TO DL-STATUS
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF TR-OPERAND-DERIVED THEN
               MOVE TR-KEY TO DS-KEY
               IF TR-SRC-NUMERATOR THEN
                   MOVE "NUMERATOR" TO DS-OPERAND
               ELSE
                   MOVE "DIVISOR  " TO DS-OPERAND
               END-IF
               MOVE TR-SOURCE-KEY TO DS-SOURCE-KEY
               MOVE WS-DERIVED-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *> Machine-readable twin of the detail line, one per record
      *> regardless of outcome, so DIVLOAD can carry rejected keys
           MOVE TR-KEY TO RM-KEY
           MOVE WS-OP-CODE TO RM-OP-CODE
           IF WS-BAD-OP-FLAG = 'Y' OR WS-FLAG = 'Y'
                   OR WS-SIZE-ERROR-FLAG = 'Y'
                   OR WS-SRC-ERR-FLAG = 'Y' THEN
               MOVE ZEROS TO RM-RESULT
               MOVE ZEROS TO RM-REMAINDER
               MOVE SPACES TO RM-RND
           MOVE WS-DEFERRED-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-SRC-ERR-COUNT TO SL-SRC-ERR-COUNT
           MOVE WS-SRC-ERR-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 910-WRITE-OP-TRAILER
               VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 5.

                   WS-EXPECTED-TOTAL - WS-CONTROL-TOTAL
           END-IF

      *>   A simulation reports its balance but does not gate on it -
      *>   the variance step that follows is the whole point.
           IF WS-TOTAL-DIFF > WS-TOLERANCE THEN
               MOVE 'N' TO WS-BALANCE-SW
               DISPLAY "RUN OUT OF BALANCE - CONTROL TOTAL MISMATCH"
               IF NOT WS-SIM-MODE THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'Y' TO WS-BALANCE-SW
           END-IF
           MOVE WS-SIZE-ERROR-COUNT TO PS-SIZE-ERROR-COUNT
           MOVE WS-BAD-OP-COUNT TO PS-BAD-OP-COUNT
           MOVE WS-DEFERRED-COUNT TO PS-DEFERRED-COUNT
           MOVE WS-SRC-ERR-COUNT TO PS-SRC-ERR-COUNT
           MOVE WS-CONTROL-TOTAL TO PS-CONTROL-TOTAL
           MOVE WS-OP-STATS TO PS-OP-STATS
           WRITE PART-SUMMARY-RECORD
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO RH-RUN-TIME
           MOVE WS-RECORD-COUNT TO RH-RECORD-COUNT
           MOVE WS-REJECT-COUNT TO RH-REJECT-COUNT
