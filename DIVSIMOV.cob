       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVSIMOV.

      *> What-if overlay. Builds the input for a simulation run of
      *> DIVBATCH (SIMJOB) by laying a file of proposed master
      *> changes over tonight's clean extract, without touching
      *> TRANMSTR. The overlay uses the same MNTREC cards DIVTRMNT
      *> takes (A add / C change / D delete, full TRANS-RECORD
      *> image), so a batch of corrections can be simulated exactly
      *> as it would later be submitted. Both inputs are in TR-KEY
      *> order - the clean file from DIVJOB's sort, the overlay
      *> from SIMJOB's own sort step (EQUALS, so several cards for
      *> one key apply in the order keyed) - and one merge pass
      *> writes the simulated extract, still in key order.
      *> Each card lands on the overlay register with the same
      *> dispositions DIVTRMNT uses: a duplicate add, a change or
      *> delete of a key not on the extract, a bad action, or bad
      *> fields on the image is listed and skipped, and ends the
      *> step RC 4 so the simulation still runs with the cards that
      *> did apply but nobody mistakes it for the whole deck.
      *> Effective dates are not rolled here: rolling only moves a
      *> closed-day date forward to a business day, which never
      *> changes DIVBATCH's tonight-or-deferred decision against a
      *> business run date.
      *> Operand chains run in the order tonight's edit levelled
      *> them: a changed record keeps its TR-CHAIN-LEVEL. A card
      *> that would make a new derived record, or point one at a
      *> different source, cannot be levelled here and is listed
      *> CHAIN-CHANGE and skipped; the operand-source edit itself
      *> is DIVTRMNT's (BAD-SOURCE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT OVERLAY-FILE ASSIGN TO OVLYIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERLAY-STATUS.

           SELECT SIM-OUT-FILE ASSIGN TO SIMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIMOUT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO OVLYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
       COPY TRANREC.

       FD  OVERLAY-FILE
           RECORDING MODE IS F.
       COPY MNTREC.

       FD  SIM-OUT-FILE
           RECORDING MODE IS F.
       01  SIM-OUT-RECORD              PIC X(80).

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS             PIC XX VALUE SPACES.
       01  WS-OVERLAY-STATUS           PIC XX VALUE SPACES.
       01  WS-SIMOUT-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.

      *> Current key of each input, HIGH-VALUES at end of file.
       01  WS-MERGE-KEYS.
           05  WS-CLEAN-KEY            PIC X(10).
           05  WS-OVLY-KEY             PIC X(10).
           05  WS-LOW-KEY              PIC X(10).

      *> Overlay card image, unpacked for the edits.
       COPY TRANREC REPLACING TRANS-RECORD BY WS-WORK-RECORD
                              LEADING ==TR-== BY ==TW-==.

      *> The record the key in hand will go out as, if it survives
      *> the overlay cards for that key.
       COPY TRANREC REPLACING TRANS-RECORD BY WS-SIM-RECORD
                              LEADING ==TR-== BY ==SM-==.
       01  WS-HAVE-RECORD-SW           PIC X VALUE 'N'.
           88  WS-HAVE-RECORD          VALUE 'Y'.

       01  WS-EFF-DATE-OK-SW           PIC X VALUE 'Y'.
           88  WS-EFF-DATE-OK          VALUE 'Y'.
       01  WS-EFF-DATE-NUM             PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-EFF-DATE-NUM.
           05  WS-EFF-YEAR             PIC 9(4).
           05  WS-EFF-MONTH            PIC 9(2).
           05  WS-EFF-DAY              PIC 9(2).

       01  WS-DISPOSITION              PIC X(12) VALUE SPACES.

       01  WS-OVERLAY-COUNTERS.
           05  WS-CLEAN-COUNT          PIC 9(7) VALUE 0.
           05  WS-CARD-COUNT           PIC 9(7) VALUE 0.
           05  WS-ADD-APPLIED          PIC 9(7) VALUE 0.
           05  WS-CHG-APPLIED          PIC 9(7) VALUE 0.
           05  WS-DEL-APPLIED          PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
           05  WS-WRITTEN-COUNT        PIC 9(7) VALUE 0.

       01  WS-OVERLAY-HEADER.
           05  FILLER                  PIC X(44)
               VALUE "DIVSIMOV - WHAT-IF OVERLAY REGISTER".
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-OVERLAY-DETAIL.
           05  OD-ACTION               PIC X.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OD-KEY                  PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OD-DISPOSITION          PIC X(12).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-OVERLAY-TRAILER.
           05  FILLER                  PIC X(7)  VALUE "CLEAN: ".
           05  OT-CLEAN-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE " CARDS: ".
           05  OT-CARD-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE " A:".
           05  OT-ADD-APPLIED          PIC ZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE " C:".
           05  OT-CHG-APPLIED          PIC ZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE " D:".
           05  OT-DEL-APPLIED          PIC ZZZZZ9.
           05  FILLER                  PIC X(5)  VALUE " REJ:".
           05  OT-REJECT-COUNT         PIC ZZZZZ9.
           05  FILLER                  PIC X(5)  VALUE " OUT:".
           05  OT-WRITTEN-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X     VALUE SPACE.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 610-READ-CLEAN
           PERFORM 620-READ-OVERLAY

           PERFORM 200-MERGE-KEY
               UNTIL WS-CLEAN-KEY = HIGH-VALUES
                 AND WS-OVLY-KEY = HIGH-VALUES

           PERFORM 900-WRITE-TRAILER

           CLOSE TRANS-FILE
           CLOSE OVERLAY-FILE
           CLOSE SIM-OUT-FILE
           CLOSE REGISTER-FILE

           DISPLAY "DIVSIMOV - CARDS " WS-CARD-COUNT
               " REJECTED " WS-REJECT-COUNT
               " SIMULATED RECORDS " WS-WRITTEN-COUNT
           IF WS-REJECT-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00" THEN
               DISPLAY "TRANS-FILE OPEN FAILED, STATUS="
                   WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OVERLAY-FILE
           IF WS-OVERLAY-STATUS NOT = "00" THEN
               DISPLAY "OVERLAY-FILE OPEN FAILED, STATUS="
                   WS-OVERLAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SIM-OUT-FILE
           IF WS-SIMOUT-STATUS NOT = "00" THEN
               DISPLAY "SIM-OUT OPEN FAILED, STATUS="
                   WS-SIMOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00" THEN
               DISPLAY "REGISTER-FILE OPEN FAILED, STATUS="
                   WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-OVERLAY-HEADER TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       200-MERGE-KEY.
           MOVE WS-CLEAN-KEY TO WS-LOW-KEY
           IF WS-OVLY-KEY < WS-LOW-KEY THEN
               MOVE WS-OVLY-KEY TO WS-LOW-KEY
           END-IF

           MOVE 'N' TO WS-HAVE-RECORD-SW
           IF WS-CLEAN-KEY = WS-LOW-KEY THEN
               MOVE 'Y' TO WS-HAVE-RECORD-SW
               MOVE TRANS-RECORD TO WS-SIM-RECORD
               PERFORM 610-READ-CLEAN
           END-IF

           PERFORM 300-APPLY-CARD
               UNTIL WS-OVLY-KEY NOT = WS-LOW-KEY

           IF WS-HAVE-RECORD THEN
               PERFORM 500-WRITE-SIM-RECORD
           END-IF.

       300-APPLY-CARD.
           ADD 1 TO WS-CARD-COUNT
           PERFORM 350-EDIT-EFF-DATE

           EVALUATE TRUE
               WHEN NOT MT-ACTION-VALID
                   MOVE "BAD-ACTION" TO WS-DISPOSITION
               WHEN TW-KEY = SPACES
                   MOVE "BLANK-KEY" TO WS-DISPOSITION
               WHEN (MT-ADD OR MT-CHANGE)
                       AND (TW-NUMBER IS NOT NUMERIC
                       OR TW-NUMBER2 IS NOT NUMERIC)
                   MOVE "BAD-FIELDS" TO WS-DISPOSITION
               WHEN (MT-ADD OR MT-CHANGE)
                       AND NOT WS-EFF-DATE-OK
                   MOVE "BAD-EFFDATE" TO WS-DISPOSITION
               WHEN (MT-ADD OR MT-CHANGE)
                       AND (NOT TW-OPERAND-SRC-VALID
                       OR (TW-OPERAND-OWN
                       AND TW-SOURCE-KEY NOT = SPACES)
                       OR (TW-OPERAND-DERIVED
                       AND (TW-SOURCE-KEY = SPACES
                       OR TW-SOURCE-KEY = TW-KEY)))
                   MOVE "BAD-SOURCE" TO WS-DISPOSITION
               WHEN MT-ADD AND WS-HAVE-RECORD
                   MOVE "DUP-ADD" TO WS-DISPOSITION
               WHEN (MT-CHANGE OR MT-DELETE) AND NOT WS-HAVE-RECORD
                   MOVE "NOT-FOUND" TO WS-DISPOSITION
               WHEN MT-ADD AND TW-OPERAND-DERIVED
                   MOVE "CHAIN-CHANGE" TO WS-DISPOSITION
               WHEN MT-CHANGE
                       AND (TW-OPERAND-SOURCE NOT = SM-OPERAND-SOURCE
                       OR TW-SOURCE-KEY NOT = SM-SOURCE-KEY)
                   MOVE "CHAIN-CHANGE" TO WS-DISPOSITION
               WHEN MT-ADD
                   ADD 1 TO WS-ADD-APPLIED
                   MOVE 'Y' TO WS-HAVE-RECORD-SW
                   MOVE SPACES TO TW-CHAIN-LEVEL
                   MOVE WS-WORK-RECORD TO WS-SIM-RECORD
                   MOVE "APPLIED" TO WS-DISPOSITION
               WHEN MT-CHANGE
                   ADD 1 TO WS-CHG-APPLIED
                   MOVE SM-CHAIN-LEVEL TO TW-CHAIN-LEVEL
                   MOVE WS-WORK-RECORD TO WS-SIM-RECORD
                   MOVE "APPLIED" TO WS-DISPOSITION
               WHEN MT-DELETE
                   ADD 1 TO WS-DEL-APPLIED
                   MOVE 'N' TO WS-HAVE-RECORD-SW
                   MOVE "APPLIED" TO WS-DISPOSITION
           END-EVALUATE

           IF WS-DISPOSITION NOT = "APPLIED" THEN
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           MOVE SPACES TO WS-OVERLAY-DETAIL
           MOVE MT-ACTION TO OD-ACTION
           MOVE TW-KEY TO OD-KEY
           MOVE WS-DISPOSITION TO OD-DISPOSITION
           MOVE WS-OVERLAY-DETAIL TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           PERFORM 620-READ-OVERLAY.

       350-EDIT-EFF-DATE.
           MOVE 'Y' TO WS-EFF-DATE-OK-SW
           IF TW-EFF-DATE NOT = SPACES THEN
               IF TW-EFF-DATE IS NOT NUMERIC THEN
                   MOVE 'N' TO WS-EFF-DATE-OK-SW
               ELSE
                   MOVE TW-EFF-DATE TO WS-EFF-DATE-NUM
                   IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
                           OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
                       MOVE 'N' TO WS-EFF-DATE-OK-SW
                   END-IF
               END-IF
           END-IF.

       500-WRITE-SIM-RECORD.
           MOVE WS-SIM-RECORD TO SIM-OUT-RECORD
           WRITE SIM-OUT-RECORD
           IF WS-SIMOUT-STATUS NOT = "00" THEN
               DISPLAY "SIM-OUT WRITE FAILED, STATUS="
                   WS-SIMOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT.

       610-READ-CLEAN.
           READ TRANS-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CLEAN-KEY
               NOT AT END
                   ADD 1 TO WS-CLEAN-COUNT
                   MOVE TR-KEY TO WS-CLEAN-KEY
           END-READ.

      *> A blank-keyed card sorts ahead of every real key and is
      *> rejected BLANK-KEY on its own (nothing on the extract has
      *> a blank key - DIVEDIT sees to that).
       620-READ-OVERLAY.
           READ OVERLAY-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-OVLY-KEY
               NOT AT END
                   MOVE MT-TRAN-IMAGE TO WS-WORK-RECORD
                   MOVE TW-KEY TO WS-OVLY-KEY
           END-READ.

       900-WRITE-TRAILER.
           MOVE WS-CLEAN-COUNT TO OT-CLEAN-COUNT
           MOVE WS-CARD-COUNT TO OT-CARD-COUNT
           MOVE WS-ADD-APPLIED TO OT-ADD-APPLIED
           MOVE WS-CHG-APPLIED TO OT-CHG-APPLIED
           MOVE WS-DEL-APPLIED TO OT-DEL-APPLIED
           MOVE WS-REJECT-COUNT TO OT-REJECT-COUNT
           MOVE WS-WRITTEN-COUNT TO OT-WRITTEN-COUNT
           MOVE WS-OVERLAY-TRAILER TO REGISTER-RECORD
           WRITE REGISTER-RECORD.
