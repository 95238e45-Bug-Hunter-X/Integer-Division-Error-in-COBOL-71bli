       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVPTD.

      *> Period-to-date posting. Runs in DIVMERGE after the results
      *> master load and posts the night's merged result generation
      *> (the same PROD.DIV.RSLT file DIVLOAD loaded) onto the
      *> period accumulator (PERDREC), one record per key per
      *> fiscal period - the calendar month of RM-RUN-DATE:
      *>   every result adds a run to the key's count;
      *>   OK results add to the period total and to the total of
      *>   their operation slot;
      *>   ZERO-DIV, SIZE-ERR and BAD-OP results add to their own
      *>   reject counts (anything else - SRC-ERR included - to
      *>   the other-reject count).
      *> A key already posted for the same business date (a full
      *> rerun of the night after DIVMERGE had finished) has that
      *> night's posting backed out first and the new one put in
      *> its place, so a rerun never counts a night twice.
      *> The period control record (PCTLREC) is opened on the first
      *> night of a month and counts the nights posted. A period
      *> DIVPCLOS has already closed takes no postings at all: the
      *> results are listed as refused, the attempt is counted on
      *> the control record, and the step ends RC 8 so the late
      *> run is taken up with finance instead of quietly moving a
      *> closed month's figures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-IN-FILE ASSIGN TO RSLTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLTIN-STATUS.

           SELECT PERIOD-FILE ASSIGN TO PERIOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-ACCUM-KEY
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PERIOD-CTL-FILE ASSIGN TO PERIODCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIODCT-STATUS.

           SELECT POST-REPORT-FILE ASSIGN TO PTDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-IN-FILE
           RECORDING MODE IS F.
       COPY RSLTREC REPLACING RESULT-RECORD BY RESULT-IN-RECORD
                              LEADING ==RM-== BY ==RI-==.

       FD  PERIOD-FILE.
       COPY PERDREC.

       FD  PERIOD-CTL-FILE.
       COPY PCTLREC.

       FD  POST-REPORT-FILE
           RECORDING MODE IS F.
       01  POST-REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RSLTIN-STATUS            PIC XX VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC XX VALUE SPACES.
       01  WS-PERIODCT-STATUS          PIC XX VALUE SPACES.
       01  WS-PTDRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-NEW-ACCUM-SW             PIC X VALUE 'N'.
           88  WS-NEW-ACCUM            VALUE 'Y'.

       01  WS-CUR-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-CUR-PERIOD-STATE         PIC X VALUE SPACE.
           88  WS-CUR-PERIOD-CLOSED    VALUE 'C'.

       01  WS-OP-CODE-IN               PIC X.
       01  WS-OP-IX                    PIC 9 VALUE 0.

       01  WS-POST-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-POSTED-COUNT         PIC 9(7) VALUE 0.
           05  WS-NEW-KEY-COUNT        PIC 9(7) VALUE 0.
           05  WS-REPLACED-COUNT       PIC 9(7) VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(7) VALUE 0.
       01  WS-POSTED-TOTAL             PIC S9(11)V9(2) VALUE 0.

       01  WS-POST-HEADER.
           05  FILLER                  PIC X(44)
               VALUE "DIVPTD - PERIOD-TO-DATE POSTING REGISTER".
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           05  PL-PERIOD               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-STATE                PIC X(6).
           05  FILLER                  PIC X(17)
               VALUE "  NIGHTS POSTED: ".
           05  PL-NIGHTS               PIC ZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER                  PIC X(8)  VALUE "REFUSED ".
           05  RF-KEY                  PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  RF-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RF-STATUS               PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  RF-RESULT               PIC ZZZZ9.99-.
           05  FILLER                  PIC X(18)
               VALUE " PERIOD CLOSED".
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-POST-TRAILER1.
           05  FILLER                  PIC X(6)  VALUE "READ: ".
           05  PT-READ-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(9)  VALUE " POSTED: ".
           05  PT-POSTED-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " NEW KEYS: ".
           05  PT-NEW-KEY-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " REPLACED: ".
           05  PT-REPLACED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-POST-TRAILER2.
           05  FILLER                  PIC X(10) VALUE "REFUSED: ".
           05  PT-REFUSED-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(18)
               VALUE "  OK TOTAL POSTED:".
           05  PT-POSTED-TOTAL         PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE

           PERFORM UNTIL WS-EOF
               READ RESULT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 200-POST-RESULT
               END-READ
           END-PERFORM

           PERFORM 900-WRITE-TRAILER

           CLOSE RESULT-IN-FILE
           CLOSE PERIOD-FILE
           CLOSE PERIOD-CTL-FILE
           CLOSE POST-REPORT-FILE

           DISPLAY "DIVPTD - READ " WS-READ-COUNT
               " POSTED " WS-POSTED-COUNT
               " REPLACED " WS-REPLACED-COUNT
               " REFUSED " WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT > 0 THEN
               DISPLAY "DIVPTD - RESULTS FOR A CLOSED PERIOD NOT"
                   " POSTED - SEE REGISTER"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT RESULT-IN-FILE
           IF WS-RSLTIN-STATUS NOT = "00" THEN
               DISPLAY "RESULT-IN OPEN FAILED, STATUS="
                   WS-RSLTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PERIOD-FILE
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

           OPEN OUTPUT POST-REPORT-FILE
           IF WS-PTDRPT-STATUS NOT = "00" THEN
               DISPLAY "POST-REPORT OPEN FAILED, STATUS="
                   WS-PTDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-POST-HEADER TO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD.

       200-POST-RESULT.
           ADD 1 TO WS-READ-COUNT
           IF RI-RUN-DATE(1:6) NOT = WS-CUR-PERIOD THEN
               PERFORM 300-OPEN-PERIOD
           END-IF
           IF WS-CUR-PERIOD-CLOSED THEN
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 350-WRITE-REFUSED
           ELSE
               PERFORM 400-POST-ACCUM
           END-IF.

      *> First result of a period this run: find or create its
      *> control record and count the night, once per business
      *> date - a same-date rerun does not count it again.
       300-OPEN-PERIOD.
           MOVE RI-RUN-DATE(1:6) TO WS-CUR-PERIOD
           MOVE WS-CUR-PERIOD TO PC-PERIOD
           READ PERIOD-CTL-FILE
               INVALID KEY
                   PERFORM 310-NEW-PERIOD
               NOT INVALID KEY
                   PERFORM 320-COUNT-NIGHT
           END-READ
           MOVE PC-STATE TO WS-CUR-PERIOD-STATE

           MOVE PC-PERIOD TO PL-PERIOD
           IF PC-CLOSED THEN
               MOVE "CLOSED" TO PL-STATE
           ELSE
               MOVE "OPEN" TO PL-STATE
           END-IF
           MOVE PC-NIGHTS-POSTED TO PL-NIGHTS
           MOVE WS-PERIOD-LINE TO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD.

       310-NEW-PERIOD.
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-CUR-PERIOD TO PC-PERIOD
           MOVE 'O' TO PC-STATE
           MOVE RI-RUN-DATE TO PC-FIRST-POST-DATE
           MOVE RI-RUN-DATE TO PC-LAST-POST-DATE
           MOVE 1 TO PC-NIGHTS-POSTED
           MOVE 0 TO PC-LATE-REFUSED
           MOVE 0 TO PC-CLOSE-PERIOD-TOTAL
           MOVE 0 TO PC-CLOSE-RUNHIST-TOTAL
           WRITE PERIOD-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "PERIOD-CTL WRITE FAILED PERIOD="
                       PC-PERIOD " STATUS=" WS-PERIODCT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       320-COUNT-NIGHT.
           IF PC-CLOSED THEN
               ADD 1 TO PC-LATE-REFUSED
           ELSE
               IF RI-RUN-DATE NOT = PC-LAST-POST-DATE THEN
                   ADD 1 TO PC-NIGHTS-POSTED
                   MOVE RI-RUN-DATE TO PC-LAST-POST-DATE
               END-IF
           END-IF
           REWRITE PERIOD-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "PERIOD-CTL REWRITE FAILED PERIOD="
                       PC-PERIOD " STATUS=" WS-PERIODCT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       350-WRITE-REFUSED.
           MOVE RI-KEY TO RF-KEY
           MOVE RI-RUN-DATE TO RF-RUN-DATE
           MOVE RI-STATUS TO RF-STATUS
           MOVE RI-RESULT TO RF-RESULT
           MOVE WS-REFUSED-LINE TO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD.

       400-POST-ACCUM.
           MOVE WS-CUR-PERIOD TO PA-PERIOD
           MOVE RI-KEY TO PA-RSLT-KEY
           READ PERIOD-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-ACCUM-SW
                   PERFORM 410-NEW-ACCUM
               NOT INVALID KEY
                   MOVE 'N' TO WS-NEW-ACCUM-SW
           END-READ

           IF NOT WS-NEW-ACCUM
                   AND PA-LAST-RUN-DATE = RI-RUN-DATE THEN
               ADD 1 TO WS-REPLACED-COUNT
               PERFORM 450-BACK-OUT-LAST
           END-IF
           PERFORM 500-APPLY-RESULT

           IF WS-NEW-ACCUM THEN
               ADD 1 TO WS-NEW-KEY-COUNT
               WRITE PERIOD-ACCUM-RECORD
                   INVALID KEY
                       DISPLAY "PERIOD-FILE WRITE FAILED KEY="
                           PA-ACCUM-KEY " STATUS=" WS-PERIOD-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           ELSE
               REWRITE PERIOD-ACCUM-RECORD
                   INVALID KEY
                       DISPLAY "PERIOD-FILE REWRITE FAILED KEY="
                           PA-ACCUM-KEY " STATUS=" WS-PERIOD-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF
           ADD 1 TO WS-POSTED-COUNT.

       410-NEW-ACCUM.
           MOVE SPACES TO PERIOD-ACCUM-RECORD
           MOVE WS-CUR-PERIOD TO PA-PERIOD
           MOVE RI-KEY TO PA-RSLT-KEY
           MOVE 0 TO PA-RUN-COUNT
           MOVE 0 TO PA-OK-COUNT
           MOVE 0 TO PA-PERIOD-TOTAL
           MOVE ZEROS TO PA-REJECT-COUNTS
           PERFORM 420-ZERO-OP-SLOT
               VARYING WS-OP-IX FROM 1 BY 1 UNTIL WS-OP-IX > 5
           MOVE RI-RUN-DATE TO PA-FIRST-RUN-DATE
           MOVE 0 TO PA-LAST-RESULT.

       420-ZERO-OP-SLOT.
           MOVE 0 TO PA-OP-OK-COUNT(WS-OP-IX)
           MOVE 0 TO PA-OP-TOTAL(WS-OP-IX).

      *> Undo the earlier posting of this same business date so the
      *> rerun's result takes its place.
       450-BACK-OUT-LAST.
           SUBTRACT 1 FROM PA-RUN-COUNT
           EVALUATE PA-LAST-STATUS
               WHEN "OK       "
                   SUBTRACT 1 FROM PA-OK-COUNT
                   SUBTRACT PA-LAST-RESULT FROM PA-PERIOD-TOTAL
                   MOVE PA-LAST-OP-CODE TO WS-OP-CODE-IN
                   PERFORM 550-SET-OP-INDEX
                   IF WS-OP-IX > 0 THEN
                       SUBTRACT 1 FROM PA-OP-OK-COUNT(WS-OP-IX)
                       SUBTRACT PA-LAST-RESULT
                           FROM PA-OP-TOTAL(WS-OP-IX)
                   END-IF
               WHEN "ZERO-DIV "
                   SUBTRACT 1 FROM PA-ZERO-DIV-COUNT
               WHEN "SIZE-ERR "
                   SUBTRACT 1 FROM PA-SIZE-ERR-COUNT
               WHEN "BAD-OP   "
                   SUBTRACT 1 FROM PA-BAD-OP-COUNT
               WHEN OTHER
                   SUBTRACT 1 FROM PA-OTHER-REJ-COUNT
           END-EVALUATE.

       500-APPLY-RESULT.
           ADD 1 TO PA-RUN-COUNT
           EVALUATE RI-STATUS
               WHEN "OK       "
                   ADD 1 TO PA-OK-COUNT
                   ADD RI-RESULT TO PA-PERIOD-TOTAL
                   ADD RI-RESULT TO WS-POSTED-TOTAL
                   MOVE RI-OP-CODE TO WS-OP-CODE-IN
                   PERFORM 550-SET-OP-INDEX
                   IF WS-OP-IX > 0 THEN
                       ADD 1 TO PA-OP-OK-COUNT(WS-OP-IX)
                       ADD RI-RESULT TO PA-OP-TOTAL(WS-OP-IX)
                   END-IF
               WHEN "ZERO-DIV "
                   ADD 1 TO PA-ZERO-DIV-COUNT
               WHEN "SIZE-ERR "
                   ADD 1 TO PA-SIZE-ERR-COUNT
               WHEN "BAD-OP   "
                   ADD 1 TO PA-BAD-OP-COUNT
               WHEN OTHER
                   ADD 1 TO PA-OTHER-REJ-COUNT
           END-EVALUATE
           MOVE RI-RUN-DATE TO PA-LAST-RUN-DATE
           MOVE RI-OP-CODE TO PA-LAST-OP-CODE
           MOVE RI-STATUS TO PA-LAST-STATUS
           MOVE RI-RESULT TO PA-LAST-RESULT.

      *> Slot order must track DIVBATCH 240-SET-OP-INDEX.
       550-SET-OP-INDEX.
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

       900-WRITE-TRAILER.
           MOVE WS-READ-COUNT TO PT-READ-COUNT
           MOVE WS-POSTED-COUNT TO PT-POSTED-COUNT
           MOVE WS-NEW-KEY-COUNT TO PT-NEW-KEY-COUNT
           MOVE WS-REPLACED-COUNT TO PT-REPLACED-COUNT
           MOVE WS-POST-TRAILER1 TO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD
           MOVE WS-REFUSED-COUNT TO PT-REFUSED-COUNT
           MOVE WS-POSTED-TOTAL TO PT-POSTED-TOTAL
           MOVE WS-POST-TRAILER2 TO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD.
