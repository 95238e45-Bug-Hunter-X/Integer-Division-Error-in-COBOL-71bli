       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVWLBLD.

      *> Exception worklist rebuild. Runs in RECYJOB straight after
      *> RECYCLE, while the online region's files are still closed
      *> for the correction window, and brings the keyed worklist
      *> the clerks page through on the DIVW transaction (DIVWORK,
      *> see WLSTREC) into line with the carry-forward generation
      *> DIVRECYC has just written - every record on it is an
      *> exception still outstanding this morning.
      *>   Pass 1 reads the carry and, for each key, refreshes the
      *>   batch half of its worklist entry (reason, original run
      *>   date and time-stamped build, operands, age off the
      *>   original EX-RUN-DATE as DIVAGERP ages it) or adds a new
      *>   unclaimed entry. The claim and note on an existing entry
      *>   are never touched here, so they survive the rebuild for
      *>   as long as the exception is outstanding.
      *>   Pass 2 browses the whole worklist and deletes every entry
      *>   this run did not stamp - the key has resolved (or been
      *>   suppressed) and dropped out of the carry. A claimed entry
      *>   deleted this way is listed on the register with its
      *>   holder and note so the clerk knows the item is closed.
      *> The stamp carries the clock time as well as the business
      *> date, so a rerun of RECYJOB on the same date still drops
      *> entries the first run kept but the rerun's carry does not.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRY-FILE ASSIGN TO CARRYIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO WORKLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT REGISTER-FILE ASSIGN TO WLSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-FILE
           RECORDING MODE IS F.
       COPY EXCPREC.

       FD  WORKLIST-FILE.
       COPY WLSTREC.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD             PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-CARRY-STATUS             PIC XX VALUE SPACES.
       01  WS-WORKLIST-STATUS          PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-THIS-STAMP.
           05  WS-STAMP-DATE           PIC X(8).
           05  WS-STAMP-TIME           PIC X(6).

       01  WS-TODAY-INT                PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-AGE-DAYS                 PIC S9(5) VALUE 0.

       01  WS-BUILD-COUNTERS.
           05  WS-CARRY-COUNT          PIC 9(7) VALUE 0.
           05  WS-ADDED-COUNT          PIC 9(7) VALUE 0.
           05  WS-REFRESHED-COUNT      PIC 9(7) VALUE 0.
           05  WS-CLAIMS-KEPT-COUNT    PIC 9(7) VALUE 0.
           05  WS-RESOLVED-COUNT       PIC 9(7) VALUE 0.
           05  WS-RESOLVED-CLAIM-COUNT PIC 9(7) VALUE 0.

       01  WS-BUILD-HEADER.
           05  FILLER                  PIC X(40)
               VALUE "DIVWLBLD - EXCEPTION WORKLIST REBUILD".
           05  FILLER                  PIC X(15) VALUE "BUSINESS DATE ".
           05  BH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-CLOSED-TITLE.
           05  FILLER                  PIC X(40)
               VALUE "RESOLVED ITEMS RELEASED FROM A CLAIM".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-CLOSED-DETAIL.
           05  CD-KEY                  PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  CD-REASON               PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  CD-HOLDER               PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CD-CLAIM-DATE           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CD-NOTE                 PIC X(40).
           05  FILLER                  PIC X VALUE SPACE.

       01  WS-BUILD-TRAILER.
           05  FILLER                  PIC X(9)  VALUE "CARRIED:".
           05  BT-CARRY-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(9)  VALUE "  ADDED:".
           05  BT-ADDED                PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE "  REFRESHED:".
           05  BT-REFRESHED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE "  CLAIMS KEPT:".
           05  BT-CLAIMS-KEPT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-BUILD-TRAILER2.
           05  FILLER                  PIC X(12) VALUE "RESOLVED:".
           05  BT-RESOLVED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(20)
               VALUE "  OF WHICH CLAIMED:".
           05  BT-RESOLVED-CLAIM       PIC ZZZZZZ9.
           05  FILLER                  PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE

           PERFORM UNTIL WS-EOF
               READ CARRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 200-POST-CARRIED
               END-READ
           END-PERFORM

           MOVE WS-CLOSED-TITLE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM 400-DROP-RESOLVED

           PERFORM 900-WRITE-TRAILER

           CLOSE CARRY-FILE
           CLOSE WORKLIST-FILE
           CLOSE REGISTER-FILE
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT CARRY-FILE
           IF WS-CARRY-STATUS NOT = "00" THEN
               DISPLAY "CARRY-FILE OPEN FAILED, STATUS="
                   WS-CARRY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O WORKLIST-FILE
           IF WS-WORKLIST-STATUS NOT = "00" THEN
               DISPLAY "WORKLIST-FILE OPEN FAILED, STATUS="
                   WS-WORKLIST-STATUS
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

           PERFORM 120-READ-BUSINESS-DATE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-RUN-DATE TO WS-STAMP-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO WS-STAMP-TIME
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-DATE))

           MOVE WS-RUN-DATE TO BH-RUN-DATE
           MOVE WS-BUILD-HEADER TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

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

       200-POST-CARRIED.
           ADD 1 TO WS-CARRY-COUNT
           PERFORM 250-SET-AGE

           MOVE EX-KEY TO WL-KEY
           READ WORKLIST-FILE
               INVALID KEY
                   PERFORM 300-ADD-ENTRY
               NOT INVALID KEY
                   PERFORM 350-REFRESH-ENTRY
           END-READ.

      *> Same calendar-day age DIVAGERP works out; an unreadable
      *> run date is parked at 99999 so a minimum-age filter on the
      *> screen never hides it.
       250-SET-AGE.
           IF EX-RUN-DATE IS NOT NUMERIC THEN
               MOVE 99999 TO WS-AGE-DAYS
           ELSE
               MOVE EX-RUN-DATE TO WS-RUN-DATE-NUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               IF WS-AGE-DAYS < 0 THEN
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           END-IF.

       300-ADD-ENTRY.
           MOVE SPACES TO WORKLIST-RECORD
           MOVE EX-KEY TO WL-KEY
           PERFORM 360-MOVE-BATCH-FIELDS
           WRITE WORKLIST-RECORD
               INVALID KEY
                   DISPLAY "WORKLIST WRITE FAILED KEY=" WL-KEY
                       " STATUS=" WS-WORKLIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-ADDED-COUNT.

       350-REFRESH-ENTRY.
           PERFORM 360-MOVE-BATCH-FIELDS
           REWRITE WORKLIST-RECORD
               INVALID KEY
                   DISPLAY "WORKLIST REWRITE FAILED KEY=" WL-KEY
                       " STATUS=" WS-WORKLIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-REFRESHED-COUNT
           IF NOT WL-UNCLAIMED THEN
               ADD 1 TO WS-CLAIMS-KEPT-COUNT
           END-IF.

       360-MOVE-BATCH-FIELDS.
           MOVE EX-REASON TO WL-REASON
           MOVE EX-RUN-DATE TO WL-RUN-DATE
           MOVE WS-AGE-DAYS TO WL-AGE-DAYS
           MOVE EX-OP-CODE TO WL-OP-CODE
           MOVE EX-NUMBER TO WL-NUMBER
           MOVE EX-NUMBER2 TO WL-NUMBER2
           MOVE WS-THIS-STAMP TO WL-BUILD-STAMP.

      *> Every entry the carry pass did not stamp has left the
      *> carry-forward loop; take it off the worklist.
       400-DROP-RESOLVED.
           MOVE LOW-VALUES TO WL-KEY
           START WORKLIST-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM 410-CHECK-ONE-ENTRY UNTIL WS-EOF.

       410-CHECK-ONE-ENTRY.
           READ WORKLIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WL-BUILD-STAMP NOT = WS-THIS-STAMP THEN
                       PERFORM 450-DELETE-ENTRY
                   END-IF
           END-READ.

       450-DELETE-ENTRY.
           ADD 1 TO WS-RESOLVED-COUNT
           IF NOT WL-UNCLAIMED THEN
               ADD 1 TO WS-RESOLVED-CLAIM-COUNT
               MOVE SPACES TO WS-CLOSED-DETAIL
               MOVE WL-KEY TO CD-KEY
               MOVE WL-REASON TO CD-REASON
               MOVE WL-CLAIM-USERID TO CD-HOLDER
               MOVE WL-CLAIM-DATE TO CD-CLAIM-DATE
               MOVE WL-NOTE TO CD-NOTE
               MOVE WS-CLOSED-DETAIL TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           DELETE WORKLIST-FILE RECORD
           IF WS-WORKLIST-STATUS NOT = "00" THEN
               DISPLAY "WORKLIST DELETE FAILED KEY=" WL-KEY
                   " STATUS=" WS-WORKLIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       900-WRITE-TRAILER.
           MOVE WS-CARRY-COUNT TO BT-CARRY-COUNT
           MOVE WS-ADDED-COUNT TO BT-ADDED
           MOVE WS-REFRESHED-COUNT TO BT-REFRESHED
           MOVE WS-CLAIMS-KEPT-COUNT TO BT-CLAIMS-KEPT
           MOVE WS-BUILD-TRAILER TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE WS-RESOLVED-COUNT TO BT-RESOLVED
           MOVE WS-RESOLVED-CLAIM-COUNT TO BT-RESOLVED-CLAIM
           MOVE WS-BUILD-TRAILER2 TO REGISTER-RECORD
           WRITE REGISTER-RECORD.
