       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVOVRAP.

      *> Dual-control override apply. Runs in DIVJOB after the
      *> batch maintenance and ahead of the extract, with the online
      *> region's files closed for the night - this is the cutoff
      *> for overrides DIVMAINT queued on the pending-override file
      *> (PENDREC) for a second signature. Reads the queue in key
      *> order and, for each entry:
      *>   APPROVED - REWRITEs the new divisor onto TRANMSTR, unless
      *>              the key has gone from the master (KEY-GONE) or
      *>              the master divisor is no longer the one the
      *>              maker saw (STALE - it moved after the override
      *>              was keyed, so the approval no longer describes
      *>              the change it would make);
      *>   DECLINED - leaves the master alone.
      *> Every decided entry is journalled to the daily audit
      *> dataset (AUDREC, maker in AJ-USERID, supervisor in
      *> AJ-CHECKER-USERID, outcome in AJ-DECISION) and deleted
      *> from the queue. Entries still PENDING are listed on the
      *> register and left on the queue, out of tonight's run; a
      *> later approval is applied the following night. The step
      *> ends RC 4 when anything was left pending, stale, or had
      *> no master key, so data control sees it without the night
      *> being held up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO PENDOVR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT MASTER-FILE ASSIGN TO TRANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO OVRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       COPY PENDREC.

       FD  MASTER-FILE.
       COPY TRANREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDREC.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD             PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS           PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-DISPOSITION              PIC X(12) VALUE SPACES.

      *> Journal before-image: the master as the maker saw it for
      *> a decline or a vanished key, the master as read tonight
      *> for an approval or a stale one.
       COPY TRANREC REPLACING TRANS-RECORD BY WS-BEFORE-RECORD
                              LEADING ==TR-== BY ==TB-==.

       01  WS-APPLY-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(7) VALUE 0.
           05  WS-DECLINED-COUNT       PIC 9(7) VALUE 0.
           05  WS-STALE-COUNT          PIC 9(7) VALUE 0.
           05  WS-KEY-GONE-COUNT       PIC 9(7) VALUE 0.
           05  WS-PENDING-COUNT        PIC 9(7) VALUE 0.

       01  WS-APPLY-HEADER.
           05  FILLER                  PIC X(40)
               VALUE "DIVOVRAP - QUEUED OVERRIDE APPLY".
           05  FILLER                  PIC X(15) VALUE "BUSINESS DATE ".
           05  OH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-APPLY-DETAIL.
           05  OD-KEY                  PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OD-OLD-DIVISOR          PIC ZZZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OD-NEW-DIVISOR          PIC ZZZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OD-MAKER                PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OD-CHECKER              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OD-REASON               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OD-DISPOSITION          PIC X(12).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-APPLY-TRAILER.
           05  FILLER                  PIC X(8)  VALUE "QUEUED: ".
           05  OT-READ-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
           05  OT-APPLIED              PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  DECLINED: ".
           05  OT-DECLINED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-APPLY-TRAILER2.
           05  FILLER                  PIC X(20)
               VALUE "  LEFT AT CUTOFF:   ".
           05  OT-PENDING              PIC ZZZZZZ9.
           05  FILLER                  PIC X(9)  VALUE "  STALE: ".
           05  OT-STALE                PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  KEY-GONE: ".
           05  OT-KEY-GONE             PIC ZZZZZZ9.
           05  FILLER                  PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE

           PERFORM UNTIL WS-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 200-PROCESS-QUEUED
               END-READ
           END-PERFORM

           PERFORM 900-WRITE-TRAILER

           CLOSE PENDING-FILE
           CLOSE MASTER-FILE
           CLOSE AUDIT-FILE
           CLOSE REGISTER-FILE

           IF WS-PENDING-COUNT > 0 THEN
               DISPLAY "DIVOVRAP - " WS-PENDING-COUNT
                   " OVERRIDES STILL AWAITING APPROVAL AT CUTOFF"
           END-IF
           IF WS-PENDING-COUNT > 0 OR WS-STALE-COUNT > 0
                   OR WS-KEY-GONE-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-INITIALIZE.
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00" THEN
               DISPLAY "PENDING-FILE OPEN FAILED, STATUS="
                   WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "MASTER-FILE OPEN FAILED, STATUS="
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT-FILE OPEN FAILED, STATUS="
                   WS-AUDIT-STATUS
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

           MOVE WS-RUN-DATE TO OH-RUN-DATE
           MOVE WS-APPLY-HEADER TO REGISTER-RECORD
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

       200-PROCESS-QUEUED.
           ADD 1 TO WS-READ-COUNT
           MOVE PO-BEFORE-IMAGE TO WS-BEFORE-RECORD
           MOVE SPACES TO WS-DISPOSITION

           EVALUATE TRUE
               WHEN PO-APPROVED
                   PERFORM 300-APPLY-APPROVED
                   PERFORM 600-REMOVE-QUEUED
               WHEN PO-DECLINED
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "DECLINED" TO WS-DISPOSITION
                   MOVE WS-BEFORE-RECORD TO AJ-AFTER-IMAGE
                   MOVE "DECLINED" TO AJ-DECISION
                   PERFORM 500-WRITE-AUDIT
                   PERFORM 600-REMOVE-QUEUED
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE "HELD-PENDING" TO WS-DISPOSITION
           END-EVALUATE

           PERFORM 800-WRITE-DETAIL.

      *> The approval covers the change from the divisor the maker
      *> saw to the one keyed; if the master no longer carries the
      *> old value (batch maintenance or a bulk correction moved it
      *> since) the approval is journalled STALE and dropped, and
      *> the clerk keys it again against the current value. A key
      *> deleted from the master is journalled STALE the same way.
       300-APPLY-APPROVED.
           MOVE PO-KEY TO TR-KEY
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-KEY-GONE-COUNT
                   MOVE "KEY-GONE" TO WS-DISPOSITION
                   MOVE WS-BEFORE-RECORD TO AJ-AFTER-IMAGE
                   MOVE "STALE" TO AJ-DECISION
                   PERFORM 500-WRITE-AUDIT
               NOT INVALID KEY
                   IF TR-NUMBER2 NOT = PO-OLD-DIVISOR THEN
                       ADD 1 TO WS-STALE-COUNT
                       MOVE "STALE" TO WS-DISPOSITION
                       MOVE TRANS-RECORD TO WS-BEFORE-RECORD
                       MOVE TRANS-RECORD TO AJ-AFTER-IMAGE
                       MOVE "STALE" TO AJ-DECISION
                       PERFORM 500-WRITE-AUDIT
                   ELSE
                       PERFORM 400-REWRITE-AND-JOURNAL
                   END-IF
           END-READ.

       400-REWRITE-AND-JOURNAL.
           MOVE TRANS-RECORD TO WS-BEFORE-RECORD
           MOVE PO-NEW-DIVISOR TO TR-NUMBER2
           REWRITE TRANS-RECORD
               INVALID KEY
                   DISPLAY "MASTER REWRITE FAILED KEY=" TR-KEY
                       " STATUS=" WS-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE

           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPLIED" TO WS-DISPOSITION
           MOVE TRANS-RECORD TO AJ-AFTER-IMAGE
           MOVE "APPROVED" TO AJ-DECISION
           PERFORM 500-WRITE-AUDIT.

      *> Stamped when the decision reaches the master (or is
      *> dropped), like DIVBULKC's journal entries; the maker's
      *> terminal stays in AJ-TERMID.
       500-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO AJ-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO AJ-TIME
           MOVE PO-MAKER-USERID TO AJ-USERID
           MOVE PO-MAKER-TERMID TO AJ-TERMID
           MOVE PO-CHECKER-USERID TO AJ-CHECKER-USERID
           MOVE WS-BEFORE-RECORD TO AJ-BEFORE-IMAGE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT WRITE FAILED, STATUS=" WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       600-REMOVE-QUEUED.
           DELETE PENDING-FILE RECORD
           IF WS-PENDING-STATUS NOT = "00" THEN
               DISPLAY "PENDING DELETE FAILED KEY=" PO-KEY
                   " STATUS=" WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       800-WRITE-DETAIL.
           MOVE SPACES TO WS-APPLY-DETAIL
           MOVE PO-KEY TO OD-KEY
           MOVE PO-OLD-DIVISOR TO OD-OLD-DIVISOR
           MOVE PO-NEW-DIVISOR TO OD-NEW-DIVISOR
           MOVE PO-MAKER-USERID TO OD-MAKER
           MOVE PO-CHECKER-USERID TO OD-CHECKER
           MOVE PO-HOLD-REASON TO OD-REASON
           MOVE WS-DISPOSITION TO OD-DISPOSITION
           MOVE WS-APPLY-DETAIL TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       900-WRITE-TRAILER.
           MOVE WS-READ-COUNT TO OT-READ-COUNT
           MOVE WS-APPLIED-COUNT TO OT-APPLIED
           MOVE WS-DECLINED-COUNT TO OT-DECLINED
           MOVE WS-APPLY-TRAILER TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-PENDING-COUNT TO OT-PENDING
           MOVE WS-STALE-COUNT TO OT-STALE
           MOVE WS-KEY-GONE-COUNT TO OT-KEY-GONE
           MOVE WS-APPLY-TRAILER2 TO REGISTER-RECORD
           WRITE REGISTER-RECORD.
