      *> alongside what DIVBATCH then computed for that key from the
      *> PROD.DIV.RESULTS master. A key overridden after the nightly
      *> load shows NOT-RUN until the next run picks it up.
      *> Overrides held for a second signature are journalled by
      *> DIVOVRAP with the supervisor and the decision; the report
      *> shows both. DECLINED and STALE entries never reached the
      *> master, so they are listed and counted but take no result
      *> lookup and do not count as overrides.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-AUDIT-COUNTERS.
           05  WS-OVERRIDE-COUNT       PIC 9(7) VALUE 0.
           05  WS-NOT-RUN-COUNT        PIC 9(7) VALUE 0.
           05  WS-APPROVED-COUNT       PIC 9(7) VALUE 0.
           05  WS-NOT-APPLIED-COUNT    PIC 9(7) VALUE 0.

       01  WS-AUDIT-HEADER.
           05  FILLER                  PIC X(42)
           05  AD-RESULT               PIC ZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  AD-STATUS               PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  AD-DECISION             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AD-CHECKER              PIC X(8).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-AUDIT-TRAILER.
           05  FILLER                  PIC X(12)
           05  FILLER                  PIC X(18)
               VALUE "AWAITING NEXT RUN:".
           05  AT-NOT-RUN-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE "SECOND-SIGNATURE: ".
           05  AT-APPROVED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE "NOT APPLIED:".
           05  AT-NOT-APPLIED-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           WRITE AUDIT-REPORT-RECORD.

       200-REPORT-OVERRIDE.
           MOVE AJ-BEFORE-IMAGE TO WS-BEFORE-RECORD
           MOVE AJ-AFTER-IMAGE TO WS-AFTER-RECORD

           MOVE AJ-TERMID TO AD-TERMID
           MOVE AJ-DATE TO AD-DATE
           MOVE AJ-TIME TO AD-TIME
           MOVE AJ-CHECKER-USERID TO AD-CHECKER
           IF AJ-DIRECT THEN
               MOVE "DIRECT" TO AD-DECISION
           ELSE
               MOVE AJ-DECISION TO AD-DECISION
           END-IF

           IF AJ-MASTER-CHANGED THEN
               ADD 1 TO WS-OVERRIDE-COUNT
               IF AJ-APPROVED THEN
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
               MOVE TA-KEY TO RM-KEY
               READ RESULT-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOT-RUN-COUNT
                       MOVE ZEROS TO AD-RESULT
                       MOVE "NOT-RUN  " TO AD-STATUS
                   NOT INVALID KEY
                       MOVE RM-RESULT TO AD-RESULT
                       MOVE RM-STATUS TO AD-STATUS
               END-READ
           ELSE
               ADD 1 TO WS-NOT-APPLIED-COUNT
               MOVE ZEROS TO AD-RESULT
               MOVE "UNCHANGED" TO AD-STATUS
           END-IF

           MOVE WS-AUDIT-DETAIL TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD.
       900-WRITE-TRAILER.
           MOVE WS-OVERRIDE-COUNT TO AT-OVERRIDE-COUNT
           MOVE WS-NOT-RUN-COUNT TO AT-NOT-RUN-COUNT
           MOVE WS-APPROVED-COUNT TO AT-APPROVED-COUNT
           MOVE WS-NOT-APPLIED-COUNT TO AT-NOT-APPLIED-COUNT
           MOVE WS-AUDIT-TRAILER TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD.
