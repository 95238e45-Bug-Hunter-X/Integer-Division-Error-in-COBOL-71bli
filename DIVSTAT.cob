      *> itself if so), the recycle residue on the current
      *> carry-forward broken out by reason, the results-master
      *> load counts DIVLOAD recorded on LOADSUM, and the day's
      *> override volume off the audit journal (only entries that
      *> changed the master - declined and stale second-signature
      *> decisions are not overrides). The condition code
      *> is the one-glance answer: RC 8 when the latest run is out
      *> of balance, a breaker alert exists, or there is no run
      *> history at all; RC 4 when the only finding is recycle
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  STAT-REPORT-RECORD          PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       01  WS-ALERT-STATUS             PIC XX VALUE SPACES.
       01  WS-LOADSUM-STATUS           PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-STATRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.


       01  WS-STATUS-SWITCHES.
           05  WS-HAVE-HISTORY-SW      PIC X VALUE 'N'.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-READ-BUSINESS-DATE
           MOVE WS-RUN-DATE TO SH-DATE.

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

       200-SCAN-RUN-HISTORY.
           OPEN INPUT HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF AJ-MASTER-CHANGED THEN
                       ADD 1 TO WS-OVERRIDE-COUNT
                   END-IF
           END-READ.

       900-WRITE-STATUS-PAGE.
