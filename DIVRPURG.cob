       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVRPURG.

      *> Orphan-result purge apply. Reads the purge file DIVINTEG
      *> wrote (PURGIN, one RSLTREC image per result whose key was
      *> no longer on TRANMSTR at audit time) after ops have
      *> reviewed the integrity report, and deletes each from the
      *> PROD.DIV.RESULTS KSDS so DIVQ and the downstream readers
      *> stop seeing it. Each key is re-checked first, because the
      *> file may be days old by the time it is applied:
      *>   - a key back on TRANMSTR (re-added since the audit) is
      *>     kept - BACK ON MSTR;
      *>   - a result whose run date differs from the purge image
      *>     (refreshed since the audit) is kept - REFRESHED;
      *>   - a key already off the results master is counted
      *>     ALREADY GONE.
      *> Every purge record lands on the register with its
      *> disposition; anything kept ends the step RC 4 so ops know
      *> the purge file did not apply cleanly. Rerunning with the
      *> same file is harmless (everything is ALREADY GONE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-FILE ASSIGN TO PURGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGIN-STATUS.

           SELECT MASTER-FILE ASSIGN TO TRANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RESULT-MASTER-FILE ASSIGN TO RSLTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RSLTMST-STATUS.

           SELECT PURGE-REPORT-FILE ASSIGN TO PRGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURGE-FILE
           RECORDING MODE IS F.
       COPY RSLTREC REPLACING RESULT-RECORD BY PURGE-RECORD
                              LEADING ==RM-== BY ==PG-==.

       FD  MASTER-FILE.
       COPY TRANREC.

       FD  RESULT-MASTER-FILE.
       COPY RSLTREC.

       FD  PURGE-REPORT-FILE
           RECORDING MODE IS F.
       01  PURGE-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PURGIN-STATUS            PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-RSLTMST-STATUS           PIC XX VALUE SPACES.
       01  WS-PRGRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-PURGE-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-DELETED-COUNT        PIC 9(7) VALUE 0.
           05  WS-BACK-COUNT           PIC 9(7) VALUE 0.
           05  WS-REFRESHED-COUNT      PIC 9(7) VALUE 0.
           05  WS-GONE-COUNT           PIC 9(7) VALUE 0.

       01  WS-PURGE-HEADER.
           05  FILLER                  PIC X(44)
               VALUE "DIVRPURG - ORPHAN RESULT PURGE REGISTER".
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-PURGE-DETAIL.
           05  PD-KEY                  PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  PD-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PD-STATUS               PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  PD-DISPOSITION          PIC X(12).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-PURGE-TRAILER.
           05  FILLER                  PIC X(6)  VALUE "READ: ".
           05  PT-READ-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE " DELETED: ".
           05  PT-DELETED-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE " BACK: ".
           05  PT-BACK-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE " REFRESHED: ".
           05  PT-REFRESHED-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE " GONE: ".
           05  PT-GONE-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE

           PERFORM UNTIL WS-EOF
               READ PURGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 200-APPLY-PURGE
               END-READ
           END-PERFORM

           PERFORM 900-WRITE-TRAILER

           CLOSE PURGE-FILE
           CLOSE MASTER-FILE
           CLOSE RESULT-MASTER-FILE
           CLOSE PURGE-REPORT-FILE

           DISPLAY "DIVRPURG - READ " WS-READ-COUNT
               " DELETED " WS-DELETED-COUNT
               " KEPT " WS-BACK-COUNT " / " WS-REFRESHED-COUNT
           IF WS-BACK-COUNT > 0 OR WS-REFRESHED-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT PURGE-FILE
           IF WS-PURGIN-STATUS NOT = "00" THEN
               DISPLAY "PURGE-FILE OPEN FAILED, STATUS="
                   WS-PURGIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "MASTER-FILE OPEN FAILED, STATUS="
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O RESULT-MASTER-FILE
           IF WS-RSLTMST-STATUS NOT = "00" THEN
               DISPLAY "RESULT-MASTER OPEN FAILED, STATUS="
                   WS-RSLTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PURGE-REPORT-FILE
           IF WS-PRGRPT-STATUS NOT = "00" THEN
               DISPLAY "PURGE-REPORT OPEN FAILED, STATUS="
                   WS-PRGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PURGE-HEADER TO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD.

       200-APPLY-PURGE.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-PURGE-DETAIL
           MOVE PG-KEY TO PD-KEY
           MOVE PG-RUN-DATE TO PD-RUN-DATE
           MOVE PG-STATUS TO PD-STATUS

           MOVE PG-KEY TO TR-KEY
           READ MASTER-FILE
               INVALID KEY
                   PERFORM 300-DELETE-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-BACK-COUNT
                   MOVE "BACK ON MSTR" TO PD-DISPOSITION
           END-READ

           MOVE WS-PURGE-DETAIL TO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD.

       300-DELETE-RESULT.
           MOVE PG-KEY TO RM-KEY
           READ RESULT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-GONE-COUNT
                   MOVE "ALREADY GONE" TO PD-DISPOSITION
               NOT INVALID KEY
                   IF RM-RUN-DATE NOT = PG-RUN-DATE THEN
                       ADD 1 TO WS-REFRESHED-COUNT
                       MOVE "REFRESHED" TO PD-DISPOSITION
                   ELSE
                       PERFORM 350-DELETE-ONE
                   END-IF
           END-READ.

       350-DELETE-ONE.
           DELETE RESULT-MASTER-FILE
               INVALID KEY
                   DISPLAY "RESULT-MASTER DELETE FAILED"
                       " KEY=" RM-KEY
                       " STATUS=" WS-RSLTMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           ADD 1 TO WS-DELETED-COUNT
           MOVE "DELETED" TO PD-DISPOSITION.

       900-WRITE-TRAILER.
           MOVE WS-READ-COUNT TO PT-READ-COUNT
           MOVE WS-DELETED-COUNT TO PT-DELETED-COUNT
           MOVE WS-BACK-COUNT TO PT-BACK-COUNT
           MOVE WS-REFRESHED-COUNT TO PT-REFRESHED-COUNT
           MOVE WS-GONE-COUNT TO PT-GONE-COUNT
           MOVE WS-PURGE-TRAILER TO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD.
