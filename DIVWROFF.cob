               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITEOFF-IN-FILE
           RECORDING MODE IS F.
       01  WOFF-REPORT-RECORD          PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-WOFFIN-STATUS            PIC XX VALUE SPACES.
       01  WS-CARRYIN-STATUS           PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-REJECT-STATUS            PIC XX VALUE SPACES.
       01  WS-WOFRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-WOFF-EOF-SW              PIC X VALUE 'N'.
           88  WS-WOFF-EOF             VALUE 'Y'.
       01  WS-CARRY-EOF-SW             PIC X VALUE 'N'.
               STOP RUN
           END-IF

           PERFORM 120-READ-BUSINESS-DATE
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           MOVE WS-WOFF-HEADER TO WOFF-REPORT-RECORD
           WRITE WOFF-REPORT-RECORD.

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

      *> Both files are in key order, so one compare decides each
      *> record: a request below the carry key has no exception to
      *> retire (reject), a carry record below the request key is
