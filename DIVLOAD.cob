               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOADSUM-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-IN-FILE
           RECORDING MODE IS F.
       COPY LOADSREC.

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-RSLTIN-STATUS            PIC XX VALUE SPACES.
       01  WS-RSLTMST-STATUS           PIC XX VALUE SPACES.
       01  WS-LOADSUM-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
                   WS-RSLTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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

       200-APPLY-RESULT.
           ADD 1 TO WS-READ-COUNT
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-RUN-DATE TO LS-RUN-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO LS-RUN-TIME
           MOVE WS-READ-COUNT TO LS-READ-COUNT
           MOVE WS-ADDED-COUNT TO LS-ADDED-COUNT
