               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRENDRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  TREND-REPORT-RECORD         PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       01  WS-HISTOUT-STATUS           PIC XX VALUE SPACES.
       01  WS-TRNDIN-STATUS            PIC XX VALUE SPACES.
       01  WS-TRENDRPT-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-TODAY-INT                PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-RUN-AGE-DAYS             PIC S9(8) VALUE 0.
               STOP RUN
           END-IF

           PERFORM 120-READ-BUSINESS-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-DATE))

           MOVE WS-TREND-HEADER TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD.

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

       200-REPORT-PASS.
           MOVE WS-SECTION-LINE TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
