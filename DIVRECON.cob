               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PSUM-FILE
           RECORDING MODE IS F.
       COPY RUNHREC.

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-PSUM-STATUS              PIC XX VALUE SPACES.
       01  WS-CONTROL-STATUS           PIC XX VALUE SPACES.
       01  WS-MRGRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           05  WS-SIZE-ERROR-COUNT     PIC 9(7) VALUE 0.
           05  WS-BAD-OP-COUNT         PIC 9(7) VALUE 0.
           05  WS-DEFERRED-COUNT       PIC 9(7) VALUE 0.
           05  WS-SRC-ERR-COUNT        PIC 9(7) VALUE 0.

      *> Same slot order and layouts as DIVBATCH - the incoming
      *> PS-OP-STATS group is unpacked through WS-PART-OP-STATS and
               VALUE "DEFERRED TO DATE:   ".
           05  DF-DEFERRED-COUNT       PIC ZZZZZZ9.

       01  WS-SRC-ERR-LINE.
           05  FILLER                  PIC X(20)
               VALUE "SOURCE KEY REJECTS: ".
           05  SL-SRC-ERR-COUNT        PIC ZZZZZZ9.

       01  WS-PART-COUNT-LINE.
           05  FILLER                  PIC X(22)
               VALUE "PARTITIONS COMBINED:  ".
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-OP-STATS

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

       200-ACCUMULATE-PARTITION.
           ADD 1 TO WS-PARTITION-COUNT
           ADD PS-SIZE-ERROR-COUNT TO WS-SIZE-ERROR-COUNT
           ADD PS-BAD-OP-COUNT TO WS-BAD-OP-COUNT
           ADD PS-DEFERRED-COUNT TO WS-DEFERRED-COUNT
           ADD PS-SRC-ERR-COUNT TO WS-SRC-ERR-COUNT
           ADD PS-CONTROL-TOTAL TO WS-CONTROL-TOTAL

           MOVE PS-OP-STATS TO WS-PART-OP-STATS
           MOVE WS-DEFERRED-LINE TO MERGED-REPORT-RECORD
           WRITE MERGED-REPORT-RECORD

           MOVE WS-SRC-ERR-COUNT TO SL-SRC-ERR-COUNT
           MOVE WS-SRC-ERR-LINE TO MERGED-REPORT-RECORD
           WRITE MERGED-REPORT-RECORD

           MOVE WS-PARTITION-COUNT TO PL-PARTITION-COUNT
           MOVE WS-PART-COUNT-LINE TO MERGED-REPORT-RECORD
           WRITE MERGED-REPORT-RECORD
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO RH-RUN-TIME
           MOVE WS-RECORD-COUNT TO RH-RECORD-COUNT
           MOVE WS-REJECT-COUNT TO RH-REJECT-COUNT
