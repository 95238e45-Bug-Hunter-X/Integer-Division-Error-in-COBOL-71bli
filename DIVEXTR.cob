       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVEXTR.

      *> Nightly extract of the TRANMSTR VSAM master to the flat
      *> PROD.DIV.TRAN.RAW file the SORTIN step sorts for DIVEDIT.
      *> Copies every master record as it stands (the same records
      *> the old IDCAMS REPRO copied) between a feed header and a
      *> feed trailer (FEEDHTR): source TRANMSTR, the business date,
      *> and the next extract sequence number after the last one
      *> DIVEDIT accepted on the feed log; trailer with the number
      *> of records copied and their TR-NUMBER/TR-NUMBER2 hash. The
      *> header and trailer carry LOW-VALUES and HIGH-VALUES in the
      *> key position so the sort keeps them first and last. The
      *> feed log is only read here - the sequence number moves on
      *> when DIVEDIT accepts the extract, so rerunning from this
      *> step after a rejected extract cuts the same number again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO TRANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RAW-FILE ASSIGN TO RAWOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.

           SELECT FEED-LOG-FILE ASSIGN TO FEEDLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FL-KEY
               FILE STATUS IS WS-FEEDLOG-STATUS.

           SELECT EXTRACT-REPORT-FILE ASSIGN TO EXTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY TRANREC.

       FD  RAW-FILE
           RECORDING MODE IS F.
       01  RAW-RECORD                  PIC X(80).

       FD  FEED-LOG-FILE.
       COPY FEEDLOG.

       FD  EXTRACT-REPORT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-REPORT-RECORD       PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-RAW-STATUS               PIC XX VALUE SPACES.
       01  WS-FEEDLOG-STATUS           PIC XX VALUE SPACES.
       01  WS-EXTRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(8).

       COPY FEEDHTR.
       01  WS-FEED-SOURCE              PIC X(8) VALUE "TRANMSTR".
       01  WS-FEED-SEQNO               PIC 9(6) VALUE 0.
       01  WS-FEED-HASH                PIC S9(13)V9(2) VALUE 0.
       01  WS-EXTRACT-COUNT            PIC 9(9) VALUE 0.

       01  WS-EXTRACT-HEADER.
           05  FILLER                  PIC X(34)
               VALUE "DIVEXTR - MASTER EXTRACT".
           05  FILLER                  PIC X(15) VALUE "BUSINESS DATE ".
           05  XH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-EXTRACT-FEED-LINE.
           05  FILLER                  PIC X(16)
               VALUE "FEED SOURCE ".
           05  XF-SOURCE               PIC X(8).
           05  FILLER                  PIC X(6)  VALUE "  SEQ ".
           05  XF-SEQNO                PIC 9(6).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-EXTRACT-COUNT-LINE.
           05  FILLER                  PIC X(16)
               VALUE "RECORDS COPIED: ".
           05  XC-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  HASH: ".
           05  XC-HASH                 PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-WRITE-HEADER

           PERFORM UNTIL WS-EOF
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 300-COPY-RECORD
               END-READ
           END-PERFORM

           PERFORM 400-WRITE-TRAILER
           PERFORM 900-WRITE-REPORT

           CLOSE MASTER-FILE
           CLOSE RAW-FILE
           CLOSE EXTRACT-REPORT-FILE
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "MASTER-FILE OPEN FAILED, STATUS="
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RAW-FILE
           IF WS-RAW-STATUS NOT = "00" THEN
               DISPLAY "RAW-FILE OPEN FAILED, STATUS="
                   WS-RAW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXTRACT-REPORT-FILE
           IF WS-EXTRPT-STATUS NOT = "00" THEN
               DISPLAY "EXTRACT-REPORT-FILE OPEN FAILED, STATUS="
                   WS-EXTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 120-READ-BUSINESS-DATE
           PERFORM 150-NEXT-SEQUENCE.

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

      *> The control entry (number 0, attempt 0) holds the last
      *> extract number DIVEDIT accepted; none yet starts at 1.
       150-NEXT-SEQUENCE.
           OPEN INPUT FEED-LOG-FILE
           IF WS-FEEDLOG-STATUS NOT = "00" THEN
               DISPLAY "FEED-LOG-FILE OPEN FAILED, STATUS="
                   WS-FEEDLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FEED-SOURCE TO FL-SOURCE
           MOVE 0 TO FL-FILE-SEQNO
           MOVE 0 TO FL-ATTEMPT
           READ FEED-LOG-FILE
               INVALID KEY
                   MOVE 1 TO WS-FEED-SEQNO
               NOT INVALID KEY
                   COMPUTE WS-FEED-SEQNO = FL-HW-SEQNO + 1
           END-READ
           CLOSE FEED-LOG-FILE.

       200-WRITE-HEADER.
           MOVE SPACES TO FEED-CONTROL-RECORD
           MOVE LOW-VALUES TO FH-MARKER
           MOVE 'H' TO FH-REC-TYPE
           MOVE WS-FEED-SOURCE TO FH-SOURCE
           MOVE WS-RUN-DATE TO FH-FILE-DATE
           MOVE WS-FEED-SEQNO TO FH-FILE-SEQNO
           MOVE FEED-CONTROL-RECORD TO RAW-RECORD
           WRITE RAW-RECORD.

       300-COPY-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT
           IF TR-NUMBER IS NUMERIC THEN
               ADD TR-NUMBER TO WS-FEED-HASH
           END-IF
           IF TR-NUMBER2 IS NUMERIC THEN
               ADD TR-NUMBER2 TO WS-FEED-HASH
           END-IF
           MOVE TRANS-RECORD TO RAW-RECORD
           WRITE RAW-RECORD.

       400-WRITE-TRAILER.
           MOVE SPACES TO FEED-CONTROL-RECORD
           MOVE HIGH-VALUES TO FH-MARKER
           MOVE 'T' TO FH-REC-TYPE
           MOVE WS-EXTRACT-COUNT TO FH-RECORD-COUNT
           MOVE WS-FEED-HASH TO FH-HASH-TOTAL
           MOVE FEED-CONTROL-RECORD TO RAW-RECORD
           WRITE RAW-RECORD.

       900-WRITE-REPORT.
           MOVE WS-RUN-DATE TO XH-RUN-DATE
           MOVE WS-EXTRACT-HEADER TO EXTRACT-REPORT-RECORD
           WRITE EXTRACT-REPORT-RECORD

           MOVE WS-FEED-SOURCE TO XF-SOURCE
           MOVE WS-FEED-SEQNO TO XF-SEQNO
           MOVE WS-EXTRACT-FEED-LINE TO EXTRACT-REPORT-RECORD
           WRITE EXTRACT-REPORT-RECORD

           MOVE WS-EXTRACT-COUNT TO XC-COUNT
           MOVE WS-FEED-HASH TO XC-HASH
           MOVE WS-EXTRACT-COUNT-LINE TO EXTRACT-REPORT-RECORD
           WRITE EXTRACT-REPORT-RECORD.
