      *> total; any disagreement, or an out-of-balance flag on the
      *> latest run, ends this step RC 8 so the transmit step never
      *> releases a file the reconcile did not stand behind.
      *> Every sequence number issued is recorded on the GL
      *> transmission log (GLXLREC) as soon as it is issued, marked
      *> ISSUED, and rewritten once the file is built with the
      *> header date, detail count and control total that went out,
      *> marked SENT or, when this step ends RC 8, HELD - a number
      *> this step burns without getting that far stays ISSUED for
      *> DIVGLACK to report. DIVGLACK matches the GL system's
      *> acknowledgments against the log and DIVGLRTX resends a
      *> logged file under its original number.
      *> An OK result DIVSCRN has put on the GL suspense file
      *> (SUSPREC, key plus run date) is left out of the details
      *> and counted on the trailer as suspended, count and amount,
      *> so the details plus the suspended amount still make the
      *> reconciled total. Items an analyst has since RELEASED on
      *> the DIVH transaction follow tonight's details, flagged R
      *> and carrying their own run date, and are counted on the
      *> trailer as released; the trailer's detail count and total
      *> are for everything in the file, released items included.
      *> A released item carries SU-RESULT as it stands: DIVSCRN
      *> refreshes or deletes any unsent item whose run is screened
      *> again, so that is the result of the generation interfaced.
      *> Released items are marked SENT with this file's number
      *> only when the file is not held - a held file leaves them
      *> for the next one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFOUT-STATUS.

           SELECT XLOG-FILE ASSIGN TO IFXLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XL-FILE-SEQNO
               FILE STATUS IS WS-XLOG-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO IFSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-IN-FILE
           RECORDING MODE IS F.
       01  INTERFACE-RECORD            PIC X(80).

       FD  XLOG-FILE.
       COPY GLXLREC.

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       WORKING-STORAGE SECTION.
       01  WS-RSLTIN-STATUS            PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQNO-STATUS             PIC XX VALUE SPACES.
       01  WS-IFOUT-STATUS             PIC XX VALUE SPACES.
       01  WS-XLOG-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-SUSP-STATUS              PIC XX VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-HIST-EOF-SW              PIC X VALUE 'N'.
           88  WS-HIST-EOF             VALUE 'Y'.
       01  WS-HAVE-HISTORY-SW          PIC X VALUE 'N'.
           88  WS-HAVE-HISTORY         VALUE 'Y'.
       01  WS-HOLD-SW                  PIC X VALUE 'N'.
           88  WS-HOLD-FILE            VALUE 'Y'.
       01  WS-SUSP-EOF-SW              PIC X VALUE 'N'.
           88  WS-SUSP-EOF             VALUE 'Y'.
       01  WS-SUSPENDED-SW             PIC X VALUE 'N'.
           88  WS-SUSPENDED            VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-FILE-SEQNO               PIC 9(6) VALUE 0.

           05  WS-ZERO-DIV-HELD        PIC 9(7) VALUE 0.
           05  WS-SIZE-ERR-HELD        PIC 9(7) VALUE 0.
           05  WS-BAD-OP-HELD          PIC 9(7) VALUE 0.
           05  WS-SRC-ERR-HELD         PIC 9(7) VALUE 0.
           05  WS-SUSP-COUNT           PIC 9(7) VALUE 0.
           05  WS-RLSE-COUNT           PIC 9(7) VALUE 0.
           05  WS-RLSE-LEFT-COUNT      PIC 9(7) VALUE 0.
       01  WS-OK-TOTAL                 PIC S9(9)V9(2) VALUE 0.
       01  WS-SUSP-TOTAL               PIC S9(9)V9(2) VALUE 0.
       01  WS-RLSE-TOTAL               PIC S9(9)V9(2) VALUE 0.
       01  WS-RUN-TOTAL                PIC S9(9)V9(2) VALUE 0.
       01  WS-FILE-TOTAL               PIC S9(9)V9(2) VALUE 0.

      *> Suspense keys of the released items written to this file,
      *> marked SENT once the file is known not to be held. Past
      *> the limit, releases wait for the next file.
       01  WS-RLSE-MAX                 PIC 9(4) VALUE 500.
       01  WS-RLSE-TABLE.
           05  WS-RLSE-ENTRY OCCURS 500 TIMES PIC X(18).
       01  WS-RLSE-SUB                 PIC 9(4) VALUE 0.

      *> Reconciled figures off the latest RUN-HISTORY-RECORD - the
      *> file is read through to end of file so the last record
           05  GD-REMAINDER            PIC S9(5)V9(2)
                                       SIGN LEADING SEPARATE.
           05  GD-RUN-DATE             PIC X(8).
           05  GD-SUSP-FLAG            PIC X.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-TRAILER-RECORD.
           05  FILLER                  PIC X VALUE 'T'.
           05  GT-ZERO-DIV-HELD        PIC 9(7).
           05  GT-SIZE-ERR-HELD        PIC 9(7).
           05  GT-BAD-OP-HELD          PIC 9(7).
           05  GT-SRC-ERR-HELD         PIC 9(7).
           05  GT-SUSP-COUNT           PIC 9(7).
           05  GT-SUSP-TOTAL           PIC S9(9)V9(2)
                                       SIGN LEADING SEPARATE.
           05  GT-RLSE-COUNT           PIC 9(7).
           05  FILLER                  PIC X(6)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 150-FIND-LATEST-RUN
           PERFORM 170-NEXT-SEQNO
           PERFORM 180-LOG-ISSUED-SEQNO
           PERFORM 700-WRITE-HEADER

           PERFORM UNTIL WS-EOF
               END-READ
           END-PERFORM

           PERFORM 400-SEND-RELEASED
           PERFORM 800-WRITE-TRAILER
           PERFORM 500-VERIFY-CONTROL-TOTALS
           PERFORM 900-WRITE-XMIT-LOG
           IF NOT WS-HOLD-FILE THEN
               PERFORM 950-MARK-RELEASED-SENT
                   VARYING WS-RLSE-SUB FROM 1 BY 1
                   UNTIL WS-RLSE-SUB > WS-RLSE-COUNT
           END-IF

           CLOSE RESULT-IN-FILE
           CLOSE INTERFACE-FILE
           CLOSE XLOG-FILE
           CLOSE SUSPENSE-FILE
           STOP RUN.

       100-INITIALIZE.
               STOP RUN
           END-IF

           OPEN I-O XLOG-FILE
           IF WS-XLOG-STATUS NOT = "00" THEN
               DISPLAY "XMIT-LOG OPEN FAILED, STATUS="
                   WS-XLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00" THEN
               DISPLAY "SUSPENSE-FILE OPEN FAILED, STATUS="
                   WS-SUSP-STATUS
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

       150-FIND-LATEST-RUN.
           OPEN INPUT HISTORY-FILE
           END-IF
           CLOSE SEQNO-FILE.

      *> The number goes on the log the moment it is issued, so one
      *> burned by a failure before the file is built is still
      *> accounted for. A number already on the log means the
      *> sequence control record was set back by hand - stop before
      *> XMIT can send a second, different file under a number the
      *> receiver has.
       180-LOG-ISSUED-SEQNO.
           MOVE SPACES TO GL-XMIT-LOG-RECORD
           MOVE WS-FILE-SEQNO TO XL-FILE-SEQNO
           MOVE WS-RUN-DATE TO XL-HEADER-DATE
           MOVE 0 TO XL-DETAIL-COUNT
           MOVE 0 TO XL-CONTROL-TOTAL
           MOVE 'I' TO XL-XMIT-STATUS
           MOVE 0 TO XL-RETX-COUNT
           MOVE 0 TO XL-ACK-COUNT
           MOVE 0 TO XL-ACK-TOTAL
           MOVE 'N' TO XL-DISPUTE-FLAG
           MOVE 0 TO XL-DETAIL-REJECTS
           WRITE GL-XMIT-LOG-RECORD
               INVALID KEY
                   DISPLAY "SEQNO " WS-FILE-SEQNO
                       " ALREADY ON XMIT LOG, STATUS="
                       WS-XLOG-STATUS " - DO NOT TRANSMIT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       200-EXTRACT-RESULT.
           ADD 1 TO WS-READ-COUNT
           EVALUATE RI-STATUS
               WHEN "OK       "
                   PERFORM 250-CHECK-SUSPENSE
                   IF WS-SUSPENDED THEN
                       ADD 1 TO WS-SUSP-COUNT
                       ADD RI-RESULT TO WS-SUSP-TOTAL
                   ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD RI-RESULT TO WS-OK-TOTAL
                       PERFORM 300-WRITE-DETAIL
                   END-IF
               WHEN "ZERO-DIV "
                   ADD 1 TO WS-ZERO-DIV-HELD
               WHEN "SIZE-ERR "
                   ADD 1 TO WS-SIZE-ERR-HELD
               WHEN "SRC-ERR  "
                   ADD 1 TO WS-SRC-ERR-HELD
               WHEN OTHER
                   ADD 1 TO WS-BAD-OP-HELD
           END-EVALUATE.

      *> Whatever the item's state, a result screened out of this
      *> generation stays out of its details - a release goes out
      *> through 400-SEND-RELEASED.
       250-CHECK-SUSPENSE.
           MOVE RI-KEY TO SU-KEY
           MOVE RI-RUN-DATE TO SU-RUN-DATE
           READ SUSPENSE-FILE KEY IS SU-SUSP-KEY
               INVALID KEY
                   MOVE 'N' TO WS-SUSPENDED-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUSPENDED-SW
           END-READ.

       300-WRITE-DETAIL.
           MOVE RI-KEY TO GD-KEY
           MOVE RI-OP-CODE TO GD-OP-CODE
           MOVE RI-RESULT TO GD-RESULT
           MOVE RI-REMAINDER TO GD-REMAINDER
           MOVE RI-RUN-DATE TO GD-RUN-DATE
           MOVE SPACE TO GD-SUSP-FLAG
           MOVE WS-DETAIL-RECORD TO INTERFACE-RECORD
           WRITE INTERFACE-RECORD.

       400-SEND-RELEASED.
           MOVE LOW-VALUES TO SU-SUSP-KEY
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUSP-EOF-SW
           END-START

           PERFORM 410-SEND-ONE-RELEASED UNTIL WS-SUSP-EOF

           IF WS-RLSE-LEFT-COUNT > 0 THEN
               DISPLAY "RELEASED ITEMS OVER LIMIT " WS-RLSE-MAX
                   " - " WS-RLSE-LEFT-COUNT
                   " LEFT FOR THE NEXT FILE"
           END-IF.

       410-SEND-ONE-RELEASED.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUSP-EOF-SW
               NOT AT END
                   IF SU-RELEASED THEN
                       IF WS-RLSE-COUNT < WS-RLSE-MAX THEN
                           PERFORM 420-WRITE-RELEASED-DETAIL
                       ELSE
                           ADD 1 TO WS-RLSE-LEFT-COUNT
                       END-IF
                   END-IF
           END-READ.

       420-WRITE-RELEASED-DETAIL.
           ADD 1 TO WS-RLSE-COUNT
           MOVE SU-SUSP-KEY TO WS-RLSE-ENTRY(WS-RLSE-COUNT)
           ADD 1 TO WS-DETAIL-COUNT
           ADD SU-RESULT TO WS-RLSE-TOTAL
           MOVE SU-KEY TO GD-KEY
           MOVE SU-OP-CODE TO GD-OP-CODE
           MOVE SU-RESULT TO GD-RESULT
           MOVE SU-REMAINDER TO GD-REMAINDER
           MOVE SU-RUN-DATE TO GD-RUN-DATE
           MOVE 'R' TO GD-SUSP-FLAG
           MOVE WS-DETAIL-RECORD TO INTERFACE-RECORD
           WRITE INTERFACE-RECORD.

       500-VERIFY-CONTROL-TOTALS.
           IF WS-RECON-BALANCE-FLAG NOT = 'Y' THEN
               DISPLAY "LATEST RUN OUT OF BALANCE - DO NOT TRANSMIT"
               MOVE 'Y' TO WS-HOLD-SW
               MOVE 8 TO RETURN-CODE
           END-IF
           COMPUTE WS-RUN-TOTAL = WS-OK-TOTAL + WS-SUSP-TOTAL
           IF WS-RUN-TOTAL NOT = WS-RECON-CONTROL-TOTAL THEN
               DISPLAY "INTERFACE TOTAL " WS-RUN-TOTAL
                   " DISAGREES WITH RECONCILED TOTAL "
                   WS-RECON-CONTROL-TOTAL
                   " - DO NOT TRANSMIT"
               MOVE 'Y' TO WS-HOLD-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           WRITE INTERFACE-RECORD.

       800-WRITE-TRAILER.
           COMPUTE WS-FILE-TOTAL = WS-OK-TOTAL + WS-RLSE-TOTAL
           MOVE WS-DETAIL-COUNT TO GT-DETAIL-COUNT
           MOVE WS-FILE-TOTAL TO GT-OK-TOTAL
           MOVE WS-ZERO-DIV-HELD TO GT-ZERO-DIV-HELD
           MOVE WS-SIZE-ERR-HELD TO GT-SIZE-ERR-HELD
           MOVE WS-BAD-OP-HELD TO GT-BAD-OP-HELD
           MOVE WS-SRC-ERR-HELD TO GT-SRC-ERR-HELD
           MOVE WS-SUSP-COUNT TO GT-SUSP-COUNT
           MOVE WS-SUSP-TOTAL TO GT-SUSP-TOTAL
           MOVE WS-RLSE-COUNT TO GT-RLSE-COUNT
           MOVE WS-TRAILER-RECORD TO INTERFACE-RECORD
           WRITE INTERFACE-RECORD.

      *> The file is built: the ISSUED entry takes the figures that
      *> went into the header and trailer and whether it is SENT or
      *> HELD.
       900-WRITE-XMIT-LOG.
           MOVE WS-FILE-SEQNO TO XL-FILE-SEQNO
           READ XLOG-FILE
               INVALID KEY
                   DISPLAY "SEQNO " WS-FILE-SEQNO
                       " GONE FROM XMIT LOG, STATUS="
                       WS-XLOG-STATUS " - DO NOT TRANSMIT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE WS-DETAIL-COUNT TO XL-DETAIL-COUNT
           MOVE WS-FILE-TOTAL TO XL-CONTROL-TOTAL
           IF WS-HOLD-FILE THEN
               MOVE 'H' TO XL-XMIT-STATUS
           ELSE
               MOVE 'S' TO XL-XMIT-STATUS
           END-IF
           REWRITE GL-XMIT-LOG-RECORD
               INVALID KEY
                   DISPLAY "XMIT-LOG REWRITE FAILED, STATUS="
                       WS-XLOG-STATUS " - DO NOT TRANSMIT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      *> The file is on its way: each release it carries becomes
      *> SENT under this file's number. One decided again on DIVH
      *> while the file was being built still went out as released
      *> and is marked the same way.
       950-MARK-RELEASED-SENT.
           MOVE WS-RLSE-ENTRY(WS-RLSE-SUB) TO SU-SUSP-KEY
           READ SUSPENSE-FILE KEY IS SU-SUSP-KEY
               INVALID KEY
                   DISPLAY "RELEASED ITEM " SU-SUSP-KEY
                       " NO LONGER ON SUSPENSE FILE, STATUS="
                       WS-SUSP-STATUS
               NOT INVALID KEY
                   PERFORM 960-REWRITE-SENT
           END-READ.

       960-REWRITE-SENT.
           IF NOT SU-RELEASED THEN
               DISPLAY "RELEASED ITEM " SU-SUSP-KEY
                   " DECIDED AGAIN DURING THE EXTRACT - SENT AS"
                   " RELEASED"
           END-IF
           MOVE 'S' TO SU-STATE
           MOVE WS-FILE-SEQNO TO SU-SENT-SEQNO
           MOVE WS-RUN-DATE TO SU-SENT-DATE
           REWRITE SUSPENSE-RECORD
           IF WS-SUSP-STATUS NOT = "00" THEN
               DISPLAY "SUSPENSE-FILE REWRITE FAILED, STATUS="
                   WS-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
