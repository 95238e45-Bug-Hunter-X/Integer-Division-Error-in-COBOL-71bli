       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVINTEG.

      *> Weekly cross-file integrity audit. Nothing else checks that
      *> the chain's keyed files still agree with each other:
      *> DIVLOAD only adds or rewrites, so a key deleted from
      *> TRANMSTR by DIVTRMNT keeps its last result on
      *> PROD.DIV.RESULTS (and on the DIVQ screen) for good; the
      *> carry-forward can hold an exception for a key that is gone
      *> or whose latest result is already OK; and DIVHIST keeps a
      *> deleted key's history trimmed to retention forever.
      *> This program match-merges the four by key in one pass -
      *>   TRANMSTR            (VSAM master, read in key order)
      *>   PROD.DIV.RESULTS    (results KSDS, read in key order)
      *>   EXCP.CARRY(0)       (current carry-forward, key order)
      *>   RSLT.HIST(0)        (results history, key + run date)
      *> and reports, one detail line per finding with counts on
      *> the trailer:
      *>   ORPHAN RSLT  result on file for a key not on TRANMSTR;
      *>   STALE RSLT   key still on TRANMSTR but its result is
      *>                older than the last N runs on RUNHIST (N on
      *>                the INTGIN card - deferred or edit-rejected
      *>                keys surface here);
      *>   CARRY RSLVD  carried exception whose latest result on
      *>                the results master is OK;
      *>   CARRY GONE   carried exception for a deleted key;
      *>   HIST GONE    history kept for a deleted key.
      *> The N-run cutoff is the oldest of the last N distinct run
      *> dates on PROD.DIV.RUNHIST; with fewer than N runs on file
      *> nothing is reported stale.
      *> When the INTGIN card asks for it, each orphan result is
      *> also written to PURGOUT (RSLTREC image) for ops to review
      *> and apply with DIVRPURG - this program never updates any
      *> of the files it audits.
      *> Ends RC 8 when anything needs ops action (orphans, carried
      *> or historied deleted keys), RC 4 when the only findings
      *> are stale results or resolved carries (which clear on
      *> their own once the key runs or RECYJOB re-drives it), and
      *> RC 0 when the files agree.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO TRANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RESULT-MASTER-FILE ASSIGN TO RSLTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RSLTMST-STATUS.

           SELECT CARRY-FILE ASSIGN TO CARRYIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

           SELECT HISTORY-IN-FILE ASSIGN TO HISTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT INTEG-CARD-FILE ASSIGN TO INTGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTGIN-STATUS.

           SELECT INTEG-REPORT-FILE ASSIGN TO INTGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTGRPT-STATUS.

           SELECT PURGE-FILE ASSIGN TO PURGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGOUT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY TRANREC.

       FD  RESULT-MASTER-FILE.
       COPY RSLTREC.

       FD  CARRY-FILE
           RECORDING MODE IS F.
       COPY EXCPREC.

       FD  HISTORY-IN-FILE
           RECORDING MODE IS F.
       COPY RSLTREC REPLACING RESULT-RECORD BY HIST-IN-RECORD
                              LEADING ==RM-== BY ==HX-==.

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY RUNHREC.

       FD  INTEG-CARD-FILE
           RECORDING MODE IS F.
       01  INTEG-CARD.
           05  IC-STALE-RUNS           PIC 9(3).
           05  IC-PURGE-SW             PIC X.
               88  IC-WRITE-PURGE      VALUE 'Y'.
           05  FILLER                  PIC X(76).

       FD  INTEG-REPORT-FILE
           RECORDING MODE IS F.
       01  INTEG-REPORT-RECORD         PIC X(80).

       FD  PURGE-FILE
           RECORDING MODE IS F.
       COPY RSLTREC REPLACING RESULT-RECORD BY PURGE-RECORD
                              LEADING ==RM-== BY ==PG-==.

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-RSLTMST-STATUS           PIC XX VALUE SPACES.
       01  WS-CARRY-STATUS             PIC XX VALUE SPACES.
       01  WS-HISTIN-STATUS            PIC XX VALUE SPACES.
       01  WS-RUNHIST-STATUS           PIC XX VALUE SPACES.
       01  WS-INTGIN-STATUS            PIC XX VALUE SPACES.
       01  WS-INTGRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-PURGOUT-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUNH-EOF-SW              PIC X VALUE 'N'.
           88  WS-RUNH-EOF             VALUE 'Y'.
       01  WS-PURGE-SW                 PIC X VALUE 'N'.
           88  WS-PURGE-WANTED         VALUE 'Y'.

      *> Current key of each input; HIGH-VALUES once a file is
      *> exhausted, so the lowest of the four is always the next
      *> key to audit and the merge ends when all four are high.
       01  WS-MERGE-KEYS.
           05  WS-MSTR-KEY             PIC X(10).
           05  WS-RSLT-KEY             PIC X(10).
           05  WS-CARRY-KEY            PIC X(10).
           05  WS-HIST-KEY             PIC X(10).
           05  WS-LOW-KEY              PIC X(10).
           05  WS-PRIOR-CARRY-KEY      PIC X(10) VALUE LOW-VALUES.
           05  WS-PRIOR-HIST-KEY       PIC X(10) VALUE LOW-VALUES.

      *> What the key in hand has on each file.
       01  WS-KEY-FLAGS.
           05  WS-ON-MASTER-SW         PIC X VALUE 'N'.
               88  WS-ON-MASTER        VALUE 'Y'.
           05  WS-HAVE-RESULT-SW       PIC X VALUE 'N'.
               88  WS-HAVE-RESULT      VALUE 'Y'.
       01  WS-KEY-CARRY-COUNT          PIC 9(4) VALUE 0.
       01  WS-KEY-CARRY-REASON         PIC X(9).
       01  WS-KEY-CARRY-DATE           PIC X(8).
       01  WS-KEY-HIST-COUNT           PIC 9(4) VALUE 0.
       01  WS-KEY-HIST-DATE            PIC X(8).

       COPY RSLTREC REPLACING RESULT-RECORD BY WS-KEY-RESULT
                              LEADING ==RM-== BY ==KR-==.

      *> Last N distinct run dates off RUNHIST, oldest first. Once
      *> the table is full its first entry is the stale cutoff: a
      *> result dated before it has missed every one of those runs.
       01  WS-STALE-RUNS               PIC 9(3) VALUE 0.
       01  WS-STALE-CUTOFF             PIC X(8) VALUE LOW-VALUES.
       01  WS-LAST-RUN-DATE            PIC X(8) VALUE SPACES.
       01  WS-RUNDATE-AREA.
           05  WS-RUNDATE-COUNT        PIC 9(3) VALUE 0.
           05  WS-RUNDATE-ENTRY        OCCURS 99 TIMES PIC X(8).
       01  WS-SHIFT-SUB                PIC 9(3) VALUE 0.

       01  WS-INTEG-COUNTERS.
           05  WS-MASTER-COUNT         PIC 9(7) VALUE 0.
           05  WS-RESULT-COUNT         PIC 9(7) VALUE 0.
           05  WS-CARRY-COUNT          PIC 9(7) VALUE 0.
           05  WS-HIST-COUNT           PIC 9(7) VALUE 0.
           05  WS-ORPHAN-COUNT         PIC 9(7) VALUE 0.
           05  WS-STALE-COUNT          PIC 9(7) VALUE 0.
           05  WS-RESOLVED-COUNT       PIC 9(7) VALUE 0.
           05  WS-CARRY-GONE-COUNT     PIC 9(7) VALUE 0.
           05  WS-HIST-GONE-COUNT      PIC 9(7) VALUE 0.
           05  WS-HIST-GONE-RECS       PIC 9(7) VALUE 0.
           05  WS-PURGE-COUNT          PIC 9(7) VALUE 0.

       01  WS-INTEG-HEADER.
           05  FILLER                  PIC X(34)
               VALUE "DIVINTEG - FILE INTEGRITY AUDIT ".
           05  IH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-CUTOFF-LINE.
           05  FILLER                  PIC X(19)
               VALUE "STALE AFTER RUNS: ".
           05  CL-STALE-RUNS           PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE "  CUTOFF: ".
           05  CL-CUTOFF               PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  PURGE: ".
           05  CL-PURGE                PIC X(3).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(11) VALUE "KEY".
           05  FILLER                  PIC X(13) VALUE "FINDING".
           05  FILLER                  PIC X(9)  VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "STATUS".
           05  FILLER                  PIC X(5)  VALUE "RECS".
           05  FILLER                  PIC X(32) VALUE "NOTE".

       01  WS-INTEG-DETAIL.
           05  ID-KEY                  PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  ID-FINDING              PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  ID-DATE                 PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  ID-STATUS               PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  ID-RECS                 PIC ZZZZ.
           05  FILLER                  PIC X VALUE SPACE.
           05  ID-NOTE                 PIC X(32).

       01  WS-COUNT-LINE.
           05  CN-LABEL                PIC X(36).
           05  CN-COUNT                PIC ZZZZZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  VL-TEXT                 PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-RUN-DATES

           PERFORM 610-READ-MASTER
           PERFORM 620-READ-RESULT
           PERFORM 630-READ-CARRY
           PERFORM 640-READ-HISTORY

           PERFORM 200-AUDIT-KEY
               UNTIL WS-MSTR-KEY = HIGH-VALUES
                 AND WS-RSLT-KEY = HIGH-VALUES
                 AND WS-CARRY-KEY = HIGH-VALUES
                 AND WS-HIST-KEY = HIGH-VALUES

           PERFORM 900-WRITE-TRAILER

           CLOSE MASTER-FILE
           CLOSE RESULT-MASTER-FILE
           CLOSE CARRY-FILE
           CLOSE HISTORY-IN-FILE
           CLOSE INTEG-REPORT-FILE
           IF WS-PURGE-WANTED THEN
               CLOSE PURGE-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-ORPHAN-COUNT > 0
                 OR WS-CARRY-GONE-COUNT > 0
                 OR WS-HIST-GONE-COUNT > 0
                   DISPLAY "DIVINTEG - DELETED KEYS STILL ON FILE -"
                       " ORPHANS " WS-ORPHAN-COUNT
                       " CARRIED " WS-CARRY-GONE-COUNT
                       " HISTORY " WS-HIST-GONE-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STALE-COUNT > 0
                 OR WS-RESOLVED-COUNT > 0
                   DISPLAY "DIVINTEG - STALE " WS-STALE-COUNT
                       " RESOLVED CARRIES " WS-RESOLVED-COUNT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "DIVINTEG - FILES AGREE"
           END-EVALUATE
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT INTEG-CARD-FILE
           IF WS-INTGIN-STATUS NOT = "00" THEN
               DISPLAY "INTEG-CARD OPEN FAILED, STATUS="
                   WS-INTGIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ INTEG-CARD-FILE
               AT END
                   DISPLAY "NO CONTROL CARD ON INTGIN - ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF IC-STALE-RUNS NOT NUMERIC
                   OR IC-STALE-RUNS = 0
                   OR IC-STALE-RUNS > 99
               DISPLAY "BAD STALE RUNS ON INTGIN CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF IC-PURGE-SW NOT = 'Y' AND IC-PURGE-SW NOT = 'N' THEN
               DISPLAY "BAD PURGE SWITCH ON INTGIN CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE IC-STALE-RUNS TO WS-STALE-RUNS
           MOVE IC-PURGE-SW TO WS-PURGE-SW
           CLOSE INTEG-CARD-FILE

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "MASTER-FILE OPEN FAILED, STATUS="
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RESULT-MASTER-FILE
           IF WS-RSLTMST-STATUS NOT = "00" THEN
               DISPLAY "RESULT-MASTER OPEN FAILED, STATUS="
                   WS-RSLTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CARRY-FILE
           IF WS-CARRY-STATUS NOT = "00" THEN
               DISPLAY "CARRY-FILE OPEN FAILED, STATUS="
                   WS-CARRY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HISTORY-IN-FILE
           IF WS-HISTIN-STATUS NOT = "00" THEN
               DISPLAY "HISTORY-IN OPEN FAILED, STATUS="
                   WS-HISTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT INTEG-REPORT-FILE
           IF WS-INTGRPT-STATUS NOT = "00" THEN
               DISPLAY "INTEG-REPORT OPEN FAILED, STATUS="
                   WS-INTGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PURGE-WANTED THEN
               OPEN OUTPUT PURGE-FILE
               IF WS-PURGOUT-STATUS NOT = "00" THEN
                   DISPLAY "PURGE-FILE OPEN FAILED, STATUS="
                       WS-PURGOUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
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

      *> RUNHIST is appended in run order, so distinct dates arrive
      *> oldest first; a rerun of the same business date adds a
      *> record but not a run date.
       150-LOAD-RUN-DATES.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00" THEN
               DISPLAY "RUN-HISTORY OPEN FAILED, STATUS="
                   WS-RUNHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 170-READ-RUN-HISTORY
           PERFORM 160-NOTE-RUN-DATE
               UNTIL WS-RUNH-EOF
           CLOSE RUN-HISTORY-FILE

           IF WS-RUNDATE-COUNT >= WS-STALE-RUNS THEN
               MOVE WS-RUNDATE-ENTRY(1) TO WS-STALE-CUTOFF
           END-IF

           MOVE WS-RUN-DATE TO IH-RUN-DATE
           MOVE WS-INTEG-HEADER TO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD
           MOVE WS-STALE-RUNS TO CL-STALE-RUNS
           IF WS-STALE-CUTOFF = LOW-VALUES THEN
               MOVE "NONE" TO CL-CUTOFF
           ELSE
               MOVE WS-STALE-CUTOFF TO CL-CUTOFF
           END-IF
           IF WS-PURGE-WANTED THEN
               MOVE "YES" TO CL-PURGE
           ELSE
               MOVE "NO" TO CL-PURGE
           END-IF
           MOVE WS-CUTOFF-LINE TO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD
           MOVE WS-COLUMN-HEADER TO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD.

       160-NOTE-RUN-DATE.
           IF RH-RUN-DATE NOT = WS-LAST-RUN-DATE
                   AND RH-RUN-DATE IS NUMERIC THEN
               IF WS-RUNDATE-COUNT >= WS-STALE-RUNS THEN
                   PERFORM 165-DROP-OLDEST-DATE
               END-IF
               ADD 1 TO WS-RUNDATE-COUNT
               MOVE RH-RUN-DATE TO WS-RUNDATE-ENTRY(WS-RUNDATE-COUNT)
               MOVE RH-RUN-DATE TO WS-LAST-RUN-DATE
           END-IF
           PERFORM 170-READ-RUN-HISTORY.

       165-DROP-OLDEST-DATE.
           PERFORM 166-SHIFT-ONE-DATE
               VARYING WS-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-SHIFT-SUB >= WS-RUNDATE-COUNT
           SUBTRACT 1 FROM WS-RUNDATE-COUNT.

       166-SHIFT-ONE-DATE.
           MOVE WS-RUNDATE-ENTRY(WS-SHIFT-SUB + 1)
               TO WS-RUNDATE-ENTRY(WS-SHIFT-SUB).

       170-READ-RUN-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-RUNH-EOF-SW
           END-READ.

      *> One pass per distinct key across the four inputs: note
      *> what each file holds for the lowest key, then judge it.
       200-AUDIT-KEY.
           MOVE WS-MSTR-KEY TO WS-LOW-KEY
           IF WS-RSLT-KEY < WS-LOW-KEY THEN
               MOVE WS-RSLT-KEY TO WS-LOW-KEY
           END-IF
           IF WS-CARRY-KEY < WS-LOW-KEY THEN
               MOVE WS-CARRY-KEY TO WS-LOW-KEY
           END-IF
           IF WS-HIST-KEY < WS-LOW-KEY THEN
               MOVE WS-HIST-KEY TO WS-LOW-KEY
           END-IF

           MOVE 'N' TO WS-ON-MASTER-SW
           MOVE 'N' TO WS-HAVE-RESULT-SW
           MOVE 0 TO WS-KEY-CARRY-COUNT
           MOVE 0 TO WS-KEY-HIST-COUNT

           IF WS-MSTR-KEY = WS-LOW-KEY THEN
               MOVE 'Y' TO WS-ON-MASTER-SW
               ADD 1 TO WS-MASTER-COUNT
               PERFORM 610-READ-MASTER
           END-IF

           IF WS-RSLT-KEY = WS-LOW-KEY THEN
               MOVE 'Y' TO WS-HAVE-RESULT-SW
               ADD 1 TO WS-RESULT-COUNT
               MOVE RESULT-RECORD TO WS-KEY-RESULT
               PERFORM 620-READ-RESULT
           END-IF

           PERFORM 300-GATHER-CARRY
               UNTIL WS-CARRY-KEY NOT = WS-LOW-KEY

           PERFORM 350-GATHER-HISTORY
               UNTIL WS-HIST-KEY NOT = WS-LOW-KEY

           PERFORM 400-CHECK-KEY.

       300-GATHER-CARRY.
           ADD 1 TO WS-CARRY-COUNT
           ADD 1 TO WS-KEY-CARRY-COUNT
           IF WS-KEY-CARRY-COUNT = 1 THEN
               MOVE EX-REASON TO WS-KEY-CARRY-REASON
               MOVE EX-RUN-DATE TO WS-KEY-CARRY-DATE
           END-IF
           PERFORM 630-READ-CARRY.

       350-GATHER-HISTORY.
           ADD 1 TO WS-HIST-COUNT
           ADD 1 TO WS-KEY-HIST-COUNT
           MOVE HX-RUN-DATE TO WS-KEY-HIST-DATE
           PERFORM 640-READ-HISTORY.

       400-CHECK-KEY.
           IF WS-HAVE-RESULT THEN
               IF NOT WS-ON-MASTER THEN
                   PERFORM 410-REPORT-ORPHAN
               ELSE
                   IF KR-RUN-DATE < WS-STALE-CUTOFF THEN
                       PERFORM 420-REPORT-STALE
                   END-IF
               END-IF
           END-IF

           IF WS-KEY-CARRY-COUNT > 0 THEN
               EVALUATE TRUE
                   WHEN NOT WS-ON-MASTER
                       PERFORM 430-REPORT-CARRY-GONE
                   WHEN WS-HAVE-RESULT AND KR-STATUS = "OK"
                       PERFORM 440-REPORT-CARRY-RESOLVED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-KEY-HIST-COUNT > 0 AND NOT WS-ON-MASTER THEN
               PERFORM 450-REPORT-HIST-GONE
           END-IF.

       410-REPORT-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE SPACES TO WS-INTEG-DETAIL
           MOVE WS-LOW-KEY TO ID-KEY
           MOVE "ORPHAN RSLT" TO ID-FINDING
           MOVE KR-RUN-DATE TO ID-DATE
           MOVE KR-STATUS TO ID-STATUS
           MOVE 0 TO ID-RECS
           IF WS-PURGE-WANTED THEN
               MOVE "NOT ON TRANMSTR - PURGE LISTED" TO ID-NOTE
               PERFORM 460-WRITE-PURGE
           ELSE
               MOVE "NOT ON TRANMSTR" TO ID-NOTE
           END-IF
           PERFORM 500-WRITE-DETAIL.

       420-REPORT-STALE.
           ADD 1 TO WS-STALE-COUNT
           MOVE SPACES TO WS-INTEG-DETAIL
           MOVE WS-LOW-KEY TO ID-KEY
           MOVE "STALE RSLT" TO ID-FINDING
           MOVE KR-RUN-DATE TO ID-DATE
           MOVE KR-STATUS TO ID-STATUS
           MOVE 0 TO ID-RECS
           MOVE "NOT REFRESHED SINCE CUTOFF" TO ID-NOTE
           PERFORM 500-WRITE-DETAIL.

       430-REPORT-CARRY-GONE.
           ADD 1 TO WS-CARRY-GONE-COUNT
           MOVE SPACES TO WS-INTEG-DETAIL
           MOVE WS-LOW-KEY TO ID-KEY
           MOVE "CARRY GONE" TO ID-FINDING
           MOVE WS-KEY-CARRY-DATE TO ID-DATE
           MOVE WS-KEY-CARRY-REASON TO ID-STATUS
           MOVE WS-KEY-CARRY-COUNT TO ID-RECS
           MOVE "CARRIED EXCEPTION - KEY DELETED" TO ID-NOTE
           PERFORM 500-WRITE-DETAIL.

       440-REPORT-CARRY-RESOLVED.
           ADD 1 TO WS-RESOLVED-COUNT
           MOVE SPACES TO WS-INTEG-DETAIL
           MOVE WS-LOW-KEY TO ID-KEY
           MOVE "CARRY RSLVD" TO ID-FINDING
           MOVE WS-KEY-CARRY-DATE TO ID-DATE
           MOVE WS-KEY-CARRY-REASON TO ID-STATUS
           MOVE WS-KEY-CARRY-COUNT TO ID-RECS
           MOVE "LATEST RESULT OK - STILL CARRIED" TO ID-NOTE
           PERFORM 500-WRITE-DETAIL.

       450-REPORT-HIST-GONE.
           ADD 1 TO WS-HIST-GONE-COUNT
           ADD WS-KEY-HIST-COUNT TO WS-HIST-GONE-RECS
           MOVE SPACES TO WS-INTEG-DETAIL
           MOVE WS-LOW-KEY TO ID-KEY
           MOVE "HIST GONE" TO ID-FINDING
           MOVE WS-KEY-HIST-DATE TO ID-DATE
           MOVE WS-KEY-HIST-COUNT TO ID-RECS
           MOVE "HISTORY KEPT FOR DELETED KEY" TO ID-NOTE
           PERFORM 500-WRITE-DETAIL.

       460-WRITE-PURGE.
           MOVE WS-KEY-RESULT TO PURGE-RECORD
           WRITE PURGE-RECORD
           IF WS-PURGOUT-STATUS NOT = "00" THEN
               DISPLAY "PURGE-FILE WRITE FAILED, STATUS="
                   WS-PURGOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PURGE-COUNT.

       500-WRITE-DETAIL.
           MOVE WS-INTEG-DETAIL TO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD.

       610-READ-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-MSTR-KEY
               NOT AT END
                   MOVE TR-KEY TO WS-MSTR-KEY
           END-READ.

       620-READ-RESULT.
           READ RESULT-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-RSLT-KEY
               NOT AT END
                   MOVE RM-KEY TO WS-RSLT-KEY
           END-READ.

      *> The two flat inputs are only in key order because of how
      *> they are built (RECYJOB's sort, DIVHIST's merge); a
      *> hand-built replacement out of order would make the merge
      *> report nonsense, so stop instead.
       630-READ-CARRY.
           READ CARRY-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CARRY-KEY
               NOT AT END
                   MOVE EX-KEY TO WS-CARRY-KEY
                   IF WS-CARRY-KEY < WS-PRIOR-CARRY-KEY THEN
                       DISPLAY "CARRY-FILE OUT OF KEY ORDER AT "
                           WS-CARRY-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARRY-KEY TO WS-PRIOR-CARRY-KEY
           END-READ.

       640-READ-HISTORY.
           READ HISTORY-IN-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-HIST-KEY
               NOT AT END
                   MOVE HX-KEY TO WS-HIST-KEY
                   IF WS-HIST-KEY < WS-PRIOR-HIST-KEY THEN
                       DISPLAY "HISTORY-IN OUT OF KEY ORDER AT "
                           WS-HIST-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-HIST-KEY TO WS-PRIOR-HIST-KEY
           END-READ.

       900-WRITE-TRAILER.
           MOVE "TRANMSTR KEYS READ:" TO CN-LABEL
           MOVE WS-MASTER-COUNT TO CN-COUNT
           PERFORM 950-WRITE-COUNT-LINE
           MOVE "RESULTS MASTER KEYS READ:" TO CN-LABEL
           MOVE WS-RESULT-COUNT TO CN-COUNT
           PERFORM 950-WRITE-COUNT-LINE
           MOVE "CARRY-FORWARD RECORDS READ:" TO CN-LABEL
           MOVE WS-CARRY-COUNT TO CN-COUNT
           PERFORM 950-WRITE-COUNT-LINE
           MOVE "HISTORY RECORDS READ:" TO CN-LABEL
           MOVE WS-HIST-COUNT TO CN-COUNT
           PERFORM 950-WRITE-COUNT-LINE
           MOVE "ORPHAN RESULTS:" TO CN-LABEL
           MOVE WS-ORPHAN-COUNT TO CN-COUNT
           PERFORM 950-WRITE-COUNT-LINE
           MOVE "RESULTS NOT REFRESHED IN N RUNS:" TO CN-LABEL
           MOVE WS-STALE-COUNT TO CN-COUNT
           PERFORM 950-WRITE-COUNT-LINE
           MOVE "CARRIED EXCEPTIONS ALREADY RESOLVED:" TO CN-LABEL
           MOVE WS-RESOLVED-COUNT TO CN-COUNT
           PERFORM 950-WRITE-COUNT-LINE
           MOVE "CARRIED EXCEPTIONS FOR DELETED KEYS:" TO CN-LABEL
           MOVE WS-CARRY-GONE-COUNT TO CN-COUNT
           PERFORM 950-WRITE-COUNT-LINE
           MOVE "DELETED KEYS WITH HISTORY:" TO CN-LABEL
           MOVE WS-HIST-GONE-COUNT TO CN-COUNT
           PERFORM 950-WRITE-COUNT-LINE
           MOVE "  HISTORY RECORDS FOR THOSE KEYS:" TO CN-LABEL
           MOVE WS-HIST-GONE-RECS TO CN-COUNT
           PERFORM 950-WRITE-COUNT-LINE
           MOVE "PURGE RECORDS WRITTEN:" TO CN-LABEL
           MOVE WS-PURGE-COUNT TO CN-COUNT
           PERFORM 950-WRITE-COUNT-LINE

           EVALUATE TRUE
               WHEN WS-ORPHAN-COUNT > 0
                 OR WS-CARRY-GONE-COUNT > 0
                 OR WS-HIST-GONE-COUNT > 0
                   MOVE "*** DELETED KEYS STILL ON FILE - OPS ACTION"
                       TO VL-TEXT
               WHEN WS-STALE-COUNT > 0
                 OR WS-RESOLVED-COUNT > 0
                   MOVE "*** STALE OR RESOLVED ITEMS - REVIEW"
                       TO VL-TEXT
               WHEN OTHER
                   MOVE "*** FILES AGREE" TO VL-TEXT
           END-EVALUATE
           MOVE WS-VERDICT-LINE TO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD.

       950-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD.
