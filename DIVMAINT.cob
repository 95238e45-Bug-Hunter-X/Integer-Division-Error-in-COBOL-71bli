      *> key, the map shows the current numerator/divisor from the
      *> VSAM master, and a corrected divisor is REWRITEn back before
      *> the nightly DIVBATCH extract/sort/divide run.
      *> Dual control: an override that moves the divisor by more
      *> than the DCTLREC change limit, or that is keyed against a
      *> designated key range, is not REWRITEn - it is queued on
      *> the pending-override file (PENDREC) for a supervisor to
      *> approve or decline on DIVAPRV, and DIVOVRAP applies the
      *> approved ones in DIVJOB ahead of the extract. Only one
      *> override per key may be queued; the screen refuses any
      *> further change to a key while one is waiting, so the
      *> queued before-image cannot be overtaken.
      *> Entered from the exception worklist (DIVWORK, transaction
      *> DIVW, action M) by XCTL, the screen opens with that key
      *> already filled in and looked up, ready for the divisor.
      *> NOTE: uses EXEC CICS / BMS SEND MAP-RECEIVE MAP, which
      *> GnuCOBOL's cobc cannot translate (no CICS translator in this
      *> environment) - hand-desk-checked against standard CICS COBOL
       COPY AUDREC.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-AUDIT-LENGTH             PIC S9(4) COMP VALUE +204.

      *> Dual-control test work area - see DCTLREC and PENDREC.
       COPY DCTLREC.
       COPY PENDREC.
       01  WS-NEW-DIVISOR              PIC S9(5)V9(2) VALUE 0.
       01  WS-DIVISOR-CHANGE           PIC S9(6)V9(2) VALUE 0.
       01  WS-RANGE-SUB                PIC S9(4) COMP VALUE +0.
       01  WS-HOLD-SW                  PIC X VALUE 'N'.
           88  WS-HOLD-FOR-CHECKER     VALUE 'Y'.
       01  WS-HOLD-REASON              PIC X(8) VALUE SPACES.
       01  WS-QUEUED-SW                PIC X VALUE 'N'.
           88  WS-ALREADY-QUEUED       VALUE 'Y'.
       01  WS-CONTROL-SW               PIC X VALUE 'N'.
           88  WS-CONTROL-MISSING      VALUE 'Y'.

      *> Key most recently looked up (carried in from COMMAREA). A
      *> divisor value re-transmitted by FSET only counts as an
       000-MAIN.
           MOVE EIBCALEN TO WS-EIBCALEN-SAVE

           EVALUATE TRUE
               WHEN WS-EIBCALEN-SAVE = 0
                   MOVE SPACES TO WS-PREV-KEY
                   PERFORM 100-SEND-INITIAL-MAP
               WHEN EIBTRNID = 'DIVW'
                   MOVE SPACES TO WS-PREV-KEY
                   PERFORM 150-SEND-PREFILLED-MAP
               WHEN OTHER
                   MOVE TR-KEY OF DFHCOMMAREA-RECORD TO WS-PREV-KEY
                   PERFORM 200-RECEIVE-AND-PROCESS
           END-EVALUATE

           EXEC CICS RETURN
               TRANSID('DIVM')
               ERASE
           END-EXEC.

      *> The worklist passes the key in the COMMAREA; show the
      *> master as if the clerk had keyed it. No UPDATE on this
      *> read - the correction itself comes back as a normal DIVM
      *> entry on the same key and is read for update then.
       150-SEND-PREFILLED-MAP.
           MOVE LOW-VALUES TO DIVMAPO
           MOVE SPACES TO WS-MASTER-RECORD
           MOVE TR-KEY OF DFHCOMMAREA-RECORD
               TO TR-KEY OF WS-MASTER-RECORD
           MOVE TR-KEY OF WS-MASTER-RECORD TO TRNKEYO

           EXEC CICS READ FILE('TRANMSTR')
               INTO(WS-MASTER-RECORD)
               RIDFLD(TR-KEY OF WS-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) THEN
               MOVE TR-NUMBER OF WS-MASTER-RECORD TO TRNNUMO
               MOVE TR-NUMBER2 OF WS-MASTER-RECORD TO TRNNUM2O
               MOVE 'RECORD FOUND - CORRECT DIVISOR IF NEEDED'
                   TO WS-MSG-TEXT
           ELSE
               MOVE 'TRANSACTION KEY NOT FOUND' TO WS-MSG-TEXT
           END-IF
           MOVE WS-MSG-TEXT TO MSGLINEO

           EXEC CICS SEND MAP('DIVMAP')
               MAPSET('DIVMSET')
               FROM(DIVMAPO)
               ERASE
           END-EXEC.

       200-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('DIVMAP')
               MAPSET('DIVMSET')
               MOVE TR-NUMBER2 OF WS-MASTER-RECORD TO TRNNUM2O
               MOVE 'DIVISOR NOT NUMERIC - RE-ENTER' TO WS-MSG-TEXT
           ELSE
               COMPUTE WS-NEW-DIVISOR = FUNCTION NUMVAL(TRNNUM2I)
               PERFORM 430-CHECK-DUAL-CONTROL
               EVALUATE TRUE
                   WHEN WS-CONTROL-MISSING
                       PERFORM 460-RELEASE-MASTER
                       MOVE 'DUAL CONTROL NOT AVAILABLE - SEE OPERATOR'
                           TO WS-MSG-TEXT
                   WHEN WS-ALREADY-QUEUED
                       PERFORM 460-RELEASE-MASTER
                       MOVE 'KEY HAS A QUEUED OVERRIDE - SEE SUPERVISOR'
                           TO WS-MSG-TEXT
                   WHEN WS-HOLD-FOR-CHECKER
                       PERFORM 450-QUEUE-OVERRIDE
                       PERFORM 460-RELEASE-MASTER
                   WHEN OTHER
                       PERFORM 470-REWRITE-MASTER
               END-EVALUATE
           END-IF
           MOVE WS-MSG-TEXT TO MSGLINEO

                   MOVE 'N' TO WS-DIVISOR-OK-SW
           END-EVALUATE.

      *> Decide whether this override needs a second signature.
      *> No policy record (or an unreadable pending file) means
      *> the screen cannot tell, so the override is refused rather
      *> than let through unchecked.
       430-CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-HOLD-SW
           MOVE 'N' TO WS-QUEUED-SW
           MOVE 'N' TO WS-CONTROL-SW
           MOVE SPACES TO WS-HOLD-REASON

           MOVE 'DUALCTL' TO DC-KEY
           EXEC CICS READ FILE('DIVDCTL')
               INTO(DUAL-CONTROL-RECORD)
               RIDFLD(DC-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO WS-CONTROL-SW
           END-IF

           IF NOT WS-CONTROL-MISSING THEN
               MOVE TR-KEY OF WS-MASTER-RECORD TO PO-KEY
               EXEC CICS READ FILE('DIVPEND')
                   INTO(PENDING-OVERRIDE-RECORD)
                   RIDFLD(PO-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-QUEUED-SW
                   WHEN WS-RESP NOT = DFHRESP(NOTFND)
                       MOVE 'Y' TO WS-CONTROL-SW
               END-EVALUATE
           END-IF

           IF NOT WS-CONTROL-MISSING AND NOT WS-ALREADY-QUEUED THEN
               COMPUTE WS-DIVISOR-CHANGE = WS-NEW-DIVISOR
                   - TR-NUMBER2 OF WS-MASTER-RECORD
               IF WS-DIVISOR-CHANGE < 0 THEN
                   COMPUTE WS-DIVISOR-CHANGE = 0 - WS-DIVISOR-CHANGE
               END-IF
               IF DC-CHANGE-LIMIT > 0
                       AND WS-DIVISOR-CHANGE > DC-CHANGE-LIMIT THEN
                   MOVE 'Y' TO WS-HOLD-SW
                   MOVE 'LIMIT' TO WS-HOLD-REASON
               END-IF
               PERFORM 435-MATCH-KEY-RANGE
                   VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > DC-RANGE-COUNT
                   OR WS-RANGE-SUB > 10
                   OR WS-HOLD-FOR-CHECKER
           END-IF.

       435-MATCH-KEY-RANGE.
           IF TR-KEY OF WS-MASTER-RECORD >= DC-RANGE-LO(WS-RANGE-SUB)
                   AND TR-KEY OF WS-MASTER-RECORD
                       <= DC-RANGE-HI(WS-RANGE-SUB) THEN
               MOVE 'Y' TO WS-HOLD-SW
               MOVE 'KEYRANGE' TO WS-HOLD-REASON
           END-IF.

      *> Queue the override for DIVAPRV instead of touching the
      *> master. The before-image is what the maker was shown, so
      *> DIVOVRAP can refuse an approval the master has moved past.
       450-QUEUE-OVERRIDE.
           MOVE SPACES TO PENDING-OVERRIDE-RECORD
           MOVE TR-KEY OF WS-MASTER-RECORD TO PO-KEY
           MOVE 'P' TO PO-STATE
           MOVE WS-HOLD-REASON TO PO-HOLD-REASON
           MOVE TR-NUMBER2 OF WS-MASTER-RECORD TO PO-OLD-DIVISOR
           MOVE WS-NEW-DIVISOR TO PO-NEW-DIVISOR
           MOVE WS-MASTER-RECORD TO PO-BEFORE-IMAGE

           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(PO-MAKER-DATE)
               TIME(PO-MAKER-TIME) TIMESEP
           END-EXEC
           EXEC CICS ASSIGN
               USERID(PO-MAKER-USERID)
           END-EXEC
           MOVE EIBTRMID TO PO-MAKER-TERMID

           EXEC CICS WRITE FILE('DIVPEND')
               FROM(PENDING-OVERRIDE-RECORD)
               RIDFLD(PO-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) THEN
               IF WS-HOLD-REASON = 'LIMIT' THEN
                   MOVE 'OVER CHANGE LIMIT - HELD FOR SUPERVISOR'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'CONTROLLED KEY - HELD FOR SUPERVISOR'
                       TO WS-MSG-TEXT
               END-IF
           ELSE
               MOVE 'QUEUE FAILED - SEE OPERATOR' TO WS-MSG-TEXT
           END-IF.

      *> Nothing is rewritten on this path: drop the READ UPDATE
      *> lock and show the master as it still stands.
       460-RELEASE-MASTER.
           EXEC CICS UNLOCK FILE('TRANMSTR')
           END-EXEC
           MOVE TR-NUMBER OF WS-MASTER-RECORD TO TRNNUMO
           MOVE TR-NUMBER2 OF WS-MASTER-RECORD TO TRNNUM2O.

       470-REWRITE-MASTER.
           MOVE WS-MASTER-RECORD TO AJ-BEFORE-IMAGE
           MOVE WS-NEW-DIVISOR TO TR-NUMBER2 OF WS-MASTER-RECORD

           EXEC CICS REWRITE FILE('TRANMSTR')
               FROM(WS-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC

           MOVE TR-NUMBER OF WS-MASTER-RECORD TO TRNNUMO
           MOVE TR-NUMBER2 OF WS-MASTER-RECORD TO TRNNUM2O

           IF WS-RESP = DFHRESP(NORMAL) THEN
               MOVE SPACES TO AJ-CHECKER-USERID
               MOVE 'DIRECT' TO AJ-DECISION
               PERFORM 500-WRITE-AUDIT
               MOVE 'DIVISOR UPDATED' TO WS-MSG-TEXT
           ELSE
               MOVE 'UPDATE FAILED - SEE OPERATOR' TO WS-MSG-TEXT
           END-IF.

       500-WRITE-AUDIT.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
