       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVAPRV.

      *> Online override approval (transaction DIVP, map DIVPMAP in
      *> the DIVMSET mapset) - the checker half of dual control on
      *> divisor overrides. DIVMAINT queues an override on the
      *> pending-override file (CICS file DIVPEND, see PENDREC)
      *> instead of REWRITing TRANMSTR when it is over the DCTLREC
      *> change limit or against a designated key range; this
      *> screen lists the queue from a start key and lets a
      *> supervisor approve (A) or decline (D) one override by key.
      *> Only a userid on the DCTLREC supervisor list may decide,
      *> and never on an override that same userid keyed. The
      *> decision is only recorded here - the master is not
      *> touched. DIVOVRAP applies approved overrides in DIVJOB
      *> ahead of the extract and journals every decision to the
      *> audit trail, so an approval given after the nightly
      *> cutoff waits for the following night.
      *> NOTE: uses EXEC CICS / BMS SEND MAP-RECEIVE MAP - desk-
      *> checked against standard CICS COBOL translator conventions
      *> in the same way as DIVMAINT and DIVINQ.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DIVPMAPS.

       01  WS-EIBCALEN-SAVE            PIC S9(4) COMP.

      *> Carried between screens so the list stays where the
      *> supervisor left it after each decision.
       01  WS-COMMAREA.
           05  WC-START-KEY            PIC X(10).

       01  WS-RESP                     PIC S9(8) COMP.

       01  WS-MSG-TEXT                 PIC X(79).

       COPY DCTLREC.
       COPY PENDREC.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-USERID                   PIC X(8) VALUE SPACES.
       01  WS-SUPER-SUB                PIC S9(4) COMP VALUE +0.
       01  WS-SUPERVISOR-SW            PIC X VALUE 'N'.
           88  WS-SUPERVISOR           VALUE 'Y'.
       01  WS-CONTROL-SW               PIC X VALUE 'N'.
           88  WS-CONTROL-MISSING      VALUE 'Y'.

       01  WS-LINE-SUB                 PIC S9(4) COMP VALUE +0.
       01  WS-LINE-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-LINE-MAX                 PIC S9(4) COMP VALUE +12.
       01  WS-BROWSE-SW                PIC X VALUE 'N'.
           88  WS-BROWSE-OPEN          VALUE 'Y'.
       01  WS-BROWSE-END-SW            PIC X VALUE 'N'.
           88  WS-BROWSE-END           VALUE 'Y'.

       01  WS-LIST-HEADING.
           05  FILLER                  PIC X(11) VALUE "KEY".
           05  FILLER                  PIC X(9)  VALUE "STATE".
           05  FILLER                  PIC X(10) VALUE "REASON".
           05  FILLER                  PIC X(10) VALUE "OLD DIV".
           05  FILLER                  PIC X(9)  VALUE "NEW DIV".
           05  FILLER                  PIC X(9)  VALUE "MAKER".
           05  FILLER                  PIC X(9)  VALUE "KEYED".
           05  FILLER                  PIC X(12) VALUE "CHECKER".

       01  WS-LIST-LINE.
           05  PL-KEY                  PIC X(10).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PL-STATE                PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PL-REASON               PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PL-OLD-DIVISOR          PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  PL-NEW-DIVISOR          PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  PL-MAKER                PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PL-MAKER-DATE           PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PL-CHECKER              PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LC-START-KEY            PIC X(10).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       000-MAIN.
           MOVE EIBCALEN TO WS-EIBCALEN-SAVE

           IF WS-EIBCALEN-SAVE = 0 THEN
               MOVE LOW-VALUES TO WC-START-KEY
               PERFORM 100-SEND-INITIAL-MAP
           ELSE
               MOVE LC-START-KEY TO WC-START-KEY
               PERFORM 200-RECEIVE-AND-PROCESS
           END-IF

           EXEC CICS RETURN
               TRANSID('DIVP')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       100-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO DIVPMAPO
           PERFORM 400-BUILD-LIST
           MOVE SPACES TO WS-MSG-TEXT
           MOVE 'ENTER A START KEY TO LIST, OR A KEY AND A/D TO DECIDE'
               TO WS-MSG-TEXT
           MOVE WS-MSG-TEXT TO PMSGLINEO

           EXEC CICS SEND MAP('DIVPMAP')
               MAPSET('DIVMSET')
               FROM(DIVPMAPO)
               ERASE
           END-EXEC.

       200-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('DIVPMAP')
               MAPSET('DIVMSET')
               INTO(DIVPMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
               MOVE 'INVALID INPUT - PLEASE RE-ENTER' TO WS-MSG-TEXT
           ELSE
               INSPECT PSTARTI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT PACTKEYI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT PACTI REPLACING ALL LOW-VALUE BY SPACE
               IF PSTARTI = SPACES THEN
                   MOVE LOW-VALUES TO WC-START-KEY
               ELSE
                   MOVE PSTARTI TO WC-START-KEY
               END-IF

               PERFORM 250-CHECK-SUPERVISOR
               EVALUATE TRUE
                   WHEN PACTKEYI = SPACES
                       MOVE 'QUEUED OVERRIDES LISTED FROM START KEY'
                           TO WS-MSG-TEXT
                   WHEN WS-CONTROL-MISSING
                       MOVE 'DUAL CONTROL NOT AVAILABLE - SEE OPERATOR'
                           TO WS-MSG-TEXT
                   WHEN NOT WS-SUPERVISOR
                       MOVE 'NOT ON SUPERVISOR LIST - NO DECISION TAKEN'
                           TO WS-MSG-TEXT
                   WHEN PACTI NOT = 'A' AND PACTI NOT = 'D'
                       MOVE 'ACTION MUST BE A (APPROVE) OR D (DECLINE)'
                           TO WS-MSG-TEXT
                   WHEN OTHER
                       PERFORM 300-RECORD-DECISION
               END-EVALUATE
           END-IF

           PERFORM 400-BUILD-LIST
           MOVE WS-MSG-TEXT TO PMSGLINEO

           EXEC CICS SEND MAP('DIVPMAP')
               MAPSET('DIVMSET')
               FROM(DIVPMAPO)
               DATAONLY
           END-EXEC.

      *> The supervisor list lives on the same policy record that
      *> sets the change limit; without it no decision is taken.
       250-CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPERVISOR-SW
           MOVE 'N' TO WS-CONTROL-SW
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC

           MOVE 'DUALCTL' TO DC-KEY
           EXEC CICS READ FILE('DIVDCTL')
               INTO(DUAL-CONTROL-RECORD)
               RIDFLD(DC-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO WS-CONTROL-SW
           ELSE
               PERFORM 260-MATCH-SUPERVISOR
                   VARYING WS-SUPER-SUB FROM 1 BY 1
                   UNTIL WS-SUPER-SUB > DC-SUPER-COUNT
                   OR WS-SUPER-SUB > 10
                   OR WS-SUPERVISOR
           END-IF.

       260-MATCH-SUPERVISOR.
           IF DC-SUPERVISOR(WS-SUPER-SUB) = WS-USERID
                   AND WS-USERID NOT = SPACES THEN
               MOVE 'Y' TO WS-SUPERVISOR-SW
           END-IF.

      *> Only a still-pending override can be decided, and never by
      *> the userid that keyed it - the second signature has to be
      *> a second person.
       300-RECORD-DECISION.
           MOVE PACTKEYI TO PO-KEY
           EXEC CICS READ FILE('DIVPEND')
               INTO(PENDING-OVERRIDE-RECORD)
               RIDFLD(PO-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO QUEUED OVERRIDE FOR THAT KEY'
                       TO WS-MSG-TEXT
               WHEN NOT PO-PENDING
                   EXEC CICS UNLOCK FILE('DIVPEND')
                   END-EXEC
                   MOVE 'ALREADY DECIDED - AWAITING THE NIGHTLY RUN'
                       TO WS-MSG-TEXT
               WHEN PO-MAKER-USERID = WS-USERID
                   EXEC CICS UNLOCK FILE('DIVPEND')
                   END-EXEC
                   MOVE 'MAKER MAY NOT DECIDE OWN OVERRIDE'
                       TO WS-MSG-TEXT
               WHEN OTHER
                   PERFORM 350-REWRITE-DECISION
           END-EVALUATE.

       350-REWRITE-DECISION.
           MOVE PACTI TO PO-STATE
           MOVE WS-USERID TO PO-CHECKER-USERID
           MOVE EIBTRMID TO PO-CHECKER-TERMID
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(PO-DECIDED-DATE)
               TIME(PO-DECIDED-TIME) TIMESEP
           END-EXEC

           EXEC CICS REWRITE FILE('DIVPEND')
               FROM(PENDING-OVERRIDE-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) THEN
               IF PO-APPROVED THEN
                   MOVE 'APPROVED - APPLIED IN THE NEXT NIGHTLY RUN'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'OVERRIDE DECLINED - MASTER LEFT UNCHANGED'
                       TO WS-MSG-TEXT
               END-IF
               MOVE SPACES TO PACTKEYO
               MOVE SPACES TO PACTO
           ELSE
               MOVE 'DECISION NOT SAVED - SEE OPERATOR' TO WS-MSG-TEXT
           END-IF.

      *> One screen of the queue from the start key, decided items
      *> included so the supervisor can see what is waiting for
      *> tonight's run as well as what is still to decide.
       400-BUILD-LIST.
           MOVE WS-LIST-HEADING TO PHDRO
           PERFORM 410-CLEAR-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-MAX
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-BROWSE-SW
           MOVE 'N' TO WS-BROWSE-END-SW

           MOVE WC-START-KEY TO PO-KEY
           EXEC CICS STARTBR FILE('DIVPEND')
               RIDFLD(PO-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO WS-BROWSE-SW
           ELSE
               MOVE 'Y' TO WS-BROWSE-END-SW
           END-IF

           PERFORM 420-LIST-ONE
               UNTIL WS-BROWSE-END
               OR WS-LINE-COUNT >= WS-LINE-MAX

           IF WS-BROWSE-OPEN THEN
               EXEC CICS ENDBR FILE('DIVPEND')
               END-EXEC
           END-IF

           IF WS-LINE-COUNT = 0 THEN
               MOVE 'NO QUEUED OVERRIDES AT OR AFTER THE START KEY'
                   TO PLINEO(1)
           END-IF.

       410-CLEAR-LINE.
           MOVE SPACES TO PLINEO(WS-LINE-SUB).

       420-LIST-ONE.
           EXEC CICS READNEXT FILE('DIVPEND')
               INTO(PENDING-OVERRIDE-RECORD)
               RIDFLD(PO-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO WS-BROWSE-END-SW
           ELSE
               ADD 1 TO WS-LINE-COUNT
               MOVE PO-KEY TO PL-KEY
               EVALUATE TRUE
                   WHEN PO-PENDING
                       MOVE 'PENDING' TO PL-STATE
                   WHEN PO-APPROVED
                       MOVE 'APPROVED' TO PL-STATE
                   WHEN PO-DECLINED
                       MOVE 'DECLINED' TO PL-STATE
                   WHEN OTHER
                       MOVE '????????' TO PL-STATE
               END-EVALUATE
               MOVE PO-HOLD-REASON TO PL-REASON
               MOVE PO-OLD-DIVISOR TO PL-OLD-DIVISOR
               MOVE PO-NEW-DIVISOR TO PL-NEW-DIVISOR
               MOVE PO-MAKER-USERID TO PL-MAKER
               MOVE PO-MAKER-DATE TO PL-MAKER-DATE
               MOVE PO-CHECKER-USERID TO PL-CHECKER
               MOVE WS-LIST-LINE TO PLINEO(WS-LINE-COUNT)
           END-IF.
