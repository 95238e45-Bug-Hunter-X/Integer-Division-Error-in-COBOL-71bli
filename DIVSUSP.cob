       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVSUSP.

      *> Online GL suspense review (transaction DIVH, map DIVHMAP in
      *> the DIVMSET mapset). Lists, from a start key, the results
      *> DIVSCRN held back from the GL interface as outliers (CICS
      *> file DIVSUSP, see SUSPREC) - key, run date, state, the
      *> result, and the baseline it was screened against - and
      *> lets an analyst decide one item by key and run date:
      *>   R - release it: the result was right after all, and goes
      *>       out in the next GL file DIVGLIF builds,
      *>   X - reject it: the outlier is confirmed and the result is
      *>       never transmitted.
      *> A reason is required for every decision. The decision is
      *> recorded on the suspense item (userid, terminal, date,
      *> time, reason) and journaled to the DIVJ extrapartition
      *> destination (SJRNREC). An item can be decided again until
      *> a GL file has carried it; once SENT it is listed no more.
      *> NOTE: uses EXEC CICS / BMS SEND MAP-RECEIVE MAP - desk-
      *> checked against standard CICS COBOL translator conventions
      *> in the same way as DIVMAINT and DIVAPRV.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DIVHMAPS.

       01  WS-EIBCALEN-SAVE            PIC S9(4) COMP.

      *> Carried between screens so the list stays where the
      *> analyst left it after each decision.
       01  WS-COMMAREA.
           05  WC-START-KEY            PIC X(10).

       01  WS-RESP                     PIC S9(8) COMP.

       01  WS-MSG-TEXT                 PIC X(79).

       COPY SUSPREC.
       COPY SJRNREC.
       01  WS-JOURNAL-LENGTH           PIC S9(4) COMP VALUE +120.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-USERID                   PIC X(8) VALUE SPACES.
       01  WS-PRIOR-STATE              PIC X VALUE SPACE.

       01  WS-LINE-SUB                 PIC S9(4) COMP VALUE +0.
       01  WS-LINE-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-LINE-MAX                 PIC S9(4) COMP VALUE +12.
       01  WS-BROWSE-SW                PIC X VALUE 'N'.
           88  WS-BROWSE-OPEN          VALUE 'Y'.
       01  WS-BROWSE-END-SW            PIC X VALUE 'N'.
           88  WS-BROWSE-END           VALUE 'Y'.

       01  WS-LIST-HEADING.
           05  FILLER                  PIC X(11) VALUE "KEY".
           05  FILLER                  PIC X(9)  VALUE "RUN DATE".
           05  FILLER                  PIC X(9)  VALUE "STATE".
           05  FILLER                  PIC X(10) VALUE "   RESULT".
           05  FILLER                  PIC X(10) VALUE "  AVERAGE".
           05  FILLER                  PIC X(10) VALUE "   LOWEST".
           05  FILLER                  PIC X(10) VALUE "  HIGHEST".
           05  FILLER                  PIC X(10) VALUE "DECIDED BY".

       01  WS-LIST-LINE.
           05  HL-KEY                  PIC X(10).
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-STATE                PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-RESULT               PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-AVERAGE              PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-LOW                  PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-HIGH                 PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HL-USERID               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.

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
               TRANSID('DIVH')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       100-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO DIVHMAPO
           PERFORM 400-BUILD-LIST
           MOVE SPACES TO WS-MSG-TEXT
           MOVE 'START KEY TO LIST, OR KEY, RUN DATE, R/X AND A REASON'
               TO WS-MSG-TEXT
           MOVE WS-MSG-TEXT TO HMSGLINEO

           EXEC CICS SEND MAP('DIVHMAP')
               MAPSET('DIVMSET')
               FROM(DIVHMAPO)
               ERASE
           END-EXEC.

       200-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('DIVHMAP')
               MAPSET('DIVMSET')
               INTO(DIVHMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
               MOVE 'INVALID INPUT - PLEASE RE-ENTER' TO WS-MSG-TEXT
           ELSE
               INSPECT HSTARTI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT HACTKEYI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT HACTDTEI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT HACTI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT HREASONI REPLACING ALL LOW-VALUE BY SPACE
               IF HSTARTI = SPACES THEN
                   MOVE LOW-VALUES TO WC-START-KEY
               ELSE
                   MOVE HSTARTI TO WC-START-KEY
               END-IF

               EVALUATE TRUE
                   WHEN HACTKEYI = SPACES
                       MOVE 'HELD RESULTS LISTED FROM START KEY'
                           TO WS-MSG-TEXT
                   WHEN HACTDTEI = SPACES OR HACTDTEI NOT NUMERIC
                       MOVE 'RUN DATE OF THE HELD RESULT IS REQUIRED'
                           TO WS-MSG-TEXT
                   WHEN HACTI NOT = 'R' AND HACTI NOT = 'X'
                       MOVE 'ACTION MUST BE R (RELEASE) OR X (REJECT)'
                           TO WS-MSG-TEXT
                   WHEN HREASONI = SPACES
                       MOVE 'A REASON IS REQUIRED FOR EVERY DECISION'
                           TO WS-MSG-TEXT
                   WHEN OTHER
                       PERFORM 300-RECORD-DECISION
               END-EVALUATE
           END-IF

           PERFORM 400-BUILD-LIST
           MOVE WS-MSG-TEXT TO HMSGLINEO

           EXEC CICS SEND MAP('DIVHMAP')
               MAPSET('DIVMSET')
               FROM(DIVHMAPO)
               DATAONLY
           END-EXEC.

      *> An item a GL file has already carried is history; one
      *> already in the state asked for is left alone so the
      *> journal only shows real decisions.
       300-RECORD-DECISION.
           MOVE HACTKEYI TO SU-KEY
           MOVE HACTDTEI TO SU-RUN-DATE
           EXEC CICS READ FILE('DIVSUSP')
               INTO(SUSPENSE-RECORD)
               RIDFLD(SU-SUSP-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO HELD RESULT FOR THAT KEY AND RUN DATE'
                       TO WS-MSG-TEXT
               WHEN SU-SENT
                   EXEC CICS UNLOCK FILE('DIVSUSP')
                   END-EXEC
                   MOVE 'ALREADY SENT TO THE GL - NO CHANGE'
                       TO WS-MSG-TEXT
               WHEN SU-STATE = HACTI
                   EXEC CICS UNLOCK FILE('DIVSUSP')
                   END-EXEC
                   MOVE 'ITEM IS ALREADY IN THAT STATE - NO CHANGE'
                       TO WS-MSG-TEXT
               WHEN OTHER
                   PERFORM 350-REWRITE-DECISION
           END-EVALUATE.

       350-REWRITE-DECISION.
           MOVE SU-STATE TO WS-PRIOR-STATE
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE HACTI TO SU-STATE
           MOVE WS-USERID TO SU-DECIDE-USERID
           MOVE EIBTRMID TO SU-DECIDE-TERMID
           MOVE HREASONI TO SU-REASON
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(SU-DECIDE-DATE)
               TIME(SU-DECIDE-TIME) TIMESEP
           END-EXEC

           EXEC CICS REWRITE FILE('DIVSUSP')
               FROM(SUSPENSE-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) THEN
               PERFORM 500-WRITE-JOURNAL
               IF SU-RELEASED THEN
                   MOVE 'RELEASED - GOES OUT IN THE NEXT GL FILE'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'REJECTED - WILL NOT BE SENT TO THE GL'
                       TO WS-MSG-TEXT
               END-IF
               MOVE SPACES TO HACTKEYO
               MOVE SPACES TO HACTDTEO
               MOVE SPACES TO HACTO
               MOVE SPACES TO HREASONO
           ELSE
               MOVE 'DECISION NOT SAVED - SEE OPERATOR' TO WS-MSG-TEXT
           END-IF.

      *> One screen of open items from the start key; items a GL
      *> file has carried are passed over.
       400-BUILD-LIST.
           MOVE WS-LIST-HEADING TO HHDRO
           PERFORM 410-CLEAR-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-MAX
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-BROWSE-SW
           MOVE 'N' TO WS-BROWSE-END-SW

           MOVE WC-START-KEY TO SU-KEY
           MOVE LOW-VALUES TO SU-RUN-DATE
           EXEC CICS STARTBR FILE('DIVSUSP')
               RIDFLD(SU-SUSP-KEY)
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
               EXEC CICS ENDBR FILE('DIVSUSP')
               END-EXEC
           END-IF

           IF WS-LINE-COUNT = 0 THEN
               MOVE 'NO OPEN SUSPENSE ITEMS AT OR AFTER THE START KEY'
                   TO HLINEO(1)
           END-IF.

       410-CLEAR-LINE.
           MOVE SPACES TO HLINEO(WS-LINE-SUB).

       420-LIST-ONE.
           EXEC CICS READNEXT FILE('DIVSUSP')
               INTO(SUSPENSE-RECORD)
               RIDFLD(SU-SUSP-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO WS-BROWSE-END-SW
           ELSE
               IF SU-OPEN-TO-DECIDE THEN
                   PERFORM 430-FORMAT-LINE
               END-IF
           END-IF.

       430-FORMAT-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SU-KEY TO HL-KEY
           MOVE SU-RUN-DATE TO HL-RUN-DATE
           EVALUATE TRUE
               WHEN SU-HELD
                   MOVE 'HELD' TO HL-STATE
               WHEN SU-RELEASED
                   MOVE 'RELEASED' TO HL-STATE
               WHEN SU-REJECTED
                   MOVE 'REJECTED' TO HL-STATE
               WHEN OTHER
                   MOVE '????????' TO HL-STATE
           END-EVALUATE
           MOVE SU-RESULT TO HL-RESULT
           MOVE SU-BASE-AVERAGE TO HL-AVERAGE
           MOVE SU-BASE-LOW TO HL-LOW
           MOVE SU-BASE-HIGH TO HL-HIGH
           MOVE SU-DECIDE-USERID TO HL-USERID
           MOVE WS-LIST-LINE TO HLINEO(WS-LINE-COUNT).

       500-WRITE-JOURNAL.
           MOVE SPACES TO SUSP-JOURNAL-RECORD
           MOVE SU-DECIDE-DATE TO SJ-DATE
           MOVE SU-DECIDE-TIME TO SJ-TIME
           MOVE SU-DECIDE-USERID TO SJ-USERID
           MOVE SU-DECIDE-TERMID TO SJ-TERMID
           MOVE SU-KEY TO SJ-KEY
           MOVE SU-RUN-DATE TO SJ-RUN-DATE
           MOVE SU-RESULT TO SJ-RESULT
           MOVE WS-PRIOR-STATE TO SJ-PRIOR-STATE
           IF SU-RELEASED THEN
               MOVE 'RELEASED' TO SJ-DECISION
           ELSE
               MOVE 'REJECTED' TO SJ-DECISION
           END-IF
           MOVE SU-REASON TO SJ-REASON

           EXEC CICS WRITEQ TD
               QUEUE('DIVJ')
               FROM(SUSP-JOURNAL-RECORD)
               LENGTH(WS-JOURNAL-LENGTH)
           END-EXEC.
