       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVWORK.

      *> Online exception worklist (transaction DIVW, map DIVWMAP in
      *> the DIVMSET mapset). Pages through the keyed copy of the
      *> carry-forward exceptions (CICS file DIVWORK, see WLSTREC)
      *> that DIVWLBLD rebuilds every morning in RECYJOB: key,
      *> reason, original run date, age in days as of that rebuild,
      *> and who holds the item. The list runs in key order from
      *> the start key and can be narrowed to one EX-REASON and/or
      *> a minimum age; ENTER on an unchanged screen pages forward,
      *> and wraps to the first page once the end is reached.
      *> Against one item key the clerk can
      *>   C - claim it under their own userid (with a note if one
      *>       is keyed); an item another userid holds is refused,
      *>   U - release their own claim (the note stays),
      *>   N - replace the note on an item they hold,
      *>   M - go straight to the divisor-override screen (DIVMAINT)
      *>       with the key filled in and the master looked up.
      *> Claims and notes live on the worklist entry, which the
      *> morning rebuild refreshes rather than replaces, so they
      *> carry from day to day until the exception resolves;
      *> DIVAGERP prints the holder against each aged item.
      *> NOTE: uses EXEC CICS / BMS SEND MAP-RECEIVE MAP - desk-
      *> checked against standard CICS COBOL translator conventions
      *> in the same way as DIVMAINT and DIVAPRV.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DIVWMAPS.

       01  WS-EIBCALEN-SAVE            PIC S9(4) COMP.

      *> Carried between screens: the key the current page started
      *> from, the key the next page starts from (LOW-VALUES when
      *> the current page reached the end), and the filters in
      *> force, so an unchanged ENTER can be told from a new query.
       01  WS-COMMAREA.
           05  WC-PAGE-KEY             PIC X(10).
           05  WC-NEXT-KEY             PIC X(10).
           05  WC-REASON               PIC X(9).
           05  WC-MIN-AGE              PIC 9(3).

       01  WS-RESP                     PIC S9(8) COMP.

       01  WS-MSG-TEXT                 PIC X(79).

       COPY WLSTREC.

      *> DIVMAINT takes its COMMAREA in the master record layout
      *> and reads only the key from it when entered from here.
       COPY TRANREC REPLACING TRANS-RECORD BY WS-MAINT-COMMAREA.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-USERID                   PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC X(8) VALUE SPACES.
       01  WS-NOW                      PIC X(8) VALUE SPACES.

       01  WS-NEW-START                PIC X(10).
       01  WS-NEW-REASON               PIC X(9).
       01  WS-NEW-MIN-AGE              PIC 9(3).
       01  WS-FILTER-ERROR-SW          PIC X VALUE 'N'.
           88  WS-FILTER-ERROR         VALUE 'Y'.

       01  WS-LINE-SUB                 PIC S9(4) COMP VALUE +0.
       01  WS-LINE-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-LINE-MAX                 PIC S9(4) COMP VALUE +12.
       01  WS-BROWSE-SW                PIC X VALUE 'N'.
           88  WS-BROWSE-OPEN          VALUE 'Y'.
       01  WS-BROWSE-END-SW            PIC X VALUE 'N'.
           88  WS-BROWSE-END           VALUE 'Y'.

       01  WS-LIST-HEADING.
           05  FILLER                  PIC X(11) VALUE "KEY".
           05  FILLER                  PIC X(10) VALUE "REASON".
           05  FILLER                  PIC X(9)  VALUE "RUN DATE".
           05  FILLER                  PIC X(6)  VALUE "  AGE".
           05  FILLER                  PIC X(9)  VALUE "HOLDER".
           05  FILLER                  PIC X(34) VALUE "NOTE".

       01  WS-LIST-LINE.
           05  WK-KEY                  PIC X(10).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WK-REASON               PIC X(9).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WK-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WK-AGE                  PIC ZZZZ9.
           05  WK-AGE-X REDEFINES WK-AGE PIC X(5).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WK-HOLDER               PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WK-NOTE                 PIC X(34).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LC-PAGE-KEY             PIC X(10).
           05  LC-NEXT-KEY             PIC X(10).
           05  LC-REASON               PIC X(9).
           05  LC-MIN-AGE              PIC 9(3).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       000-MAIN.
           MOVE EIBCALEN TO WS-EIBCALEN-SAVE

           IF WS-EIBCALEN-SAVE = 0 THEN
               MOVE LOW-VALUES TO WC-PAGE-KEY
               MOVE LOW-VALUES TO WC-NEXT-KEY
               MOVE SPACES TO WC-REASON
               MOVE 0 TO WC-MIN-AGE
               PERFORM 100-SEND-INITIAL-MAP
           ELSE
               MOVE LC-PAGE-KEY TO WC-PAGE-KEY
               MOVE LC-NEXT-KEY TO WC-NEXT-KEY
               MOVE LC-REASON TO WC-REASON
               MOVE LC-MIN-AGE TO WC-MIN-AGE
               PERFORM 200-RECEIVE-AND-PROCESS
           END-IF

           EXEC CICS RETURN
               TRANSID('DIVW')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       100-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO DIVWMAPO
           PERFORM 400-BUILD-LIST
           PERFORM 450-SHOW-FILTERS
           MOVE 'ENTER FILTERS TO LIST, OR AN ITEM KEY AND ACTION'
               TO WS-MSG-TEXT
           MOVE WS-MSG-TEXT TO WMSGLINEO

           EXEC CICS SEND MAP('DIVWMAP')
               MAPSET('DIVMSET')
               FROM(DIVWMAPO)
               ERASE
           END-EXEC.

       200-RECEIVE-AND-PROCESS.
           MOVE SPACES TO WS-MSG-TEXT
           EXEC CICS RECEIVE MAP('DIVWMAP')
               MAPSET('DIVMSET')
               INTO(DIVWMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
               MOVE 'INVALID INPUT - PLEASE RE-ENTER' TO WS-MSG-TEXT
           ELSE
               INSPECT WSTARTI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT WREASONI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT WMINAGEI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT WACTKEYI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT WACTI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT WNOTEI REPLACING ALL LOW-VALUE BY SPACE
               PERFORM 220-SET-FILTERS
               PERFORM 240-SET-PAGE

               EVALUATE TRUE
                   WHEN WS-FILTER-ERROR
                       MOVE 'MINIMUM AGE MUST BE A NUMBER OF DAYS'
                           TO WS-MSG-TEXT
                   WHEN WACTKEYI = SPACES
                       CONTINUE
                   WHEN WACTI = 'M'
                       PERFORM 500-JUMP-TO-MAINT
                   WHEN WACTI = 'C' OR WACTI = 'U' OR WACTI = 'N'
                       PERFORM 300-UPDATE-ITEM
                   WHEN OTHER
                       MOVE 'ACTION MUST BE C, U, N OR M'
                           TO WS-MSG-TEXT
               END-EVALUATE
           END-IF

           PERFORM 400-BUILD-LIST
           PERFORM 450-SHOW-FILTERS
           IF WS-MSG-TEXT = SPACES THEN
               IF WC-NEXT-KEY = LOW-VALUES THEN
                   MOVE 'END OF WORKLIST - ENTER RETURNS TO FIRST PAGE'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'ENTER FOR THE NEXT PAGE' TO WS-MSG-TEXT
               END-IF
           END-IF
           MOVE WS-MSG-TEXT TO WMSGLINEO

           EXEC CICS SEND MAP('DIVWMAP')
               MAPSET('DIVMSET')
               FROM(DIVWMAPO)
               DATAONLY
           END-EXEC.

      *> A minimum age that is not numeric leaves the filters as
      *> they were rather than guessing; JUSTIFY=(RIGHT,ZERO) on the
      *> map means a keyed '7' arrives as '007'.
       220-SET-FILTERS.
           MOVE 'N' TO WS-FILTER-ERROR-SW
           IF WSTARTI = SPACES THEN
               MOVE LOW-VALUES TO WS-NEW-START
           ELSE
               MOVE WSTARTI TO WS-NEW-START
           END-IF
           MOVE WREASONI TO WS-NEW-REASON
           EVALUATE TRUE
               WHEN WMINAGEI = SPACES
                   MOVE 0 TO WS-NEW-MIN-AGE
               WHEN WMINAGEI IS NUMERIC
                   MOVE WMINAGEI TO WS-NEW-MIN-AGE
               WHEN OTHER
                   MOVE 'Y' TO WS-FILTER-ERROR-SW
                   MOVE WC-MIN-AGE TO WS-NEW-MIN-AGE
           END-EVALUATE.

      *> A new start key or a changed filter lists from the start
      *> key; a plain ENTER on the screen as it was sent moves to
      *> the next page (back to the first once the end was shown).
      *> Working an item redisplays the page it was worked from.
       240-SET-PAGE.
           EVALUATE TRUE
               WHEN WS-NEW-START NOT = WC-PAGE-KEY
                       OR WS-NEW-REASON NOT = WC-REASON
                       OR WS-NEW-MIN-AGE NOT = WC-MIN-AGE
                   MOVE WS-NEW-START TO WC-PAGE-KEY
                   MOVE WS-NEW-REASON TO WC-REASON
                   MOVE WS-NEW-MIN-AGE TO WC-MIN-AGE
               WHEN WACTKEYI = SPACES AND NOT WS-FILTER-ERROR
                   MOVE WC-NEXT-KEY TO WC-PAGE-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Claim, release and note all go through one READ UPDATE so
      *> two clerks claiming the same item cannot both succeed.
       300-UPDATE-ITEM.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
               TIME(WS-NOW) TIMESEP
           END-EXEC

           MOVE WACTKEYI TO WL-KEY
           EXEC CICS READ FILE('DIVWORK')
               INTO(WORKLIST-RECORD)
               RIDFLD(WL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
               MOVE 'NOT ON THE WORKLIST - RESOLVED OR NEVER CARRIED'
                   TO WS-MSG-TEXT
           ELSE
               EVALUATE WACTI
                   WHEN 'C'
                       PERFORM 310-CLAIM-ITEM
                   WHEN 'U'
                       PERFORM 320-RELEASE-ITEM
                   WHEN 'N'
                       PERFORM 330-NOTE-ITEM
               END-EVALUATE
           END-IF.

       310-CLAIM-ITEM.
           IF NOT WL-UNCLAIMED
                   AND WL-CLAIM-USERID NOT = WS-USERID THEN
               EXEC CICS UNLOCK FILE('DIVWORK')
               END-EXEC
               STRING 'ALREADY CLAIMED BY ' DELIMITED BY SIZE
                   WL-CLAIM-USERID DELIMITED BY SPACE
                   ' ON ' DELIMITED BY SIZE
                   WL-CLAIM-DATE DELIMITED BY SIZE
                   ' - NOT TAKEN' DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING
           ELSE
               MOVE WS-USERID TO WL-CLAIM-USERID
               MOVE WS-TODAY TO WL-CLAIM-DATE
               MOVE WS-NOW TO WL-CLAIM-TIME
               IF WNOTEI NOT = SPACES THEN
                   PERFORM 340-SET-NOTE
               END-IF
               PERFORM 350-REWRITE-ITEM
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE 'ITEM CLAIMED' TO WS-MSG-TEXT
               END-IF
           END-IF.

       320-RELEASE-ITEM.
           IF WL-CLAIM-USERID NOT = WS-USERID THEN
               EXEC CICS UNLOCK FILE('DIVWORK')
               END-EXEC
               MOVE 'ONLY THE HOLDER MAY RELEASE A CLAIM'
                   TO WS-MSG-TEXT
           ELSE
               MOVE SPACES TO WL-CLAIM-USERID
               MOVE SPACES TO WL-CLAIM-DATE
               MOVE SPACES TO WL-CLAIM-TIME
               PERFORM 350-REWRITE-ITEM
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE 'CLAIM RELEASED - NOTE KEPT' TO WS-MSG-TEXT
               END-IF
           END-IF.

      *> Only the holder writes the note; a blank note field
      *> clears it.
       330-NOTE-ITEM.
           IF WL-UNCLAIMED OR WL-CLAIM-USERID NOT = WS-USERID THEN
               EXEC CICS UNLOCK FILE('DIVWORK')
               END-EXEC
               MOVE 'CLAIM THE ITEM BEFORE CHANGING ITS NOTE'
                   TO WS-MSG-TEXT
           ELSE
               PERFORM 340-SET-NOTE
               PERFORM 350-REWRITE-ITEM
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE 'NOTE SAVED' TO WS-MSG-TEXT
               END-IF
           END-IF.

       340-SET-NOTE.
           MOVE WNOTEI TO WL-NOTE
           MOVE WS-USERID TO WL-NOTE-USERID
           MOVE WS-TODAY TO WL-NOTE-DATE.

       350-REWRITE-ITEM.
           EXEC CICS REWRITE FILE('DIVWORK')
               FROM(WORKLIST-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) THEN
               MOVE SPACES TO WACTKEYO
               MOVE SPACES TO WACTO
               MOVE SPACES TO WNOTEO
           ELSE
               MOVE 'WORKLIST NOT UPDATED - SEE OPERATOR'
                   TO WS-MSG-TEXT
           END-IF.

      *> One screen of matching entries from the page key. The
      *> first match past a full screen is where the next page
      *> starts; running off the end leaves WC-NEXT-KEY at
      *> LOW-VALUES so the following ENTER goes back to the top.
       400-BUILD-LIST.
           MOVE WS-LIST-HEADING TO WHDRO
           PERFORM 410-CLEAR-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-MAX
           MOVE 0 TO WS-LINE-COUNT
           MOVE LOW-VALUES TO WC-NEXT-KEY
           MOVE 'N' TO WS-BROWSE-SW
           MOVE 'N' TO WS-BROWSE-END-SW

           MOVE WC-PAGE-KEY TO WL-KEY
           EXEC CICS STARTBR FILE('DIVWORK')
               RIDFLD(WL-KEY)
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

           IF WS-BROWSE-OPEN THEN
               EXEC CICS ENDBR FILE('DIVWORK')
               END-EXEC
           END-IF

           IF WS-LINE-COUNT = 0 THEN
               MOVE 'NO WORKLIST ITEMS MATCH FROM THE START KEY'
                   TO WLINEO(1)
           END-IF.

       410-CLEAR-LINE.
           MOVE SPACES TO WLINEO(WS-LINE-SUB).

       420-LIST-ONE.
           EXEC CICS READNEXT FILE('DIVWORK')
               INTO(WORKLIST-RECORD)
               RIDFLD(WL-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO WS-BROWSE-END-SW
           ELSE
               IF (WC-REASON = SPACES OR WL-REASON = WC-REASON)
                       AND WL-AGE-DAYS >= WC-MIN-AGE THEN
                   IF WS-LINE-COUNT >= WS-LINE-MAX THEN
                       MOVE WL-KEY TO WC-NEXT-KEY
                       MOVE 'Y' TO WS-BROWSE-END-SW
                   ELSE
                       PERFORM 430-FORMAT-LINE
                   END-IF
               END-IF
           END-IF.

       430-FORMAT-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WL-KEY TO WK-KEY
           MOVE WL-REASON TO WK-REASON
           MOVE WL-RUN-DATE TO WK-RUN-DATE
           IF WL-AGE-DAYS = 99999 THEN
               MOVE '  ???' TO WK-AGE-X
           ELSE
               MOVE WL-AGE-DAYS TO WK-AGE
           END-IF
           IF WL-UNCLAIMED THEN
               MOVE '-' TO WK-HOLDER
           ELSE
               MOVE WL-CLAIM-USERID TO WK-HOLDER
           END-IF
           MOVE WL-NOTE TO WK-NOTE
           MOVE WS-LIST-LINE TO WLINEO(WS-LINE-COUNT).

      *> Echo the filters in force; blanks are sent as spaces, not
      *> nulls, so a DATAONLY send clears whatever was keyed.
       450-SHOW-FILTERS.
           IF WC-PAGE-KEY = LOW-VALUES THEN
               MOVE SPACES TO WSTARTO
           ELSE
               MOVE WC-PAGE-KEY TO WSTARTO
           END-IF
           MOVE WC-REASON TO WREASONO
           MOVE WC-MIN-AGE TO WMINAGEO.

      *> DIVMAINT recognises entry from this transaction by
      *> EIBTRNID and looks the key up as if it had been keyed.
       500-JUMP-TO-MAINT.
           MOVE SPACES TO WS-MAINT-COMMAREA
           MOVE WACTKEYI TO TR-KEY
           EXEC CICS XCTL
               PROGRAM('DIVMAINT')
               COMMAREA(WS-MAINT-COMMAREA)
           END-EXEC.
