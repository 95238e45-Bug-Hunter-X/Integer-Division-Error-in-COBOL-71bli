      *> SJRNREC - GL suspense decision journal. DIVSUSP writes one
      *> per release or reject taken on the DIVH transaction (WRITEQ
      *> TD to extrapartition destination DIVJ, which ops route to
      *> PROD.DIV.SUSP.JOURNAL, as DIVA is routed for the override
      *> audit): who decided, from which terminal, when, on which
      *> held result, what the decision was, and the reason given.
      *> SJ-PRIOR-STATE is the suspense state before the decision,
      *> so a change of mind on an item not yet sent shows as one.
       01  SUSP-JOURNAL-RECORD.
           05  SJ-DATE                 PIC X(8).
           05  SJ-TIME                 PIC X(8).
           05  SJ-USERID               PIC X(8).
           05  SJ-TERMID               PIC X(4).
           05  SJ-KEY                  PIC X(10).
           05  SJ-RUN-DATE             PIC X(8).
           05  SJ-RESULT               PIC S9(5)V9(2).
           05  SJ-PRIOR-STATE          PIC X.
           05  SJ-DECISION             PIC X(8).
               88  SJ-RELEASED         VALUE 'RELEASED'.
               88  SJ-REJECTED         VALUE 'REJECTED'.
           05  SJ-REASON               PIC X(40).
           05  FILLER                  PIC X(18).
