      *> SUSPREC - GL suspense record (PROD.DIV.GLIF.SUSP KSDS, CICS
      *> file DIVSUSP, keyed on the transaction key plus the run
      *> date of the result held - a key can be held on more than
      *> one night). DIVSCRN writes one, state HELD, for every OK
      *> result that falls outside its key's baseline off the
      *> results history; DIVGLIF leaves any result on this file
      *> out of the night's GL file and counts it on the trailer
      *> as suspended. An analyst decides each item on the DIVH
      *> transaction (DIVSUSP): RELEASED items go out in the next
      *> GL file DIVGLIF builds and are then marked SENT with that
      *> file's sequence number; REJECTED items confirm the outlier
      *> and are never transmitted. Until it is sent, an item can
      *> be decided again - the latest decision stands, and every
      *> decision is journaled (SJRNREC). Until it is sent, a rerun
      *> of DIVSCRN also keeps it in line with the generation being
      *> interfaced: a changed result is refreshed and HELD again,
      *> decision cleared; an item for a result no longer held is
      *> deleted. SU-RESULT is therefore always the result the run
      *> produced for SU-KEY and SU-RUN-DATE.
      *> SU-BASE-* is the baseline the result was screened against:
      *> prior OK runs counted, their average, lowest and highest.
       01  SUSPENSE-RECORD.
           05  SU-SUSP-KEY.
               10  SU-KEY              PIC X(10).
               10  SU-RUN-DATE         PIC X(8).
           05  SU-STATE                PIC X.
               88  SU-HELD             VALUE 'H'.
               88  SU-RELEASED         VALUE 'R'.
               88  SU-REJECTED         VALUE 'X'.
               88  SU-SENT             VALUE 'S'.
               88  SU-OPEN-TO-DECIDE   VALUE 'H' 'R' 'X'.
           05  SU-OP-CODE              PIC X.
           05  SU-RESULT               PIC S9(5)V9(2).
           05  SU-REMAINDER            PIC S9(5)V9(2).
           05  SU-BASE-RUNS            PIC 9(3).
           05  SU-BASE-AVERAGE         PIC S9(5)V9(2).
           05  SU-BASE-LOW             PIC S9(5)V9(2).
           05  SU-BASE-HIGH            PIC S9(5)V9(2).
           05  SU-HELD-DATE            PIC X(8).
           05  SU-DECIDE-USERID        PIC X(8).
           05  SU-DECIDE-TERMID        PIC X(4).
           05  SU-DECIDE-DATE          PIC X(8).
           05  SU-DECIDE-TIME          PIC X(8).
           05  SU-REASON               PIC X(40).
           05  SU-SENT-SEQNO           PIC 9(6).
           05  SU-SENT-DATE            PIC X(8).
           05  FILLER                  PIC X(52).
