      *> PENDREC - pending divisor override awaiting a second
      *> signature (PROD.DIV.PENDOVR KSDS, CICS file DIVPEND, keyed
      *> on the transaction key - one queued override per key).
      *> DIVMAINT writes one in place of the TRANMSTR REWRITE when
      *> the change is over the DCTLREC limit or the key sits in a
      *> designated range; DIVAPRV records the supervisor's
      *> decision on it; DIVOVRAP applies approved items to the
      *> master in DIVJOB ahead of the extract, journals approved
      *> and declined ones, and deletes them. PO-BEFORE-IMAGE is
      *> the master as the maker saw it, so an approval is refused
      *> as stale if the divisor moved underneath it.
       01  PENDING-OVERRIDE-RECORD.
           05  PO-KEY                  PIC X(10).
           05  PO-STATE                PIC X.
               88  PO-PENDING          VALUE 'P'.
               88  PO-APPROVED         VALUE 'A'.
               88  PO-DECLINED         VALUE 'D'.
           05  PO-HOLD-REASON          PIC X(8).
           05  PO-OLD-DIVISOR          PIC S9(5)V9(2).
           05  PO-NEW-DIVISOR          PIC S9(5)V9(2).
           05  PO-MAKER-USERID         PIC X(8).
           05  PO-MAKER-TERMID         PIC X(4).
           05  PO-MAKER-DATE           PIC X(8).
           05  PO-MAKER-TIME           PIC X(8).
           05  PO-CHECKER-USERID       PIC X(8).
           05  PO-CHECKER-TERMID       PIC X(4).
           05  PO-DECIDED-DATE         PIC X(8).
           05  PO-DECIDED-TIME         PIC X(8).
           05  PO-BEFORE-IMAGE         PIC X(80).
           05  FILLER                  PIC X(31).
