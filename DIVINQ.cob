      *> Online result inquiry (transaction DIVQ, map DIVQMAP in the
      *> DIVMSET mapset). Clerk keys a transaction key and sees the
      *> latest quotient, remainder, status (OK / ZERO-DIV /
      *> SIZE-ERR / BAD-OP / SRC-ERR), and the run date it came
      *> from, straight off the PROD.DIV.RESULTS master DIVLOAD
      *> maintains (CICS file DIVRSLT). Read-only by design: a
      *> plain READ, never READ UPDATE, so an inquiry can never
      *> hold the lock path DIVMAINT's 300-READ-MASTER takes
      *> against TRANMSTR - and it does not touch TRANMSTR at all.

       ENVIRONMENT DIVISION.

