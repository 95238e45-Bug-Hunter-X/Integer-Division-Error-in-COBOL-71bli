      *> DCTLREC - dual-control policy for online divisor overrides
      *> (PROD.DIV.DUALCTL KSDS, CICS file DIVDCTL, one record keyed
      *> 'DUALCTL'). DIVMAINT holds an override for a second
      *> signature when the divisor moves by more than
      *> DC-CHANGE-LIMIT either way (zero switches the amount test
      *> off) or when the key falls inside any of the designated
      *> ranges; DIVAPRV only accepts a decision from a userid on
      *> the supervisor list. Maintained by data control through
      *> IDCAMS REPRO - there is no online maintenance of it.
       01  DUAL-CONTROL-RECORD.
           05  DC-KEY                  PIC X(8).
           05  DC-CHANGE-LIMIT         PIC S9(5)V9(2).
           05  DC-RANGE-COUNT          PIC 9(2).
           05  DC-RANGE OCCURS 10 TIMES.
               10  DC-RANGE-LO         PIC X(10).
               10  DC-RANGE-HI         PIC X(10).
           05  DC-SUPER-COUNT          PIC 9(2).
           05  DC-SUPERVISOR OCCURS 10 TIMES
                                       PIC X(8).
           05  FILLER                  PIC X(21).
