      *> PERDREC - period-to-date accumulator (PROD.DIV.PERIOD KSDS,
      *> keyed on fiscal period then result key - one record per key
      *> per month it ran in). The fiscal period is the calendar
      *> month of RM-RUN-DATE, YYYYMM. DIVPTD posts each night's
      *> merged result generation onto it after the load; DIVPCLOS
      *> prints the month-end report from it and closes the period
      *> (see PCTLREC). Totals are OK results only - the same
      *> results RH-CONTROL-TOTAL sums each night - kept overall and
      *> per operation slot (DIVIDE/MULTIPLY/ADD/SUBTRACT/PERCENT,
      *> the DIVBATCH trailer order) since a key's op code can change
      *> mid-month. PA-LAST-* is the latest night's posting, held so
      *> a rerun of the same business date replaces it instead of
      *> adding to it twice.
       01  PERIOD-ACCUM-RECORD.
           05  PA-ACCUM-KEY.
               10  PA-PERIOD           PIC X(6).
               10  PA-RSLT-KEY         PIC X(10).
           05  PA-RUN-COUNT            PIC 9(5).
           05  PA-OK-COUNT             PIC 9(5).
           05  PA-PERIOD-TOTAL         PIC S9(11)V9(2)
                                       SIGN LEADING SEPARATE.
           05  PA-REJECT-COUNTS.
               10  PA-ZERO-DIV-COUNT   PIC 9(5).
               10  PA-SIZE-ERR-COUNT   PIC 9(5).
               10  PA-BAD-OP-COUNT     PIC 9(5).
               10  PA-OTHER-REJ-COUNT  PIC 9(5).
           05  PA-OP-STATS OCCURS 5 TIMES.
               10  PA-OP-OK-COUNT      PIC 9(5).
               10  PA-OP-TOTAL         PIC S9(11)V9(2)
                                       SIGN LEADING SEPARATE.
           05  PA-FIRST-RUN-DATE       PIC X(8).
           05  PA-LAST-RUN-DATE        PIC X(8).
           05  PA-LAST-OP-CODE         PIC X.
           05  PA-LAST-STATUS          PIC X(9).
           05  PA-LAST-RESULT          PIC S9(5)V9(2)
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(11).
