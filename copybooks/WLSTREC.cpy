      *> WLSTREC - exception worklist record (PROD.DIV.WORKLIST KSDS,
      *> CICS file DIVWORK, keyed on the transaction key - one entry
      *> per outstanding carry-forward exception). DIVWLBLD rebuilds
      *> the batch half every morning in RECYJOB from the carry-
      *> forward generation DIVRECYC has just written: reason, dates,
      *> operands and age are refreshed, keys no longer carried are
      *> deleted, and the clerk's half (claim and note, set on the
      *> DIVW transaction by DIVWORK) is left as it stands on every
      *> key that is still outstanding. WL-AGE-DAYS is the age off
      *> the original EX-RUN-DATE as of WL-BUILD-DATE, the same
      *> calendar-day age DIVAGERP buckets on; 99999 marks a run
      *> date that cannot be read. WL-BUILD-STAMP (business date
      *> and clock time of the rebuild) is how the rebuild tells
      *> which entries the carry no longer holds.
       01  WORKLIST-RECORD.
           05  WL-KEY                  PIC X(10).
           05  WL-REASON               PIC X(9).
           05  WL-RUN-DATE             PIC X(8).
           05  WL-AGE-DAYS             PIC 9(5).
           05  WL-OP-CODE              PIC X.
           05  WL-NUMBER               PIC S9(5)V9(2).
           05  WL-NUMBER2              PIC S9(5)V9(2).
           05  WL-BUILD-STAMP.
               10  WL-BUILD-DATE       PIC X(8).
               10  WL-BUILD-TIME       PIC X(6).
           05  WL-CLAIM-USERID         PIC X(8).
               88  WL-UNCLAIMED        VALUE SPACES.
           05  WL-CLAIM-DATE           PIC X(8).
           05  WL-CLAIM-TIME           PIC X(8).
           05  WL-NOTE                 PIC X(40).
           05  WL-NOTE-USERID          PIC X(8).
           05  WL-NOTE-DATE            PIC X(8).
           05  FILLER                  PIC X(9).
