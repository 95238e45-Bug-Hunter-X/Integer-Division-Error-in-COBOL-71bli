      *> HOLIREC - holiday / non-processing-day calendar, one record
      *> per closed date on PROD.DIV.HOLIDAY (any order; data
      *> control adds next year's dates each December). A business
      *> date, an effective date, or an aging cutoff that lands on
      *> a listed date - or on a weekend when BD-WEEKEND-SW says
      *> weekends are closed - rolls forward to the next day that
      *> is neither.
       01  HOLIDAY-RECORD.
           05  HL-DATE                 PIC X(8).
           05  HL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(42).
