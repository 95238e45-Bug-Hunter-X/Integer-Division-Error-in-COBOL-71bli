      *> BDATEREC - business-date control record, the single record
      *> on PROD.DIV.BUSDATE. Every batch program in the nightly
      *> chain takes "today" from BD-BUS-DATE instead of the system
      *> clock, so a DIVJOB that starts late or a DIVPARTn restart
      *> that runs past midnight still stamps RM-RUN-DATE,
      *> RH-RUN-DATE and EX-RUN-DATE, tests TR-EFF-DATE, and ages
      *> the carry-forward against one logical day. DIVBDATE owns
      *> the record: its OPEN function marks the chain open for the
      *> business date (and refuses a second open for the same
      *> date), and the end-of-day ADVANCE function moves
      *> BD-BUS-DATE on to the next processing day on the holiday
      *> calendar (see HOLIREC). BD-WEEKEND-SW 'Y' treats every
      *> Saturday and Sunday as a non-processing day without
      *> listing them on the calendar.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUS-DATE             PIC X(8).
           05  BD-PREV-BUS-DATE        PIC X(8).
           05  BD-CHAIN-STATE          PIC X.
               88  BD-CHAIN-READY      VALUE 'A'.
               88  BD-CHAIN-OPEN       VALUE 'O'.
           05  BD-OPEN-DATE            PIC X(8).
           05  BD-OPEN-TIME            PIC X(8).
           05  BD-WEEKEND-SW           PIC X.
               88  BD-WEEKENDS-CLOSED  VALUE 'Y'.
           05  FILLER                  PIC X(46).
