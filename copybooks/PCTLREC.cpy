      *> PCTLREC - fiscal period control (PROD.DIV.PERIOD.CTL KSDS,
      *> keyed on the period YYYYMM). DIVPTD creates the record OPEN
      *> on the first night posted into a month and counts the
      *> business nights posted; DIVPCLOS sets it CLOSED at month
      *> end once the period reconciles to RUNHIST, recording the
      *> totals it closed on. DIVPTD never posts into a CLOSED
      *> period - a late rerun for a closed month is refused and
      *> counted in PC-LATE-REFUSED.
       01  PERIOD-CONTROL-RECORD.
           05  PC-PERIOD               PIC X(6).
           05  PC-STATE                PIC X.
               88  PC-OPEN             VALUE 'O'.
               88  PC-CLOSED           VALUE 'C'.
           05  PC-FIRST-POST-DATE      PIC X(8).
           05  PC-LAST-POST-DATE       PIC X(8).
           05  PC-NIGHTS-POSTED        PIC 9(3).
           05  PC-LATE-REFUSED         PIC 9(5).
           05  PC-CLOSED-DATE          PIC X(8).
           05  PC-CLOSED-TIME          PIC X(8).
           05  PC-CLOSE-PERIOD-TOTAL   PIC S9(11)V9(2)
                                       SIGN LEADING SEPARATE.
           05  PC-CLOSE-RUNHIST-TOTAL  PIC S9(11)V9(2)
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(25).
