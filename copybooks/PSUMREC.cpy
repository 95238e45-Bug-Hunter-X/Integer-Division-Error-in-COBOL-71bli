      *> CTL-EXPECTED-TOTAL. PS-OP-STATS is a group image of the
      *> WS-OP-STATS table (5 x count 9(7) + total S9(9)V9(2)) in the
      *> DIVIDE/MULTIPLY/ADD/SUBTRACT/PERCENT slot order.
      *> PS-SRC-ERR-COUNT is the derived records rejected because
      *> the key they take an operand from had no good result.
       01  PART-SUMMARY-RECORD.
           05  PS-RECORD-COUNT         PIC 9(7).
           05  PS-REJECT-COUNT         PIC 9(7).
           05  PS-DEFERRED-COUNT       PIC 9(7).
           05  PS-CONTROL-TOTAL        PIC S9(9)V9(2).
           05  PS-OP-STATS             PIC X(90).
           05  PS-SRC-ERR-COUNT        PIC 9(7).
