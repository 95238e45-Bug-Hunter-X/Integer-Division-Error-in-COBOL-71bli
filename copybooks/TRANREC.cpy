      *> instead of computing it tonight. SPACES means effective
      *> immediately, exactly the pre-date behavior, so the existing
      *> master needs no conversion for this field.
      *> TR-OPERAND-SOURCE makes a derived record: '1' takes the
      *> numerator, '2' the divisor, from the result computed for
      *> TR-SOURCE-KEY in the same run (the operand keyed on the
      *> record is then ignored); SPACE is an ordinary record and
      *> TR-SOURCE-KEY stays blank. TR-CHAIN-LEVEL is not kept on
      *> the master - DIVEDIT sets it on the clean extract: 000 for
      *> a record another record takes an operand from, 001 and up
      *> for a derived record (one more than its source), SPACES
      *> for a record outside any chain. The partition split sorts
      *> on it so every source is computed before what uses it.
       01  TRANS-RECORD.
           05  TR-KEY                  PIC X(10).
           05  TR-NUMBER               PIC S9(5)V9(2).
                                              'S', 'P'.
           05  TR-EFF-DATE             PIC X(8).
               88  TR-EFF-IMMEDIATE    VALUE SPACES.
           05  TR-OPERAND-SOURCE       PIC X.
               88  TR-OPERAND-OWN      VALUE SPACE.
               88  TR-SRC-NUMERATOR    VALUE '1'.
               88  TR-SRC-DIVISOR      VALUE '2'.
               88  TR-OPERAND-DERIVED  VALUES '1', '2'.
               88  TR-OPERAND-SRC-VALID
                                       VALUES SPACE, '1', '2'.
           05  TR-SOURCE-KEY           PIC X(10).
           05  TR-CHAIN-LEVEL          PIC X(3).
               88  TR-NOT-CHAINED      VALUE SPACES.
           05  FILLER                  PIC X(33).
