      *> GLXLREC - GL transmission log (PROD.DIV.GLIF.XLOG KSDS,
      *> keyed on the interface file sequence number - one record
      *> per number DIVGLIF issued). DIVGLIF writes the record,
      *> ISSUED, the moment it steps the sequence control record,
      *> and rewrites it once the file is built: header date, detail
      *> count and control total exactly as they went into the
      *> header and trailer, and whether the file was released to
      *> XMIT or held back (RC 8 - never transmitted, so never
      *> acknowledged). An entry still ISSUED after the step is a
      *> number the step burned without building a file; DIVGLACK
      *> reports it once as abandoned and marks it so.
      *> DIVGLACK posts the GL system's acknowledgment onto it and
      *> DIVGLRTX stamps a controlled retransmit of the same number,
      *> which re-opens the entry for a fresh acknowledgment.
       01  GL-XMIT-LOG-RECORD.
           05  XL-FILE-SEQNO           PIC 9(6).
           05  XL-HEADER-DATE          PIC X(8).
           05  XL-DETAIL-COUNT         PIC 9(7).
           05  XL-CONTROL-TOTAL        PIC S9(9)V9(2)
                                       SIGN LEADING SEPARATE.
           05  XL-XMIT-STATUS          PIC X.
               88  XL-SENT             VALUE 'S'.
               88  XL-HELD             VALUE 'H'.
               88  XL-ISSUED           VALUE 'I'.
               88  XL-ABANDONED        VALUE 'A'.
               88  XL-NEVER-SENT       VALUE 'H' 'I' 'A'.
           05  XL-RETX-COUNT           PIC 9(3).
           05  XL-LAST-RETX-DATE       PIC X(8).
           05  XL-LAST-RETX-BY         PIC X(8).
           05  XL-ACK-STATUS           PIC X.
               88  XL-ACK-NONE         VALUE SPACE.
               88  XL-ACK-ACCEPTED     VALUE 'A'.
               88  XL-ACK-REJECTED     VALUE 'R'.
           05  XL-ACK-DATE             PIC X(8).
           05  XL-ACK-COUNT            PIC 9(7).
           05  XL-ACK-TOTAL            PIC S9(9)V9(2)
                                       SIGN LEADING SEPARATE.
           05  XL-DISPUTE-FLAG         PIC X.
               88  XL-DISPUTED         VALUE 'Y'.
           05  XL-DETAIL-REJECTS       PIC 9(7).
           05  FILLER                  PIC X(11).
