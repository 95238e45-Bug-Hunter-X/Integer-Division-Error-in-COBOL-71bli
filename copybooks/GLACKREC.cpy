      *> GLACKREC - acknowledgment/return file sent back by the GL
      *> system for the interface files DIVGLIF produces. One 'F'
      *> record per file it processed (accepted or rejected whole,
      *> with the detail count and control total it actually
      *> received) and one 'D' record per detail it refused, by
      *> result key. Both carry the file sequence number from the
      *> interface header. Records arrive in no particular order.
       01  GL-ACK-RECORD.
           05  AK-REC-TYPE             PIC X.
               88  AK-FILE-ACK         VALUE 'F'.
               88  AK-DETAIL-REJECT    VALUE 'D'.
           05  AK-FILE-SEQNO           PIC 9(6).
           05  AK-BODY                 PIC X(73).
           05  AK-FILE-BODY REDEFINES AK-BODY.
               10  AK-DISPOSITION      PIC X.
                   88  AK-ACCEPTED     VALUE 'A'.
                   88  AK-REJECTED     VALUE 'R'.
               10  AK-ACK-DATE         PIC X(8).
               10  AK-RCV-COUNT        PIC 9(7).
               10  AK-RCV-TOTAL        PIC S9(9)V9(2)
                                       SIGN LEADING SEPARATE.
               10  AK-FILE-REASON      PIC X(30).
               10  FILLER              PIC X(15).
           05  AK-DETAIL-BODY REDEFINES AK-BODY.
               10  AK-KEY              PIC X(10).
               10  AK-REASON-CODE      PIC X(4).
               10  AK-DETAIL-REASON    PIC X(30).
               10  FILLER              PIC X(29).
