      *> FEEDHTR - header and trailer records that bracket an
      *> incoming transaction feed: the upstream department's
      *> maintenance file (MNTIN, where they ride as MT-ACTION 'H'
      *> and 'T' cards with this layout as the image) and the raw
      *> TRANMSTR extract DIVEXTR writes for the nightly edit. On
      *> the extract FH-MARKER is LOW-VALUES on the header and
      *> HIGH-VALUES on the trailer so the SORTIN step keeps them
      *> first and last; on MNTIN the action code identifies them
      *> and FH-MARKER is not looked at. The header names the
      *> sending system, the business date the file was cut for,
      *> and the sender's file sequence number (one up per file
      *> sent, starting at 1). The trailer carries the number of
      *> data records between the two and a hash total - the signed
      *> sum of TR-NUMBER and TR-NUMBER2 over those records, a
      *> non-numeric field counting as zero - so a dropped,
      *> duplicated, or damaged block cannot go unnoticed. The
      *> receiving program checks both against the feed log (see
      *> FEEDLOG) before a single record is used.
       01  FEED-CONTROL-RECORD.
           05  FH-MARKER               PIC X(10).
               88  FH-HEADER-MARKER    VALUE LOW-VALUES.
               88  FH-TRAILER-MARKER   VALUE HIGH-VALUES.
           05  FH-REC-TYPE             PIC X.
               88  FH-HEADER           VALUE 'H'.
               88  FH-TRAILER          VALUE 'T'.
           05  FH-HEADER-BODY.
               10  FH-SOURCE           PIC X(8).
               10  FH-FILE-DATE        PIC X(8).
               10  FH-FILE-SEQNO       PIC X(6).
               10  FILLER              PIC X(47).
           05  FH-TRAILER-BODY REDEFINES FH-HEADER-BODY.
               10  FH-RECORD-COUNT     PIC 9(9).
               10  FH-HASH-TOTAL       PIC S9(13)V9(2)
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(44).
