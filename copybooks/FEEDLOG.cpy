      *> FEEDLOG - feed-control log (PROD.DIV.FEEDLOG KSDS, keyed on
      *> the expected source system, the header's file sequence
      *> number, and an attempt number). Every feed DIVTRMNT or
      *> DIVEDIT receives is logged here, accepted or rejected, with
      *> the header and trailer as sent and the count and hash
      *> actually found, so a resent file shows as attempt 02, 03 of
      *> the same number. A feed whose header is missing or whose
      *> sequence number cannot be read is logged under number 0.
      *> Attempt 00 of number 0 is the control entry for the source:
      *> the last sequence number accepted and its file date, which
      *> the next feed must follow by exactly one. No control entry
      *> means the source has never sent, and its first feed starts
      *> the series at whatever number it carries.
       01  FEED-LOG-RECORD.
           05  FL-KEY.
               10  FL-SOURCE           PIC X(8).
               10  FL-FILE-SEQNO       PIC 9(6).
               10  FL-ATTEMPT          PIC 9(2).
           05  FL-DISPOSITION          PIC X.
               88  FL-ACCEPTED         VALUE 'A'.
               88  FL-REJECTED         VALUE 'R'.
               88  FL-CONTROL-ENTRY    VALUE 'C'.
           05  FL-REASON               PIC X(14).
           05  FL-HDR-SOURCE           PIC X(8).
           05  FL-FILE-DATE            PIC X(8).
           05  FL-RECEIVED-DATE        PIC X(8).
           05  FL-RECEIVED-TIME        PIC X(6).
           05  FL-TRL-COUNT            PIC 9(9).
           05  FL-TRL-HASH             PIC S9(13)V9(2)
                                       SIGN LEADING SEPARATE.
           05  FL-ACT-COUNT            PIC 9(9).
           05  FL-ACT-HASH             PIC S9(13)V9(2)
                                       SIGN LEADING SEPARATE.
           05  FL-HW-SEQNO             PIC 9(6).
           05  FL-HW-FILE-DATE         PIC X(8).
           05  FILLER                  PIC X(25).
