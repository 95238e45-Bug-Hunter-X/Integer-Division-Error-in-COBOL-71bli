      *> image; deletes only need the key, the rest is ignored).
      *> Rejected transactions are written back out unchanged to the
      *> reject file so data control can correct and resubmit the
      *> same cards. The upstream MNTIN file opens with a feed
      *> header card (action 'H') and closes with a trailer card
      *> (action 'T') whose images follow FEEDHTR; DIVTRMNT checks
      *> them before it applies anything and does not apply them
      *> as actions.
       01  MAINT-RECORD.
           05  MT-ACTION               PIC X.
               88  MT-ADD              VALUE 'A'.
               88  MT-CHANGE           VALUE 'C'.
               88  MT-DELETE           VALUE 'D'.
               88  MT-ACTION-VALID     VALUES 'A', 'C', 'D'.
               88  MT-FEED-HEADER      VALUE 'H'.
               88  MT-FEED-TRAILER     VALUE 'T'.
           05  MT-TRAN-IMAGE           PIC X(80).
