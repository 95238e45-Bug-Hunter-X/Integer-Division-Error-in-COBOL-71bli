      *> CALWORK - holiday-calendar table and roll-forward work area
      *> for the programs that move a date off a non-processing day
      *> (DIVBDATE, DIVEDIT, DIVTRMNT, DIVRECYC, DIVAGERP). The
      *> table is loaded once from HOLIREC by 130-LOAD-CALENDAR; a
      *> date is rolled by moving it to WS-ROLL-DATE and performing
      *> 180-ROLL-TO-BUSINESS-DAY, which leaves the first processing
      *> day on or after it in WS-ROLL-DATE (and its integer-of-date
      *> in WS-ROLL-INT). The paragraphs are the same in every one
      *> of those programs - keep them in step.
       01  WS-CALENDAR-AREA.
           05  WS-HOLIDAY-COUNT        PIC 9(3) VALUE 0.
           05  WS-HOLIDAY-MAX          PIC 9(3) VALUE 500.
           05  WS-HOLIDAY-DATE         OCCURS 500 TIMES PIC X(8).
           05  WS-HOL-SUB              PIC 9(3) VALUE 0.
           05  WS-HOL-EOF-SW           PIC X VALUE 'N'.
               88  WS-HOL-EOF          VALUE 'Y'.
           05  WS-WEEKEND-SW           PIC X VALUE 'Y'.
               88  WS-WEEKENDS-CLOSED  VALUE 'Y'.
           05  WS-ROLL-DATE            PIC X(8).
           05  WS-ROLL-DATE-NUM        PIC 9(8) VALUE 0.
           05  WS-ROLL-INT             PIC 9(8) VALUE 0.
           05  WS-ROLL-WEEKDAY         PIC 9 VALUE 0.
           05  WS-ROLL-CLOSED-SW       PIC X VALUE 'N'.
               88  WS-ROLL-CLOSED      VALUE 'Y'.
