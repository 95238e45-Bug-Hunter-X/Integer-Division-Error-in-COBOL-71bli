           05  OL-BEFORE               PIC ZZZZ9.99-.
           05  FILLER                  PIC X(4)  VALUE " -> ".
           05  OL-AFTER                PIC ZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  OL-DECISION             PIC X(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.

       01  WS-PACK-TRAILER.
           05  FILLER                  PIC X(11) VALUE "REQUESTED: ".
                       MOVE AJ-TERMID TO OL-TERMID
                       MOVE TB-NUMBER2 TO OL-BEFORE
                       MOVE TA-NUMBER2 TO OL-AFTER
                       MOVE AJ-DECISION TO OL-DECISION
                       MOVE WS-OVRD-LINE TO DOSSIER-REPORT-RECORD
                       WRITE DOSSIER-REPORT-RECORD
                   END-IF
