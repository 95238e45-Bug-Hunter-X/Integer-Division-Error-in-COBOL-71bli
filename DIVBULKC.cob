           MOVE "BTCH" TO AJ-TERMID
           MOVE WS-BEFORE-RECORD TO AJ-BEFORE-IMAGE
           MOVE TRANS-RECORD TO AJ-AFTER-IMAGE
           MOVE SPACES TO AJ-CHECKER-USERID
           MOVE "DIRECT" TO AJ-DECISION
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT WRITE FAILED, STATUS=" WS-AUDIT-STATUS
