                  MOVE WS-PURGE-KEY TO MH-KEY
                  MOVE WS-RUN-DATE-YYYYMMDD TO MH-CHANGE-DATE
                  MOVE "VARSHKP" TO MH-PROGRAM-NAME
                  MOVE FUNCTION CURRENT-DATE TO MH-TIMESTAMP
                  MOVE ARC-MASTER-IMAGE TO MH-BEFORE-IMAGE
                  MOVE SPACES TO MH-AFTER-IMAGE
                  WRITE MASTER-HISTORY-RECORD.
