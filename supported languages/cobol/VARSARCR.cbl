                05 WS-AM-OVERRIDE-EFF-DATE PIC 9(8).
                05 WS-AM-OVERRIDE-EXP-DATE PIC 9(8).
                05 WS-AM-UPDATE-OPERATOR PIC X(8).
                *> billing-hold fields and the reserve - not shown
                05 FILLER PIC X(49).

              *> restore candidate - of several archive generations
              *> holding the same key, the newest purge wins: it is
              *> the account as it last stood
              01 WS-CANDIDATE-FOUND-SWITCH PIC X(1) VALUE 'N'.
                88 WS-CANDIDATE-FOUND VALUE 'Y'.
              01 WS-CANDIDATE-IMAGE PIC X(140) VALUE SPACES.
              01 WS-CANDIDATE-PURGE-DATE PIC 9(8) VALUE 0.

              01 WS-RECORDS-READ PIC 9(7) VALUE 0.
                  MOVE GM-KEY TO MH-KEY
                  MOVE WS-RUN-DATE-YYYYMMDD TO MH-CHANGE-DATE
                  MOVE "VARSARCR" TO MH-PROGRAM-NAME
                  MOVE FUNCTION CURRENT-DATE TO MH-TIMESTAMP
                  MOVE SPACES TO MH-BEFORE-IMAGE
                  MOVE GROUPVAR-MASTER-RECORD TO MH-AFTER-IMAGE
                  WRITE MASTER-HISTORY-RECORD.
