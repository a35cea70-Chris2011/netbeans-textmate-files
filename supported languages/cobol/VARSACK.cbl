            *> billing claims we sent that are not in our extract - and
            *> any exception ends the run RC=8 so the scheduler flags
            *> it instead of the interface being trusted blind.
            *> Billing's accept or reject, with its reason code, is
            *> posted to the row's billing-history entry.
            *> A rejected credit row is reported like any rejection
            *> but not queued for re-bill - it is not a charge VARSFIX
            *> can repair; the source sends a fresh adjustment.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-RUNCTL-STATUS.

                *> billing-history KSDS - every acknowledged row's
                *> entry gets billing's disposition posted to it
                SELECT BILLING-HISTORY-FILE
                    ASSIGN TO "BILLHIST"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS BH-KEY
                    FILE STATUS IS WS-BILLHIST-STATUS.

            DATA DIVISION.
              FILE SECTION.
              *> the extract exactly as VARSREL released it - data
                  RECORDING MODE IS F.
              COPY RUNCTL.

              *> entry layout shared with VARS/VARSREL via
              *> BILLHIST.cpy
              FD BILLING-HISTORY-FILE
                  RECORDING MODE IS F.
              COPY BILLHIST.

              WORKING-STORAGE SECTION.
              01 WS-BILLEXTR-STATUS PIC X(2).
              01 WS-ACK-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).
              01 WS-REJECT-STATUS PIC X(2).
              01 WS-BILLHIST-STATUS PIC X(2).
              01 WS-BILLEXTR-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-BILLEXTR-EOF VALUE 'Y'.
              01 WS-ACK-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-TRAILER-SEEN VALUE 'Y'.
              01 WS-TRAILER-COUNT PIC 9(7) VALUE 0.
              01 WS-TRAILER-AMOUNT PIC 9(9) VALUE 0.
              *> the trailer's credit side - the amount above is
              *> gross charges only
              01 WS-TRAILER-CREDIT-COUNT PIC 9(7) VALUE 0.
              01 WS-TRAILER-CREDIT-TOTAL PIC 9(9) VALUE 0.
              01 WS-TRAILER-NET PIC S9(9) VALUE 0.

              *> feed date and source for the run-control record -
              *> the record describes the extract's day, not the
              01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
              01 WS-NOT-SENT-COUNT PIC 9(7) VALUE 0.
              01 WS-REBILLS-QUEUED PIC 9(7) VALUE 0.
              01 WS-CREDITS-REJECTED PIC 9(7) VALUE 0.
              *> acknowledged rows with no history entry to post to -
              *> the match stands, but the statement will not show
              *> billing's answer
              01 WS-HISTORY-NOT-FOUND PIC 9(7) VALUE 0.

              *> re-bill queue image built from the rejected ack -
              *> the same 67-byte GROUPVAR-INPUT-RECORD shape VARS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN I-O BILLING-HISTORY-FILE
                  IF WS-BILLHIST-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN BILLHIST, STATUS "
                          WS-BILLHIST-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 5000-WRITE-REPORT-HEADINGS
                  PERFORM 5010-WRITE-COLUMN-HEADER
                  PERFORM 2100-READ-EXTRACT-FILE
                      SET WS-TRAILER-SEEN TO TRUE
                      MOVE BT-RECORD-COUNT TO WS-TRAILER-COUNT
                      MOVE BT-AMOUNT-TOTAL TO WS-TRAILER-AMOUNT
                      *> a trailer written before credit rows existed
                      *> has the credit side blank - no credits
                      IF BT-CREDIT-COUNT IS NUMERIC
                              AND BT-CREDIT-TOTAL IS NUMERIC
                              AND BT-NET-TOTAL IS NUMERIC
                          MOVE BT-CREDIT-COUNT
                              TO WS-TRAILER-CREDIT-COUNT
                          MOVE BT-CREDIT-TOTAL
                              TO WS-TRAILER-CREDIT-TOTAL
                          MOVE BT-NET-TOTAL TO WS-TRAILER-NET
                      ELSE
                          MOVE 0 TO WS-TRAILER-CREDIT-COUNT
                          MOVE 0 TO WS-TRAILER-CREDIT-TOTAL
                          MOVE BT-AMOUNT-TOTAL TO WS-TRAILER-NET
                      END-IF
                  ELSE
                      IF WS-ACK-SOURCE = SPACES
                              AND BE-SOURCE-SYSTEM NOT = 'FIX'
                  IF WS-MATCH-FOUND
                      SET WS-EX-MATCHED (WS-MATCH-SUB) TO TRUE
                      ADD 1 TO WS-MATCHED-COUNT
                      PERFORM 4400-POST-HISTORY-DISPOSITION
                      IF AK-REJECTED
                          ADD 1 TO WS-REJECTED-COUNT
                          SET WS-EXCEPTION-FOUND TO TRUE
                          PERFORM 4100-WRITE-REJECTED-LINE
                          IF AK-REBILL-FLAG = 'C'
                              ADD 1 TO WS-CREDITS-REJECTED
                          ELSE
                              PERFORM 4150-QUEUE-REJECTED-REBILL
                          END-IF
                      END-IF
                  ELSE
                      ADD 1 TO WS-NOT-SENT-COUNT
                  WRITE SUSPENSE-RECORD
                  ADD 1 TO WS-REBILLS-QUEUED.

              *> only a row matched to our own extract is posted - a
              *> not-sent ack names nothing we billed. answers never
              *> outnumber the rows staged, so a rerun match posts
              *> nothing twice; a rejection always wins over an
              *> acceptance for the same entry, and the reason kept
              *> is the latest. a credit row's answer goes to the ADJ
              *> entry at the feed date it adjusts, which the credit
              *> row carries in the first address columns
              4400-POST-HISTORY-DISPOSITION.
                  MOVE AK-KEY TO BH-GM-KEY
                  IF AK-REBILL-FLAG = 'C'
                      MOVE AK-ADDRESS-LINE-1 (1 : 8) TO BH-FEED-DATE
                      MOVE 'ADJ' TO BH-SOURCE-SYSTEM
                  ELSE
                      MOVE AK-FEED-DATE TO BH-FEED-DATE
                      MOVE AK-SOURCE-SYSTEM TO BH-SOURCE-SYSTEM
                  END-IF
                  READ BILLING-HISTORY-FILE
                      INVALID KEY
                          ADD 1 TO WS-HISTORY-NOT-FOUND
                          DISPLAY "** NO BILLHIST ENTRY KEY " AK-KEY
                              " FEED DATE " BH-FEED-DATE
                              " SOURCE " BH-SOURCE-SYSTEM
                      NOT INVALID KEY
                          PERFORM 4450-APPLY-DISPOSITION
                  END-READ.

              4450-APPLY-DISPOSITION.
                  IF BH-ROWS-ACCEPTED + BH-ROWS-REJECTED
                          < BH-ROWS-STAGED
                      IF AK-REJECTED
                          ADD 1 TO BH-ROWS-REJECTED
                          ADD AK-ACCOUNT-TOTAL TO BH-AMOUNT-REJECTED
                      ELSE
                          ADD 1 TO BH-ROWS-ACCEPTED
                      END-IF
                  END-IF
                  IF AK-REJECTED
                      SET BH-REJECTED TO TRUE
                      MOVE AK-REASON-CODE TO BH-REASON-CODE
                  ELSE
                      IF NOT BH-REJECTED
                          SET BH-ACCEPTED TO TRUE
                      END-IF
                  END-IF
                  MOVE WS-RUN-DATE-YYYYMMDD TO BH-DISPOSITION-DATE
                  REWRITE BILLING-HISTORY-RECORD
                      INVALID KEY
                          DISPLAY "** BILLHIST REWRITE FAILED KEY "
                              AK-KEY " STATUS " WS-BILLHIST-STATUS
                  END-REWRITE.

              4200-WRITE-NOT-SENT-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "NOT-SENT   "
                      END-STRING
                      PERFORM 5200-WRITE-REPORT-LINE
                  END-IF
                  IF WS-CREDITS-REJECTED > 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING WS-CREDITS-REJECTED
                              " REJECTED CREDIT ROWS - NOT QUEUED, "
                              "SOURCE TO RESEND ADJUSTMENT"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 5200-WRITE-REPORT-LINE
                  END-IF
                  IF WS-EXCEPTION-FOUND
                      MOVE "** EXCEPTIONS FOUND - NOTIFY BILLING"
                          TO WS-REPORT-LINE-AREA
                  CLOSE ACK-FILE
                  CLOSE REPORT-FILE
                  CLOSE REJECT-QUEUE-FILE
                  CLOSE BILLING-HISTORY-FILE
                  IF WS-HISTORY-NOT-FOUND > 0
                      DISPLAY "** ACKNOWLEDGED ROWS WITH NO BILLHIST "
                          "ENTRY - " WS-HISTORY-NOT-FOUND
                  END-IF
                  DISPLAY "ACK MATCH - EXTRACT " WS-EXTRACT-COUNT
                      " ACKS " WS-ACKS-READ
                      " EXCEPTIONS N/R/S " WS-NOT-ACKED-COUNT
              *> extract rows in, rows billing acknowledged clean
              *> out, every exception class in one count - dated
              *> with the extract's feed date so VARSBAL lines it
              *> up with the VARS and VARSREL records for that day.
              *> amounts are the trailer's - gross charges, credits
              *> and net as released
              8100-WRITE-RUN-CONTROL.
                  COMPUTE WS-EXCEPTION-TOTAL
                      = WS-NOT-ACKED-COUNT + WS-REJECTED-COUNT
                          TO RCT-RECORDS-EXCEPTION
                      MOVE WS-TRAILER-AMOUNT TO RCT-AMOUNT
                      MOVE 0 TO RCT-AMOUNT-EXCEPTION
                      MOVE 0 TO RCT-RECORDS-ON-HOLD
                      MOVE 0 TO RCT-AMOUNT-ON-HOLD
                      MOVE WS-TRAILER-CREDIT-COUNT
                          TO RCT-CREDIT-RECORDS
                      MOVE WS-TRAILER-CREDIT-TOTAL
                          TO RCT-CREDIT-AMOUNT
                      MOVE WS-TRAILER-NET TO RCT-NET-AMOUNT
                      WRITE RUN-CONTROL-RECORD
                      CLOSE RUN-CONTROL-FILE
                  END-IF.
