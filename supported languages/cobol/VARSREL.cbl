            *> file held and billing never sees it. The released copy
            *> gets a TRL trailer carrying record count and amount
            *> total so billing can verify completeness on their side.
            *> Credit rows (flag C) are released like any other row but
            *> totalled apart, and the trailer carries the charge
            *> total, the credit count and total, and the net of the
            *> two, so billing can prove each side on its own.
            *> Every released row is marked released on its
            *> billing-history entry.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-RUNCTL-STATUS.

                *> billing-history KSDS VARS wrote each row's entry
                *> to when it staged it - marked released here
                SELECT BILLING-HISTORY-FILE
                    ASSIGN TO "BILLHIST"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS BH-KEY
                    FILE STATUS IS WS-BILLHIST-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD STAGING-FILE
                  RECORDING MODE IS F.
              COPY RUNCTL.

              *> entry layout shared with VARS/VARSACK via
              *> BILLHIST.cpy
              FD BILLING-HISTORY-FILE
                  RECORDING MODE IS F.
              COPY BILLHIST.

              WORKING-STORAGE SECTION.
              01 WS-STAGING-STATUS PIC X(2).
              01 WS-RELEASE-STATUS PIC X(2).
              01 WS-RUNCTL-STATUS PIC X(2).
              01 WS-BILLHIST-STATUS PIC X(2).
              01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-EOF VALUE 'Y'.
              01 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
              01 WS-RELEASED-AMOUNT PIC 9(9) VALUE 0.
              *> credit rows are in the released count but their
              *> amount is kept out of the charge total above
              01 WS-CREDIT-COUNT PIC 9(7) VALUE 0.
              01 WS-CREDIT-AMOUNT PIC 9(9) VALUE 0.
              01 WS-RELEASED-NET PIC S9(9) VALUE 0.
              01 WS-RELEASED-NET-EDIT PIC -9(9).
              01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
              *> released rows with no history entry to mark - the
              *> row still goes to billing, but the statement will
              *> not show it
              01 WS-HISTORY-NOT-FOUND PIC 9(7) VALUE 0.
              *> feed date and source for the run-control record.
              *> the EXEC PARM names them outright - a run that
              *> staged no source rows at all (everything suspended,
                05 WS-TRL-TRAILER-ID PIC X(3) VALUE 'TRL'.
                05 WS-TRL-RECORD-COUNT PIC 9(7).
                05 WS-TRL-AMOUNT-TOTAL PIC 9(9).
                05 WS-TRL-CREDIT-COUNT PIC 9(7).
                05 WS-TRL-CREDIT-TOTAL PIC 9(9).
                05 WS-TRL-NET-TOTAL PIC S9(9) SIGN LEADING SEPARATE.
                05 FILLER PIC X(25) VALUE SPACES.

              LINKAGE SECTION.
              *> EXEC card PARM, same shape VARS takes -

              1000-INITIALIZE.
                  PERFORM 1010-PARSE-RUN-PARM
                  ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
                  OPEN INPUT STAGING-FILE
                  IF WS-STAGING-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN STAGEIN, STATUS "
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
                  PERFORM 2100-READ-STAGING-FILE.

              *> 'sss,yyyymmdd' - source in 1-3, feed date in 5-12.
              2000-COPY-EXTRACT-RECORD.
                  WRITE RELEASE-RECORD FROM BILLING-EXTRACT-RECORD
                  ADD 1 TO WS-RELEASED-COUNT
                  IF BE-CREDIT
                      ADD 1 TO WS-CREDIT-COUNT
                      ADD BC-CREDIT-AMOUNT TO WS-CREDIT-AMOUNT
                  ELSE
                      ADD BE-ACCOUNT-TOTAL TO WS-RELEASED-AMOUNT
                  END-IF
                  *> re-bill rows are stamped FIX - the batch's own
                  *> source is whatever the source-system rows carry
                  IF WS-RELEASE-SOURCE = SPACES
                      MOVE BE-SOURCE-SYSTEM TO WS-RELEASE-SOURCE
                      MOVE BE-FEED-DATE TO WS-RELEASE-FEED-DATE
                  END-IF
                  PERFORM 2050-MARK-HISTORY-RELEASED
                  PERFORM 2100-READ-STAGING-FILE.

              *> the released count never passes the staged count -
              *> a rerun release of the same staging marks nothing
              *> twice. a credit row's entry is the ADJ entry at the
              *> feed date it adjusts, where VARS posted it
              2050-MARK-HISTORY-RELEASED.
                  MOVE BE-KEY TO BH-GM-KEY
                  IF BE-CREDIT
                      MOVE BC-ORIG-FEED-DATE TO BH-FEED-DATE
                      MOVE 'ADJ' TO BH-SOURCE-SYSTEM
                  ELSE
                      MOVE BE-FEED-DATE TO BH-FEED-DATE
                      MOVE BE-SOURCE-SYSTEM TO BH-SOURCE-SYSTEM
                  END-IF
                  READ BILLING-HISTORY-FILE
                      INVALID KEY
                          ADD 1 TO WS-HISTORY-NOT-FOUND
                          DISPLAY "** NO BILLHIST ENTRY KEY " BE-KEY
                              " FEED DATE " BH-FEED-DATE
                              " SOURCE " BH-SOURCE-SYSTEM
                      NOT INVALID KEY
                          IF BH-ROWS-RELEASED < BH-ROWS-STAGED
                              ADD 1 TO BH-ROWS-RELEASED
                              IF BE-CREDIT
                                  ADD BC-CREDIT-AMOUNT
                                      TO BH-AMOUNT-RELEASED
                              ELSE
                                  ADD BE-ACCOUNT-TOTAL
                                      TO BH-AMOUNT-RELEASED
                              END-IF
                          END-IF
                          MOVE WS-RUN-DATE-YYYYMMDD TO BH-RELEASE-DATE
                          REWRITE BILLING-HISTORY-RECORD
                              INVALID KEY
                                  DISPLAY "** BILLHIST REWRITE FAILED "
                                      "KEY " BE-KEY " STATUS "
                                      WS-BILLHIST-STATUS
                          END-REWRITE
                  END-READ.

              2100-READ-STAGING-FILE.
                  READ STAGING-FILE
                      AT END
              2200-WRITE-TRAILER-RECORD.
                  MOVE WS-RELEASED-COUNT TO WS-TRL-RECORD-COUNT
                  MOVE WS-RELEASED-AMOUNT TO WS-TRL-AMOUNT-TOTAL
                  MOVE WS-CREDIT-COUNT TO WS-TRL-CREDIT-COUNT
                  MOVE WS-CREDIT-AMOUNT TO WS-TRL-CREDIT-TOTAL
                  COMPUTE WS-RELEASED-NET =
                      WS-RELEASED-AMOUNT - WS-CREDIT-AMOUNT
                  MOVE WS-RELEASED-NET TO WS-TRL-NET-TOTAL
                  WRITE RELEASE-RECORD FROM WS-TRAILER-AREA.

              8000-FINALIZE.
                  PERFORM 8100-WRITE-RUN-CONTROL
                  CLOSE STAGING-FILE
                  CLOSE RELEASE-FILE
                  CLOSE BILLING-HISTORY-FILE
                  DISPLAY "BILLING EXTRACT RELEASED - "
                      WS-RELEASED-COUNT " RECORDS, AMOUNT "
                      WS-RELEASED-AMOUNT
                  MOVE WS-RELEASED-NET TO WS-RELEASED-NET-EDIT
                  DISPLAY "  OF WHICH CREDITS - " WS-CREDIT-COUNT
                      " RECORDS, AMOUNT " WS-CREDIT-AMOUNT
                      ", NET " WS-RELEASED-NET-EDIT
                  IF WS-HISTORY-NOT-FOUND > 0
                      DISPLAY "** RELEASED ROWS WITH NO BILLHIST "
                          "ENTRY - " WS-HISTORY-NOT-FOUND
                  END-IF.

              *> staged rows in = released rows out, one for one -
              *> the record VARSBAL proves against VARS's billed
              *> count and VARSACK's acknowledgment match. the
              *> amount is gross charges; credits and net are apart
              8100-WRITE-RUN-CONTROL.
                  OPEN EXTEND RUN-CONTROL-FILE
                  IF WS-RUNCTL-STATUS NOT = "00"
                      MOVE 0 TO RCT-RECORDS-EXCEPTION
                      MOVE WS-RELEASED-AMOUNT TO RCT-AMOUNT
                      MOVE 0 TO RCT-AMOUNT-EXCEPTION
                      MOVE 0 TO RCT-RECORDS-ON-HOLD
                      MOVE 0 TO RCT-AMOUNT-ON-HOLD
                      MOVE WS-CREDIT-COUNT TO RCT-CREDIT-RECORDS
                      MOVE WS-CREDIT-AMOUNT TO RCT-CREDIT-AMOUNT
                      MOVE WS-RELEASED-NET TO RCT-NET-AMOUNT
                      WRITE RUN-CONTROL-RECORD
                      CLOSE RUN-CONTROL-FILE
                  END-IF.
