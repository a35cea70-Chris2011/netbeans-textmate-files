IDENTIFICATION DIVISION.
            PROGRAM-ID. VARSSTMT.

            *> account statement over the billing-history KSDS. The
            *> PARMIN card names one GROUPMSTR key and a feed-date
            *> range; every history entry for the key inside the
            *> range prints in feed-date order - each charge and
            *> re-bill with what was staged, what reached billing,
            *> and billing's answer, and each rejection on a line of
            *> its own - with the account's net billed carried as a
            *> running total. Credits taken against a feed date print
            *> beside its charge and come off the net. Feed days the
            *> account was missing from print where they fall: any
            *> day inside the range that the header log shows a feed
            *> was processed, from the account's first charge on,
            *> that carries no charge for the account. What used to
            *> take a trawl through a month of extracts and
            *> acknowledgments is now one card.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> one card: key 1-10, FROM date 11-18, TO date 19-26
                *> - a blank TO date runs the statement to today
                SELECT PARM-FILE
                    ASSIGN TO "PARMIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-PARM-STATUS.

                *> read only - positioned on the key and FROM date
                *> and walked forward
                SELECT BILLING-HISTORY-FILE
                    ASSIGN TO "BILLHIST"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BH-KEY
                    FILE STATUS IS WS-BILLHIST-STATUS.

                *> the header log VARS appends to - one record per
                *> feed date and source processed, so it says which
                *> days there was a feed for the account to be
                *> missing from. OPTIONAL the same way VARS opens it
                SELECT OPTIONAL HEADER-LOG-FILE
                    ASSIGN TO "HDRLOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HDRLOG-STATUS.

                SELECT REPORT-FILE
                    ASSIGN TO "RPTOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-REPORT-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD PARM-FILE
                  RECORDING MODE IS F.
              01 PARM-RECORD.
                05 PARM-KEY PIC X(10).
                05 PARM-FROM-DATE PIC X(8).
                05 PARM-TO-DATE PIC X(8).
                05 FILLER PIC X(54).

              *> entry layout shared with VARS/VARSREL/VARSACK via
              *> BILLHIST.cpy
              FD BILLING-HISTORY-FILE
                  RECORDING MODE IS F.
              COPY BILLHIST.

              *> same layout VARS writes
              FD HEADER-LOG-FILE
                  RECORDING MODE IS F.
              01 HEADER-LOG-RECORD.
                05 HL-FEED-DATE PIC 9(8).
                05 HL-SOURCE-SYSTEM PIC X(3).
                05 HL-RUN-DATE PIC 9(8).
                05 FILLER PIC X(1).

              FD REPORT-FILE
                  RECORDING MODE IS F.
              01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
              01 WS-PARM-STATUS PIC X(2).
              01 WS-BILLHIST-STATUS PIC X(2).
              01 WS-HDRLOG-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).
              01 WS-HISTORY-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-HISTORY-EOF VALUE 'Y'.
              01 WS-HDRLOG-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-HDRLOG-EOF VALUE 'Y'.

              01 WS-SELECT-KEY PIC X(10) VALUE SPACES.
              01 WS-FROM-DATE PIC 9(8) VALUE 0.
              01 WS-TO-DATE PIC 9(8) VALUE 0.

              *> same calendar edit every card-entered date gets
              01 WS-EDIT-DATE PIC 9(8) VALUE 0.
              01 WS-EDIT-DATE-GROUPS REDEFINES WS-EDIT-DATE.
                05 WS-EDIT-YYYY PIC 9(4).
                05 WS-EDIT-MM PIC 9(2).
                05 WS-EDIT-DD PIC 9(2).
              01 WS-EDIT-MAX-DD PIC 9(2) VALUE 0.
              01 WS-EDIT-LEAP-REM PIC 9(4) VALUE 0.
              01 WS-DATE-VALID-SWITCH PIC X(1) VALUE 'N'.
                88 WS-DATE-VALID VALUE 'Y'.

              *> feed days inside the range, ascending and distinct -
              *> GV1 and GV2 each log the same date, and a catch-up
              *> logs out of order, so each date is inserted in place.
              *> the charged switch is set as the account's charges
              *> for that day come through
              01 WS-FEED-DAY-COUNT PIC 9(4) VALUE 0.
              01 WS-FEED-DAY-OVERFLOW PIC 9(7) VALUE 0.
              01 WS-FEED-DAY-TABLE.
                05 WS-FEED-DAY-ENTRY OCCURS 1000 TIMES.
                    10 WS-FD-DATE PIC 9(8).
                    10 WS-FD-CHARGED-SWITCH PIC X(1).
                        88 WS-FD-CHARGED VALUE 'Y'.
              01 WS-FD-SUB PIC 9(4) VALUE 0.
              01 WS-FD-INSERT-SUB PIC 9(4) VALUE 0.
              01 WS-FD-SHIFT-SUB PIC 9(4) VALUE 0.
              01 WS-FD-DUPLICATE-SWITCH PIC X(1) VALUE 'N'.
                88 WS-FD-DUPLICATE VALUE 'Y'.
              *> feed days before this date are not gaps - nothing
              *> earlier than the first charge in range is missing
              01 WS-GAP-LIMIT-DATE PIC 9(8) VALUE 0.
              01 WS-FIRST-CHARGE-SWITCH PIC X(1) VALUE 'N'.
                88 WS-FIRST-CHARGE-SEEN VALUE 'Y'.

              *> the statement line, built field by field
              01 WS-ENTRY-TYPE PIC X(8).
              01 WS-RELEASE-DISPLAY PIC X(8).
              01 WS-STATUS-DISPLAY PIC X(13).
              01 WS-NET-DISPLAY PIC -ZZZZZZZZ9.

              *> running and closing totals - charges and re-bills
              *> count what reached billing; the net is that less
              *> what billing rejected
              01 WS-ENTRIES-LISTED PIC 9(7) VALUE 0.
              01 WS-CHARGE-COUNT PIC 9(7) VALUE 0.
              01 WS-CHARGE-AMOUNT PIC 9(9) VALUE 0.
              01 WS-REBILL-COUNT PIC 9(7) VALUE 0.
              01 WS-REBILL-AMOUNT PIC 9(9) VALUE 0.
              *> credits that reached billing, less any billing
              *> rejected - they reduce the net
              01 WS-CREDIT-COUNT PIC 9(7) VALUE 0.
              01 WS-CREDIT-AMOUNT PIC 9(9) VALUE 0.
              01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
              01 WS-REJECTED-AMOUNT PIC 9(9) VALUE 0.
              01 WS-NOT-RELEASED-ROWS PIC 9(7) VALUE 0.
              01 WS-NOT-RELEASED-AMOUNT PIC 9(9) VALUE 0.
              01 WS-RUNNING-NET PIC S9(9) VALUE 0.
              01 WS-GAP-COUNT PIC 9(7) VALUE 0.

              *> report page/line control - same shape VARS uses
              01 WS-LINE-COUNT PIC 9(3) VALUE 0.
              01 WS-PAGE-COUNT PIC 9(3) VALUE 0.
              01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.
              01 WS-REPORT-LINE-AREA PIC X(132).
              01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
              01 WS-RUN-DATE-GROUPS REDEFINES WS-RUN-DATE-YYYYMMDD.
                05 WS-RUN-DATE-YYYY PIC 9(4).
                05 WS-RUN-DATE-MM PIC 9(2).
                05 WS-RUN-DATE-DD PIC 9(2).
              01 WS-RUN-DATE-REPORT PIC X(10).

            PROCEDURE DIVISION.
              0000-MAIN-PROCESS.
                  PERFORM 1000-INITIALIZE
                  PERFORM 2000-LIST-HISTORY-ENTRY
                      UNTIL WS-HISTORY-EOF
                  PERFORM 8000-FINALIZE
                  STOP RUN.

              1000-INITIALIZE.
                  ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
                  STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/"
                          WS-RUN-DATE-YYYY
                      DELIMITED BY SIZE INTO WS-RUN-DATE-REPORT
                  END-STRING
                  PERFORM 1100-READ-PARM-CARD
                  PERFORM 1200-LOAD-FEED-DAYS
                  OPEN INPUT BILLING-HISTORY-FILE
                  IF WS-BILLHIST-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN BILLHIST, STATUS "
                          WS-BILLHIST-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN OUTPUT REPORT-FILE
                  IF WS-REPORT-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN RPTOUT, STATUS "
                          WS-REPORT-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 3000-WRITE-REPORT-HEADINGS
                  MOVE 1 TO WS-FD-SUB
                  *> the lowest possible source on the FROM date, so
                  *> the walk starts at the key's first entry in range
                  MOVE WS-SELECT-KEY TO BH-GM-KEY
                  MOVE WS-FROM-DATE TO BH-FEED-DATE
                  MOVE LOW-VALUES TO BH-SOURCE-SYSTEM
                  START BILLING-HISTORY-FILE KEY NOT < BH-KEY
                      INVALID KEY
                          SET WS-HISTORY-EOF TO TRUE
                  END-START
                  IF NOT WS-HISTORY-EOF
                      PERFORM 2100-READ-NEXT-ENTRY
                  END-IF.

              *> the key is required and both dates get the full
              *> calendar edit - a statement for the wrong account or
              *> a nonsense range stops cold rather than printing
              1100-READ-PARM-CARD.
                  OPEN INPUT PARM-FILE
                  IF WS-PARM-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN PARMIN, STATUS "
                          WS-PARM-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  READ PARM-FILE
                      AT END
                          DISPLAY "** EMPTY PARMIN - NO KEY OR DATES"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
                  IF PARM-KEY = SPACES
                      DISPLAY "** NO KEY ON PARMIN CARD"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  MOVE PARM-KEY TO WS-SELECT-KEY
                  MOVE 'N' TO WS-DATE-VALID-SWITCH
                  IF PARM-FROM-DATE IS NUMERIC
                      MOVE PARM-FROM-DATE TO WS-EDIT-DATE
                      PERFORM 1150-EDIT-CALENDAR-DATE
                  END-IF
                  IF NOT WS-DATE-VALID
                      DISPLAY "** INVALID FROM DATE: " PARM-FROM-DATE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  MOVE WS-EDIT-DATE TO WS-FROM-DATE
                  IF PARM-TO-DATE = SPACES
                      MOVE WS-RUN-DATE-YYYYMMDD TO WS-TO-DATE
                  ELSE
                      MOVE 'N' TO WS-DATE-VALID-SWITCH
                      IF PARM-TO-DATE IS NUMERIC
                          MOVE PARM-TO-DATE TO WS-EDIT-DATE
                          PERFORM 1150-EDIT-CALENDAR-DATE
                      END-IF
                      IF NOT WS-DATE-VALID
                          DISPLAY "** INVALID TO DATE: " PARM-TO-DATE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      MOVE WS-EDIT-DATE TO WS-TO-DATE
                  END-IF
                  IF WS-FROM-DATE > WS-TO-DATE
                      DISPLAY "** FROM DATE " WS-FROM-DATE
                          " IS AFTER TO DATE " WS-TO-DATE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  CLOSE PARM-FILE.

              1150-EDIT-CALENDAR-DATE.
                  *> same rule VARSEDIT and VARSBAT apply - shared
                  *> via DATEVAL.cpy so the date gates can't drift
                  COPY DATEVAL.

              1200-LOAD-FEED-DAYS.
                  OPEN INPUT HEADER-LOG-FILE
                  IF WS-HDRLOG-STATUS NOT = "00"
                          AND WS-HDRLOG-STATUS NOT = "05"
                      DISPLAY "** UNABLE TO OPEN HDRLOG, STATUS "
                          WS-HDRLOG-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 1250-READ-HEADER-LOG
                  PERFORM 1300-ADD-FEED-DAY
                      UNTIL WS-HDRLOG-EOF
                  CLOSE HEADER-LOG-FILE.

              1250-READ-HEADER-LOG.
                  READ HEADER-LOG-FILE
                      AT END
                          SET WS-HDRLOG-EOF TO TRUE
                  END-READ.

              1300-ADD-FEED-DAY.
                  IF HL-FEED-DATE >= WS-FROM-DATE
                          AND HL-FEED-DATE <= WS-TO-DATE
                      PERFORM 1350-FIND-INSERT-POINT
                      IF NOT WS-FD-DUPLICATE
                          IF WS-FEED-DAY-COUNT < 1000
                              PERFORM 1400-INSERT-FEED-DAY
                          ELSE
                              ADD 1 TO WS-FEED-DAY-OVERFLOW
                          END-IF
                      END-IF
                  END-IF
                  PERFORM 1250-READ-HEADER-LOG.

              *> the first slot holding a later date is where the new
              *> date belongs; the same date already there is the
              *> other source's log record for the day
              1350-FIND-INSERT-POINT.
                  MOVE 'N' TO WS-FD-DUPLICATE-SWITCH
                  PERFORM 1360-COMPARE-FEED-DAY
                      VARYING WS-FD-INSERT-SUB FROM 1 BY 1
                      UNTIL WS-FD-INSERT-SUB > WS-FEED-DAY-COUNT
                          OR WS-FD-DUPLICATE
                          OR WS-FD-DATE (WS-FD-INSERT-SUB)
                              > HL-FEED-DATE.

              1360-COMPARE-FEED-DAY.
                  IF WS-FD-DATE (WS-FD-INSERT-SUB) = HL-FEED-DATE
                      SET WS-FD-DUPLICATE TO TRUE
                  END-IF.

              1400-INSERT-FEED-DAY.
                  PERFORM 1450-SHIFT-FEED-DAY
                      VARYING WS-FD-SHIFT-SUB
                          FROM WS-FEED-DAY-COUNT BY -1
                      UNTIL WS-FD-SHIFT-SUB < WS-FD-INSERT-SUB
                  MOVE HL-FEED-DATE TO WS-FD-DATE (WS-FD-INSERT-SUB)
                  MOVE 'N' TO WS-FD-CHARGED-SWITCH (WS-FD-INSERT-SUB)
                  ADD 1 TO WS-FEED-DAY-COUNT.

              1450-SHIFT-FEED-DAY.
                  MOVE WS-FEED-DAY-ENTRY (WS-FD-SHIFT-SUB)
                      TO WS-FEED-DAY-ENTRY (WS-FD-SHIFT-SUB + 1).

              *> entries come back in key order - feed date, then
              *> source - so every feed day before this entry's date
              *> has had all of its entries already, and any not
              *> marked charged is a day the account was missed
              2000-LIST-HISTORY-ENTRY.
                  IF BH-GM-KEY NOT = WS-SELECT-KEY
                          OR BH-FEED-DATE > WS-TO-DATE
                      SET WS-HISTORY-EOF TO TRUE
                  ELSE
                      MOVE BH-FEED-DATE TO WS-GAP-LIMIT-DATE
                      PERFORM 2200-LIST-GAPS-BEFORE
                      PERFORM 2300-WRITE-ENTRY-LINE
                      IF BH-ROWS-REJECTED > 0
                          PERFORM 2400-WRITE-REJECTION-LINE
                      END-IF
                      PERFORM 2100-READ-NEXT-ENTRY
                  END-IF.

              2100-READ-NEXT-ENTRY.
                  READ BILLING-HISTORY-FILE NEXT RECORD
                      AT END
                          SET WS-HISTORY-EOF TO TRUE
                  END-READ.

              2200-LIST-GAPS-BEFORE.
                  PERFORM 2250-CHECK-FEED-DAY
                      UNTIL WS-FD-SUB > WS-FEED-DAY-COUNT
                          OR WS-FD-DATE (WS-FD-SUB)
                              >= WS-GAP-LIMIT-DATE.

              2250-CHECK-FEED-DAY.
                  IF WS-FIRST-CHARGE-SEEN
                          AND NOT WS-FD-CHARGED (WS-FD-SUB)
                      ADD 1 TO WS-GAP-COUNT
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING WS-FD-DATE (WS-FD-SUB)
                              "     ** NOT IN FEED - NO CHARGE FOR "
                              "THIS FEED DAY"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  ADD 1 TO WS-FD-SUB.

              *> a re-bill is a recycled row - stamped FIX by VARS,
              *> and flagged R on the entry as well. a credit is an
              *> ADJ entry flagged C, dated with the feed date it
              *> adjusts - it comes off the net, and a day with only
              *> a credit still had no charge
              2300-WRITE-ENTRY-LINE.
                  ADD 1 TO WS-ENTRIES-LISTED
                  EVALUATE TRUE
                      WHEN BH-CREDIT
                          MOVE "CREDIT" TO WS-ENTRY-TYPE
                          ADD 1 TO WS-CREDIT-COUNT
                          ADD BH-AMOUNT-RELEASED TO WS-CREDIT-AMOUNT
                          SUBTRACT BH-AMOUNT-RELEASED
                              FROM WS-RUNNING-NET
                      WHEN BH-REBILL OR BH-SOURCE-SYSTEM = 'FIX'
                          MOVE "RE-BILL" TO WS-ENTRY-TYPE
                          ADD 1 TO WS-REBILL-COUNT
                          ADD BH-AMOUNT-RELEASED TO WS-REBILL-AMOUNT
                          ADD BH-AMOUNT-RELEASED TO WS-RUNNING-NET
                      WHEN OTHER
                          MOVE "CHARGE" TO WS-ENTRY-TYPE
                          ADD 1 TO WS-CHARGE-COUNT
                          ADD BH-AMOUNT-RELEASED TO WS-CHARGE-AMOUNT
                          SET WS-FIRST-CHARGE-SEEN TO TRUE
                          IF WS-FD-SUB <= WS-FEED-DAY-COUNT
                              IF WS-FD-DATE (WS-FD-SUB) = BH-FEED-DATE
                                  SET WS-FD-CHARGED (WS-FD-SUB) TO TRUE
                              END-IF
                          END-IF
                          ADD BH-AMOUNT-RELEASED TO WS-RUNNING-NET
                  END-EVALUATE
                  IF BH-ROWS-RELEASED < BH-ROWS-STAGED
                      COMPUTE WS-NOT-RELEASED-ROWS
                          = WS-NOT-RELEASED-ROWS
                              + BH-ROWS-STAGED - BH-ROWS-RELEASED
                      COMPUTE WS-NOT-RELEASED-AMOUNT
                          = WS-NOT-RELEASED-AMOUNT
                              + BH-AMOUNT-STAGED - BH-AMOUNT-RELEASED
                  END-IF
                  IF BH-ROWS-RELEASED = 0
                      MOVE "NOT RLSD" TO WS-RELEASE-DISPLAY
                  ELSE
                      MOVE BH-RELEASE-DATE TO WS-RELEASE-DISPLAY
                  END-IF
                  EVALUATE TRUE
                      WHEN BH-REJECTED
                          MOVE "REJECTED" TO WS-STATUS-DISPLAY
                      WHEN BH-ACCEPTED
                          MOVE "ACCEPTED" TO WS-STATUS-DISPLAY
                      WHEN BH-ROWS-RELEASED > 0
                          MOVE "AWAITING ACK" TO WS-STATUS-DISPLAY
                      WHEN OTHER
                          MOVE "HELD BACK" TO WS-STATUS-DISPLAY
                  END-EVALUATE
                  MOVE WS-RUNNING-NET TO WS-NET-DISPLAY
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING BH-FEED-DATE " "
                          BH-SOURCE-SYSTEM " "
                          WS-ENTRY-TYPE " "
                          BH-ROWS-STAGED " "
                          BH-AMOUNT-STAGED " "
                          BH-ROWS-RELEASED " "
                          BH-AMOUNT-RELEASED " "
                          WS-RELEASE-DISPLAY " "
                          WS-STATUS-DISPLAY " "
                          WS-NET-DISPLAY
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> the rejection prints under the entry it came back
              *> against, and comes off the running net there. a
              *> rejected credit was never taken, so it goes back on
              2400-WRITE-REJECTION-LINE.
                  IF BH-CREDIT
                      SUBTRACT BH-AMOUNT-REJECTED FROM WS-CREDIT-AMOUNT
                      ADD BH-AMOUNT-REJECTED TO WS-RUNNING-NET
                  ELSE
                      ADD BH-ROWS-REJECTED TO WS-REJECTED-COUNT
                      ADD BH-AMOUNT-REJECTED TO WS-REJECTED-AMOUNT
                      SUBTRACT BH-AMOUNT-REJECTED FROM WS-RUNNING-NET
                  END-IF
                  MOVE WS-RUNNING-NET TO WS-NET-DISPLAY
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "             REJECTION "
                          BH-ROWS-REJECTED " "
                          BH-AMOUNT-REJECTED
                          " REASON " BH-REASON-CODE
                          " ON " BH-DISPOSITION-DATE
                          "                  "
                          WS-NET-DISPLAY
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              3000-WRITE-REPORT-HEADINGS.
                  MOVE 0 TO WS-LINE-COUNT
                  PERFORM 3005-WRITE-PAGE-BANNER
                  PERFORM 3010-WRITE-COLUMN-HEADER.

              3005-WRITE-PAGE-BANNER.
                  ADD 1 TO WS-PAGE-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "ACCOUNT BILLING STATEMENT" " RUN DATE: "
                          WS-RUN-DATE-REPORT " PAGE: " WS-PAGE-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "KEY " WS-SELECT-KEY
                          " FEED DATES " WS-FROM-DATE
                          " THROUGH " WS-TO-DATE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3010-WRITE-COLUMN-HEADER.
                  *> columns line up with the entry line built in
                  *> 2300 - feed date 9(8), source X(3), type X(8),
                  *> rows and amount staged, rows and amount
                  *> released, release date, status X(13), then the
                  *> running net
                  MOVE "FEEDDATE SRC TYPE     STG AMOUNT  RLS AMOUNT  RELEASED STATUS          RUNNING NET"
                      TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE ALL "-" TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3200-WRITE-REPORT-LINE.
                  IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                      PERFORM 3000-WRITE-REPORT-HEADINGS
                  END-IF
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3210-WRITE-RAW-REPORT-LINE.
                  MOVE WS-REPORT-LINE-AREA TO REPORT-LINE
                  WRITE REPORT-LINE
                  ADD 1 TO WS-LINE-COUNT.

              8000-FINALIZE.
                  *> feed days after the account's last entry in
                  *> range are gaps too - the account dropping out of
                  *> the feed is exactly what has to show
                  MOVE 99999999 TO WS-GAP-LIMIT-DATE
                  PERFORM 2200-LIST-GAPS-BEFORE
                  IF WS-ENTRIES-LISTED = 0
                      MOVE "** NO BILLING HISTORY FOR THIS KEY IN RANGE"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "CHARGES " WS-CHARGE-COUNT
                          " BILLED " WS-CHARGE-AMOUNT
                          "   RE-BILLS " WS-REBILL-COUNT
                          " BILLED " WS-REBILL-AMOUNT
                          "   CREDITS " WS-CREDIT-COUNT
                          " TAKEN " WS-CREDIT-AMOUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE WS-RUNNING-NET TO WS-NET-DISPLAY
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "REJECTED ROWS " WS-REJECTED-COUNT
                          " AMOUNT " WS-REJECTED-AMOUNT
                          "   NET BILLED " WS-NET-DISPLAY
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "STAGED BUT NOT RELEASED ROWS "
                          WS-NOT-RELEASED-ROWS
                          " AMOUNT " WS-NOT-RELEASED-AMOUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "FEED DAYS IN RANGE " WS-FEED-DAY-COUNT
                          " MISSED BY THIS ACCOUNT " WS-GAP-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  *> a range too long for the feed-day table still
                  *> lists every entry, but the gap check is short
                  IF WS-FEED-DAY-OVERFLOW > 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** " WS-FEED-DAY-OVERFLOW
                              " HEADER LOG RECORDS BEYOND FEED-DAY "
                              "TABLE LIMIT - GAP CHECK INCOMPLETE"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  CLOSE BILLING-HISTORY-FILE
                  CLOSE REPORT-FILE
                  DISPLAY "ACCOUNT STATEMENT - KEY " WS-SELECT-KEY
                      " ENTRIES " WS-ENTRIES-LISTED
                      " GAPS " WS-GAP-COUNT.
