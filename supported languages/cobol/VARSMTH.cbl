            *> the month; the report shows per-day billed counts and
            *> amounts, re-bills (recycles), suspensions and parked
            *> revenue, month totals, and flags any day of the month
            *> on which no run completed as a gap. Credit rows from
            *> source adjustments are kept out of the billed count
            *> and amount, so billed is gross charges, and show
            *> beside them as credits with the net of the two.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              *> such a day has nothing billed to vouch for
              01 WS-LAST-ROW-DAY PIC 9(2) VALUE 0.
              01 WS-ROWS-THIS-GEN PIC 9(7) VALUE 0.
              01 WS-CREDITS-THIS-GEN PIC 9(7) VALUE 0.
              01 WS-TRAILER-MISMATCHES PIC 9(3) VALUE 0.

              *> one slot per calendar day - everything the month-end
                    10 WS-MD-SUSP-COUNT PIC 9(7).
                    10 WS-MD-SUSP-AMOUNT PIC 9(9).
                    10 WS-MD-TRAILER-COUNT PIC 9(2).
                    10 WS-MD-CREDIT-COUNT PIC 9(7).
                    10 WS-MD-CREDIT-AMOUNT PIC 9(9).
              01 WS-DAY-SUB PIC 9(2) VALUE 0.

              01 WS-MONTH-BILLED-COUNT PIC 9(7) VALUE 0.
              01 WS-MONTH-SUSP-COUNT PIC 9(7) VALUE 0.
              01 WS-MONTH-SUSP-AMOUNT PIC 9(9) VALUE 0.
              01 WS-MONTH-GAP-COUNT PIC 9(2) VALUE 0.
              01 WS-MONTH-CREDIT-COUNT PIC 9(7) VALUE 0.
              01 WS-MONTH-CREDIT-AMOUNT PIC 9(9) VALUE 0.
              *> gross billed less credits, for the day line and the
              *> month line
              01 WS-NET-AMOUNT PIC S9(9) VALUE 0.
              01 WS-NET-EDIT PIC -9(9).

              *> report page/line control - same shape VARS uses
              01 WS-LINE-COUNT PIC 9(3) VALUE 0.
                      PERFORM 2050-TALLY-GENERATION-TRAILER
                  ELSE
                      ADD 1 TO WS-ROWS-THIS-GEN
                      IF BE-CREDIT
                          ADD 1 TO WS-CREDITS-THIS-GEN
                      END-IF
                      MOVE BE-FEED-DATE TO WS-WORK-DATE
                      IF WS-WORK-YYYYMM = WS-REPORT-MONTH
                          MOVE WS-WORK-DD TO WS-DAY-SUB
                          MOVE WS-WORK-DD TO WS-LAST-ROW-DAY
                          PERFORM 2020-TALLY-DAY-ROW
                      ELSE
                          ADD 1 TO WS-OUTSIDE-MONTH-COUNT
                      END-IF
                  END-IF
                  PERFORM 2100-READ-EXTRACT-FILE.

              *> a credit row is dated the day it was staged, so it
              *> counts against that day, apart from the charges
              2020-TALLY-DAY-ROW.
                  IF BE-CREDIT
                      ADD 1 TO WS-MD-CREDIT-COUNT (WS-DAY-SUB)
                      ADD BC-CREDIT-AMOUNT
                          TO WS-MD-CREDIT-AMOUNT (WS-DAY-SUB)
                  ELSE
                      ADD 1 TO WS-MD-BILLED-COUNT (WS-DAY-SUB)
                      ADD BE-ACCOUNT-TOTAL
                          TO WS-MD-BILLED-AMOUNT (WS-DAY-SUB)
                      IF BE-REBILL
                          ADD 1 TO WS-MD-REBILL-COUNT (WS-DAY-SUB)
                      END-IF
                  END-IF.

              *> the trailer closes the generation the rows above it
              *> came from - credit it to their day and prove its
              *> count against what was actually read
                          END-STRING
                          PERFORM 5200-WRITE-REPORT-LINE
                      END-IF
                      *> a trailer from before credit rows existed
                      *> has no credit count to prove
                      IF BT-CREDIT-COUNT IS NUMERIC
                              AND BT-CREDIT-COUNT
                                  NOT = WS-CREDITS-THIS-GEN
                          ADD 1 TO WS-TRAILER-MISMATCHES
                          MOVE SPACES TO WS-REPORT-LINE-AREA
                          STRING "** DAY " WS-LAST-ROW-DAY
                                  " TRAILER CREDITS " BT-CREDIT-COUNT
                                  " BUT " WS-CREDITS-THIS-GEN
                                  " CREDIT ROWS READ"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                          PERFORM 5200-WRITE-REPORT-LINE
                      END-IF
                  END-IF
                  MOVE 0 TO WS-ROWS-THIS-GEN
                  MOVE 0 TO WS-CREDITS-THIS-GEN
                  MOVE 0 TO WS-LAST-ROW-DAY.

              2100-READ-EXTRACT-FILE.
              5010-WRITE-COLUMN-HEADER.
                  *> columns line up with the day line built in
                  *> 8100 - day 9(2), runs 9(2), billed 9(7), amount
                  *> 9(9), rebills 9(7), suspended 9(7), parked 9(9),
                  *> credits 9(7), credit amount 9(9), net -9(9)
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "DY RUNS BILLED  AMOUNT    REBILL  SUSPND  "
                          "PARKED    CREDIT  CR-AMT    NET"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 5210-WRITE-RAW-REPORT-LINE
                  MOVE ALL "-" TO WS-REPORT-LINE-AREA
                  PERFORM 5210-WRITE-RAW-REPORT-LINE.
                      UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH
                  MOVE ALL "-" TO WS-REPORT-LINE-AREA
                  PERFORM 5200-WRITE-REPORT-LINE
                  COMPUTE WS-NET-AMOUNT = WS-MONTH-BILLED-AMOUNT
                      - WS-MONTH-CREDIT-AMOUNT
                  MOVE WS-NET-AMOUNT TO WS-NET-EDIT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "MONTH  " WS-MONTH-BILLED-COUNT
                          " " WS-MONTH-BILLED-AMOUNT
                          " " WS-MONTH-REBILL-COUNT
                          " " WS-MONTH-SUSP-COUNT
                          " " WS-MONTH-SUSP-AMOUNT
                          " " WS-MONTH-CREDIT-COUNT
                          " " WS-MONTH-CREDIT-AMOUNT
                          " " WS-NET-EDIT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 5200-WRITE-REPORT-LINE
                  CLOSE REPORT-FILE
                  DISPLAY "MONTH-END SUMMARY " WS-REPORT-MONTH
                      " - BILLED " WS-MONTH-BILLED-COUNT
                      " CREDITS " WS-MONTH-CREDIT-COUNT
                      " GAP DAYS " WS-MONTH-GAP-COUNT.

              8100-WRITE-DAY-LINE.
                      TO WS-MONTH-SUSP-COUNT
                  ADD WS-MD-SUSP-AMOUNT (WS-DAY-SUB)
                      TO WS-MONTH-SUSP-AMOUNT
                  ADD WS-MD-CREDIT-COUNT (WS-DAY-SUB)
                      TO WS-MONTH-CREDIT-COUNT
                  ADD WS-MD-CREDIT-AMOUNT (WS-DAY-SUB)
                      TO WS-MONTH-CREDIT-AMOUNT
                  COMPUTE WS-NET-AMOUNT
                      = WS-MD-BILLED-AMOUNT (WS-DAY-SUB)
                          - WS-MD-CREDIT-AMOUNT (WS-DAY-SUB)
                  MOVE WS-NET-AMOUNT TO WS-NET-EDIT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-MD-RUN-COUNT (WS-DAY-SUB) = 0
                      ADD 1 TO WS-MONTH-GAP-COUNT
                              WS-MD-BILLED-AMOUNT (WS-DAY-SUB) " "
                              WS-MD-REBILL-COUNT (WS-DAY-SUB) " "
                              WS-MD-SUSP-COUNT (WS-DAY-SUB) " "
                              WS-MD-SUSP-AMOUNT (WS-DAY-SUB) " "
                              WS-MD-CREDIT-COUNT (WS-DAY-SUB) " "
                              WS-MD-CREDIT-AMOUNT (WS-DAY-SUB) " "
                              WS-NET-EDIT
                              " ** GAP - NO RUN COMPLETED"
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE-AREA
                              WS-MD-BILLED-AMOUNT (WS-DAY-SUB) " "
                              WS-MD-REBILL-COUNT (WS-DAY-SUB) " "
                              WS-MD-SUSP-COUNT (WS-DAY-SUB) " "
                              WS-MD-SUSP-AMOUNT (WS-DAY-SUB) " "
                              WS-MD-CREDIT-COUNT (WS-DAY-SUB) " "
                              WS-MD-CREDIT-AMOUNT (WS-DAY-SUB) " "
                              WS-NET-EDIT
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE-AREA
                      END-STRING
                  IF WS-MD-RUN-COUNT (WS-DAY-SUB) > 0
                          AND WS-MD-TRAILER-COUNT (WS-DAY-SUB) = 0
                      MOVE "** NO RELEASED GENERATION"
                          TO WS-REPORT-LINE-AREA (82 : 25)
                  END-IF
                  PERFORM 5200-WRITE-REPORT-LINE.
