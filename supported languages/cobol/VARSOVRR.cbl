IDENTIFICATION DIVISION.
            PROGRAM-ID. VARSOVRR.

            *> daily override approvals report over the override
            *> request KSDS. An override entered on the VARSEDIT
            *> DATA-SCREEN or by a VARSBAT transaction waits there
            *> until a second operator approves or rejects it on the
            *> VARSEDIT approval queue; this step is the paper trail
            *> of that control. It lists every request approved and
            *> every request rejected on the report date - maker,
            *> checker, old and new values side by side - and then
            *> every request still pending longer than the PARMIN
            *> threshold, aged in days, and ends RC=4 when any exist
            *> so a queue nobody is working shows up on the day
            *> sheet. Read-only - the request file is left exactly
            *> as found for the next VARSEDIT session.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> one card: threshold days in columns 1-4, same
                *> shape as the VARSAGE card, and an optional report
                *> date in columns 5-12 for rerunning a past day
                SELECT PARM-FILE
                    ASSIGN TO "PARMIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-PARM-STATUS.

                *> same KSDS VARSEDIT and VARSBAT file into - read
                *> front to back once per section, never written
                SELECT OVERRIDE-REQUEST-FILE
                    ASSIGN TO "OVRPEND"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS OR-KEY
                    FILE STATUS IS WS-REQUEST-STATUS.

                SELECT REPORT-FILE
                    ASSIGN TO "RPTOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-REPORT-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD PARM-FILE
                  RECORDING MODE IS F.
              01 PARM-RECORD.
                05 PARM-THRESHOLD-DAYS PIC 9(4).
                05 PARM-REPORT-DATE PIC X(8).
                05 FILLER PIC X(68).

              *> layout shared with VARSEDIT, VARSBAT, and VARS via
              *> OVRREQ.cpy so the report can't drift from the queue
              FD OVERRIDE-REQUEST-FILE
                  RECORDING MODE IS F.
              COPY OVRREQ.

              FD REPORT-FILE
                  RECORDING MODE IS F.
              01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
              01 WS-PARM-STATUS PIC X(2).
              01 WS-REQUEST-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).
              01 WS-REQUEST-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-REQUEST-EOF VALUE 'Y'.

              01 WS-THRESHOLD-DAYS PIC 9(4) VALUE 0.
              01 WS-REPORT-DATE PIC 9(8) VALUE 0.
              01 WS-REPORT-DATE-INTEGER PIC 9(7) VALUE 0.
              01 WS-ENTRY-INTEGER PIC 9(7) VALUE 0.
              01 WS-REQUEST-AGE-DAYS PIC S9(5) VALUE 0.
              *> unsigned copy for the report line, as VARSAGE does
              01 WS-AGE-DISPLAY PIC 9(5) VALUE 0.

              *> calendar-date edit work area - shared layout the
              *> DATEVAL.cpy fragment requires, for the card date
              01 WS-EDIT-DATE PIC 9(8) VALUE 0.
              01 WS-EDIT-DATE-GROUPS REDEFINES WS-EDIT-DATE.
                05 WS-EDIT-YYYY PIC 9(4).
                05 WS-EDIT-MM PIC 9(2).
                05 WS-EDIT-DD PIC 9(2).
              01 WS-EDIT-MAX-DD PIC 9(2) VALUE 0.
              01 WS-EDIT-LEAP-REM PIC 9(4) VALUE 0.
              01 WS-DATE-VALID-SWITCH PIC X(1) VALUE 'N'.
                88 WS-DATE-VALID VALUE 'Y'.

              *> which of the three sections the current pass over
              *> the request file is printing
              01 WS-SECTION-CODE PIC X(1) VALUE SPACE.
                88 WS-SECTION-APPROVED VALUE 'A'.
                88 WS-SECTION-REJECTED VALUE 'R'.
                88 WS-SECTION-OVERDUE VALUE 'P'.
              01 WS-SECTION-LINES PIC 9(7) VALUE 0.
              01 WS-DECIDER-DISPLAY PIC X(8) VALUE SPACES.
              01 WS-LINE-NOTE PIC X(10) VALUE SPACES.

              01 WS-REQUESTS-READ PIC 9(7) VALUE 0.
              01 WS-APPROVED-COUNT PIC 9(7) VALUE 0.
              01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
              01 WS-PENDING-COUNT PIC 9(7) VALUE 0.
              01 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.

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
                  MOVE 'A' TO WS-SECTION-CODE
                  PERFORM 2000-WRITE-SECTION
                  MOVE 'R' TO WS-SECTION-CODE
                  PERFORM 2000-WRITE-SECTION
                  MOVE 'P' TO WS-SECTION-CODE
                  PERFORM 2000-WRITE-SECTION
                  PERFORM 8000-FINALIZE
                  STOP RUN.

              1000-INITIALIZE.
                  ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
                  PERFORM 1100-READ-PARM-CARD
                  MOVE WS-REPORT-DATE TO WS-RUN-DATE-YYYYMMDD
                  STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/"
                          WS-RUN-DATE-YYYY
                      DELIMITED BY SIZE INTO WS-RUN-DATE-REPORT
                  END-STRING
                  MOVE FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
                      TO WS-REPORT-DATE-INTEGER
                  OPEN OUTPUT REPORT-FILE
                  IF WS-REPORT-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN RPTOUT, STATUS "
                          WS-REPORT-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 3000-WRITE-REPORT-HEADINGS
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "PENDING THRESHOLD " WS-THRESHOLD-DAYS
                          " DAYS"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

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
                          DISPLAY "** EMPTY PARMIN - NO THRESHOLD"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
                  IF PARM-THRESHOLD-DAYS IS NOT NUMERIC
                          OR PARM-THRESHOLD-DAYS = 0
                      DISPLAY "** INVALID THRESHOLD DAYS: "
                          PARM-THRESHOLD-DAYS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  MOVE PARM-THRESHOLD-DAYS TO WS-THRESHOLD-DAYS
                  *> blank reports on today; a date reruns a past
                  *> day's decisions, and it must be a real one
                  IF PARM-REPORT-DATE = SPACES
                      MOVE WS-RUN-DATE-YYYYMMDD TO WS-REPORT-DATE
                  ELSE
                      MOVE 'N' TO WS-DATE-VALID-SWITCH
                      IF PARM-REPORT-DATE IS NUMERIC
                          MOVE PARM-REPORT-DATE TO WS-EDIT-DATE
                          PERFORM 1150-EDIT-CALENDAR-DATE
                      END-IF
                      IF NOT WS-DATE-VALID
                          DISPLAY "** INVALID REPORT DATE: "
                              PARM-REPORT-DATE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      MOVE WS-EDIT-DATE TO WS-REPORT-DATE
                  END-IF
                  CLOSE PARM-FILE.

              1150-EDIT-CALENDAR-DATE.
                  *> same rule VARSEDIT and VARSBAT apply - shared
                  *> via DATEVAL.cpy so the date gates can't drift
                  COPY DATEVAL.

              *> one pass over the request file per section - the
              *> file is small and keyed, and three passes keep each
              *> section in key order without holding it in storage
              2000-WRITE-SECTION.
                  MOVE 0 TO WS-SECTION-LINES
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  EVALUATE TRUE
                      WHEN WS-SECTION-APPROVED
                          MOVE "OVERRIDES APPROVED AND APPLIED"
                              TO WS-REPORT-LINE-AREA
                      WHEN WS-SECTION-REJECTED
                          MOVE "OVERRIDES REJECTED"
                              TO WS-REPORT-LINE-AREA
                      WHEN OTHER
                          MOVE "OVERRIDES PENDING PAST THRESHOLD"
                              TO WS-REPORT-LINE-AREA
                  END-EVALUATE
                  PERFORM 3200-WRITE-REPORT-LINE
                  PERFORM 3010-WRITE-COLUMN-HEADER
                  MOVE 'N' TO WS-REQUEST-EOF-SWITCH
                  OPEN INPUT OVERRIDE-REQUEST-FILE
                  IF WS-REQUEST-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN OVRPEND, STATUS "
                          WS-REQUEST-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 2100-SELECT-REQUEST
                      UNTIL WS-REQUEST-EOF
                  CLOSE OVERRIDE-REQUEST-FILE
                  IF WS-SECTION-LINES = 0
                      MOVE "  NONE" TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF.

              2100-SELECT-REQUEST.
                  READ OVERRIDE-REQUEST-FILE
                      AT END
                          SET WS-REQUEST-EOF TO TRUE
                      NOT AT END
                          PERFORM 2200-CHECK-REQUEST
                  END-READ.

              *> the overall tallies are taken on the pending pass,
              *> which sees every record once like the other two
              2200-CHECK-REQUEST.
                  MOVE SPACES TO WS-LINE-NOTE
                  EVALUATE TRUE
                      WHEN WS-SECTION-APPROVED
                          IF OR-APPROVED
                                  AND OR-DECISION-DATE = WS-REPORT-DATE
                              ADD 1 TO WS-APPROVED-COUNT
                              MOVE OR-DECIDED-BY TO WS-DECIDER-DISPLAY
                              PERFORM 2400-WRITE-REQUEST-LINE
                          END-IF
                      WHEN WS-SECTION-REJECTED
                          IF OR-REJECTED
                                  AND OR-DECISION-DATE = WS-REPORT-DATE
                              ADD 1 TO WS-REJECTED-COUNT
                              MOVE OR-DECIDED-BY TO WS-DECIDER-DISPLAY
                              *> a maker may withdraw their own
                              *> request - say so, it is not a check
                              IF OR-DECIDED-BY = OR-ENTERED-BY
                                  MOVE "WITHDRAWN" TO WS-LINE-NOTE
                              END-IF
                              PERFORM 2400-WRITE-REQUEST-LINE
                          END-IF
                      WHEN OTHER
                          ADD 1 TO WS-REQUESTS-READ
                          IF OR-PENDING
                              ADD 1 TO WS-PENDING-COUNT
                              PERFORM 2300-AGE-PENDING-REQUEST
                          END-IF
                  END-EVALUATE.

              2300-AGE-PENDING-REQUEST.
                  MOVE FUNCTION INTEGER-OF-DATE(OR-ENTRY-DATE)
                      TO WS-ENTRY-INTEGER
                  COMPUTE WS-REQUEST-AGE-DAYS
                      = WS-REPORT-DATE-INTEGER - WS-ENTRY-INTEGER
                  IF WS-REQUEST-AGE-DAYS < 0
                      MOVE 0 TO WS-REQUEST-AGE-DAYS
                  END-IF
                  IF WS-REQUEST-AGE-DAYS > WS-THRESHOLD-DAYS
                      ADD 1 TO WS-OVERDUE-COUNT
                      MOVE WS-REQUEST-AGE-DAYS TO WS-AGE-DISPLAY
                      MOVE WS-AGE-DISPLAY TO WS-DECIDER-DISPLAY
                      PERFORM 2400-WRITE-REQUEST-LINE
                  END-IF.

              2400-WRITE-REQUEST-LINE.
                  ADD 1 TO WS-SECTION-LINES
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING OR-GM-KEY " "
                          SUBVAR-1 OF OR-OLD-DETAIL " "
                          SUBVAR-1 OF OR-NEW-DETAIL " "
                          SUBVAR-2 OF OR-OLD-DETAIL " "
                          SUBVAR-2 OF OR-NEW-DETAIL " "
                          OR-ENTRY-DATE " "
                          OR-ENTERED-BY " "
                          WS-DECIDER-DISPLAY " "
                          OR-EFF-DATE "-"
                          OR-EXP-DATE " "
                          WS-LINE-NOTE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              3000-WRITE-REPORT-HEADINGS.
                  MOVE 0 TO WS-LINE-COUNT
                  PERFORM 3005-WRITE-PAGE-BANNER.

              3005-WRITE-PAGE-BANNER.
                  ADD 1 TO WS-PAGE-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "OVERRIDE APPROVALS REPORT" " REPORT DATE: "
                          WS-RUN-DATE-REPORT " PAGE: " WS-PAGE-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3010-WRITE-COLUMN-HEADER.
                  *> columns line up with the line built in 2400 -
                  *> key X(10), subvar-1 pair, subvar-2 pair, entry
                  *> date, maker, then the checker (or the age in
                  *> days on the pending section) and the window
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-SECTION-OVERDUE
                      STRING "KEY        OLD NEW OLD-NAME        "
                              "NEW-NAME        ENTERED  MAKER    "
                              "AGE      WINDOW"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  ELSE
                      STRING "KEY        OLD NEW OLD-NAME        "
                              "NEW-NAME        ENTERED  MAKER    "
                              "CHECKER  WINDOW"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE ALL "-" TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE.

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
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "REQUESTS ON FILE " WS-REQUESTS-READ
                          " - APPROVED " WS-APPROVED-COUNT
                          " REJECTED " WS-REJECTED-COUNT
                          " ON REPORT DATE, PENDING "
                          WS-PENDING-COUNT
                          " OF WHICH " WS-OVERDUE-COUNT
                          " PAST THRESHOLD"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-OVERDUE-COUNT > 0
                      MOVE "** OVERRIDES AWAITING APPROVAL TOO LONG"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  CLOSE REPORT-FILE
                  DISPLAY "OVERRIDE APPROVALS - APPROVED "
                      WS-APPROVED-COUNT
                      " REJECTED " WS-REJECTED-COUNT
                      " PENDING " WS-PENDING-COUNT
                      " PAST THRESHOLD " WS-OVERDUE-COUNT.
