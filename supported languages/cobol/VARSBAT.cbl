            *> window-length limit that only supervisor authority
            *> may exceed. Every transaction carries the operator it
            *> runs as; the ID is verified against the same security
            *> file the interactive sign-ons use, and every master
            *> write leaves its history record. An override is not
            *> written to the master here at all: like one entered
            *> on the DATA-SCREEN it is filed as a pending request,
            *> under the transaction's operator, for a second
            *> operator to approve on the VARSEDIT approval queue.
            *> A billing hold is set ('H') or released ('L') here
            *> under the same rules as VARSEDIT hold maintenance -
            *> a reason and a real review date, no earlier than
            *> today, or the standard review period when the card
            *> leaves the date blank.
            *> Applied, pending, and rejected transactions print with
            *> reasons; any rejection ends the run RC=4 so the day
            *> sheet shows there is still correcting to do.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> one 83-byte transaction per record - action, key,
                *> replacement values (or, for a hold, its reason and
                *> review date), override window, operator
                SELECT TRANSACTION-FILE
                    ASSIGN TO "TRANIN"
                    ORGANIZATION IS SEQUENTIAL
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HISTORY-STATUS.

                *> a notice for every name or address change - appended
                *> to the day's change log like VARSEDIT does
                SELECT CHANGE-NOTICE-FILE
                    ASSIGN TO "CHGOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-CHGLOG-STATUS.

                *> override requests awaiting a second operator -
                *> the same KSDS the DATA-SCREEN files into
                SELECT OVERRIDE-REQUEST-FILE
                    ASSIGN TO "OVRPEND"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS OR-KEY
                    FILE STATUS IS WS-REQUEST-STATUS.

                SELECT REPORT-FILE
                    ASSIGN TO "RPTOUT"
                    ORGANIZATION IS SEQUENTIAL
                    88 MT-UPDATE VALUE 'U'.
                    88 MT-OVERRIDE VALUE 'O'.
                    88 MT-REMOVE-OVERRIDE VALUE 'R'.
                    88 MT-SET-HOLD VALUE 'H'.
                    88 MT-RELEASE-HOLD VALUE 'L'.
                05 MT-KEY PIC X(10).
                05 MT-VALUE-AREA.
                    10 MT-SUBVAR-1 PIC 9(3).
                    10 MT-SUBVAR-2 PIC X(15).
                    10 MT-SUBVAR-3 PIC X(15).
                    10 MT-SUBVAR-4 PIC X(15).
                *> a hold card carries no values - its reason and
                *> review date sit where SUBVAR-1/2 would
                05 MT-HOLD-AREA REDEFINES MT-VALUE-AREA.
                    10 MT-HOLD-REASON PIC X(4).
                    10 MT-HOLD-REVIEW-DATE PIC 9(8).
                    10 FILLER PIC X(36).
                05 MT-OVR-EFF-DATE PIC 9(8).
                05 MT-OVR-EXP-DATE PIC 9(8).
                05 MT-OPERATOR PIC X(8).
                  RECORDING MODE IS F.
              COPY MSTRHIST.

              *> one record per name or address change - layout
              *> shared via CHGNOTE.cpy
              FD CHANGE-NOTICE-FILE
                  RECORDING MODE IS F.
              COPY CHGNOTE.

              *> request layout shared with VARSEDIT via OVRREQ.cpy
              FD OVERRIDE-REQUEST-FILE
                  RECORDING MODE IS F.
              COPY OVRREQ.

              FD REPORT-FILE
                  RECORDING MODE IS F.
              01 REPORT-LINE PIC X(132).
              01 WS-MASTER-STATUS PIC X(2).
              01 WS-OPERATOR-STATUS PIC X(2).
              01 WS-HISTORY-STATUS PIC X(2).
              01 WS-CHGLOG-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).
              01 WS-REQUEST-STATUS PIC X(2).
              01 WS-TRANSACTION-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-TRANSACTION-EOF VALUE 'Y'.
              01 WS-OPERATOR-EOF-SWITCH PIC X(1) VALUE 'N'.
              01 WS-RECORD-FOUND-SWITCH PIC X(1) VALUE 'N'.
                88 WS-RECORD-FOUND VALUE 'Y'.
              01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
              01 WS-HISTORY-BEFORE PIC X(140) VALUE SPACES.
              *> the transaction's operator - who made the change
              01 WS-NOTICE-OPERATOR PIC X(8) VALUE SPACES.
              01 WS-NOTICES-WRITTEN PIC 9(7) VALUE 0.

              *> one pending request per key, as on the DATA-SCREEN
              01 WS-REQUEST-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-REQUEST-EOF VALUE 'Y'.
              01 WS-PENDING-FOUND-SWITCH PIC X(1) VALUE 'N'.
                88 WS-PENDING-FOUND VALUE 'Y'.
              01 WS-REQUEST-TIMESTAMP PIC X(21) VALUE SPACES.

              *> override window rules - the same one-day default
              *> and supervisor-only length limit the DATA-SCREEN
              01 WS-WINDOW-EXP-INTEGER PIC 9(7) VALUE 0.
              01 WS-WINDOW-DAYS PIC S9(7) VALUE 0.

              *> billing hold rules - the same standard review
              *> period VARSEDIT defaults a blank review date to
              01 WS-HOLD-REVIEW-DAYS PIC 9(3) VALUE 30.
              01 WS-HOLD-REVIEW-DATE PIC 9(8) VALUE 0.

              *> calendar-date edit work area - shared layout the
              *> DATEVAL.cpy fragment requires. a batch card can
              *> carry any digits at all where the screen would

              01 WS-TRANSACTIONS-READ PIC 9(7) VALUE 0.
              01 WS-TRANSACTIONS-APPLIED PIC 9(7) VALUE 0.
              01 WS-TRANSACTIONS-PENDING PIC 9(7) VALUE 0.
              01 WS-TRANSACTIONS-REJECTED PIC 9(7) VALUE 0.

              *> report page/line control - same shape VARS uses
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN EXTEND CHANGE-NOTICE-FILE
                  IF WS-CHGLOG-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN CHGOUT, STATUS "
                          WS-CHGLOG-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN I-O OVERRIDE-REQUEST-FILE
                  IF WS-REQUEST-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN OVRPEND, STATUS "
                          WS-REQUEST-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN OUTPUT REPORT-FILE
                  IF WS-REPORT-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN RPTOUT, STATUS "
                              PERFORM 2400-APPLY-VALUE-CHANGE
                          WHEN MT-REMOVE-OVERRIDE
                              PERFORM 2600-REMOVE-OVERRIDE
                          WHEN MT-SET-HOLD
                              PERFORM 2800-SET-BILLING-HOLD
                          WHEN MT-RELEASE-HOLD
                              PERFORM 2900-RELEASE-BILLING-HOLD
                          WHEN OTHER
                              MOVE "INVALID ACTION CODE"
                                  TO WS-REJECT-REASON
                      END-EVALUATE
                  END-IF
                  EVALUATE TRUE
                      WHEN WS-REJECT-REASON NOT = SPACES
                          ADD 1 TO WS-TRANSACTIONS-REJECTED
                          PERFORM 4200-WRITE-REJECTED-LINE
                      WHEN MT-OVERRIDE
                          ADD 1 TO WS-TRANSACTIONS-PENDING
                          PERFORM 4150-WRITE-PENDING-LINE
                      WHEN OTHER
                          ADD 1 TO WS-TRANSACTIONS-APPLIED
                          PERFORM 4100-WRITE-APPLIED-LINE
                  END-EVALUATE
                  PERFORM 2100-READ-TRANSACTION-FILE.

              2100-READ-TRANSACTION-FILE.
              *> difference is only whether the result suppresses
              *> the feed (override, inside its window) or just
              *> restates the master (update, which the next feed
              *> refresh may overwrite again). an update to a key
              *> whose override is live would change what that
              *> override bills with nobody checking it - the
              *> values under a live override only change through
              *> another approved override
              2400-APPLY-VALUE-CHANGE.
                  *> the DATA-SCREEN's PIC 9(3) field cannot accept
                  *> garbage; a batch card can - and non-numeric
                  *> data in the master's SUBVAR-1 would blow up
                  *> the nightly run's totals. GVVALID only covers
                  *> SUBVAR-2/3/4, so the numeric gate is here
                  EVALUATE TRUE
                      WHEN MT-SUBVAR-1 IS NOT NUMERIC
                          MOVE "SUBVAR-1 NOT NUMERIC"
                              TO WS-REJECT-REASON
                      WHEN MT-UPDATE AND GM-OVERRIDDEN
                          MOVE "LIVE OVERRIDE - UPDATE REFUSED"
                              TO WS-REJECT-REASON
                      WHEN OTHER
                          PERFORM 2420-EDIT-AND-APPLY-VALUES
                  END-EVALUATE.

              2420-EDIT-AND-APPLY-VALUES.
                  MOVE MT-SUBVAR-1 TO SUBVAR-1 OF GROUP-VAR
                      END-IF
                  END-IF
                  IF WS-REJECT-REASON = SPACES
                      IF MT-OVERRIDE
                          PERFORM 2560-FILE-OVERRIDE-REQUEST
                      ELSE
                          PERFORM 2550-REWRITE-MASTER
                      END-IF
                  END-IF.

              2450-VALIDATE-GROUP-VAR.
                      TO SUBVAR-3 OF GM-DETAIL-AREA
                  MOVE SUBVAR-4 OF GROUP-VAR
                      TO SUBVAR-4 OF GM-DETAIL-AREA
                  REWRITE GROUPVAR-MASTER-RECORD
                      INVALID KEY
                          MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                          PERFORM 2700-WRITE-MASTER-HISTORY
                  END-REWRITE.

              *> the override goes to the request file exactly as
              *> the DATA-SCREEN files one - window resolved and
              *> edited under the transaction operator's authority,
              *> the master's current values kept beside the new
              *> ones. the master is not touched, so no history yet;
              *> the approval writes it
              2560-FILE-OVERRIDE-REQUEST.
                  PERFORM 2570-FIND-PENDING-REQUEST
                  IF WS-PENDING-FOUND
                      MOVE "OVERRIDE ALREADY AWAITING APPROVAL"
                          TO WS-REJECT-REASON
                  ELSE
                      MOVE SPACES TO OVERRIDE-REQUEST-RECORD
                      MOVE GM-KEY TO OR-GM-KEY
                      MOVE FUNCTION CURRENT-DATE
                          TO WS-REQUEST-TIMESTAMP
                      MOVE WS-REQUEST-TIMESTAMP (1 : 16)
                          TO OR-ENTRY-STAMP
                      SET OR-PENDING TO TRUE
                      MOVE GROUP-VAR TO OR-NEW-DETAIL
                      MOVE GM-DETAIL-AREA TO OR-OLD-DETAIL
                      MOVE WS-OVERRIDE-EFF-DATE TO OR-EFF-DATE
                      MOVE WS-OVERRIDE-EXP-DATE TO OR-EXP-DATE
                      MOVE MT-OPERATOR TO OR-ENTERED-BY
                      MOVE "VARSBAT" TO OR-ENTRY-PROGRAM
                      MOVE WS-RUN-DATE-YYYYMMDD TO OR-ENTRY-DATE
                      MOVE 0 TO OR-DECISION-DATE
                      WRITE OVERRIDE-REQUEST-RECORD
                          INVALID KEY
                              MOVE "REQUEST WRITE FAILED"
                                  TO WS-REJECT-REASON
                      END-WRITE
                  END-IF.

              *> every request a key has had sits together under its
              *> key prefix - walk them for one still pending
              2570-FIND-PENDING-REQUEST.
                  MOVE 'N' TO WS-PENDING-FOUND-SWITCH
                  MOVE 'N' TO WS-REQUEST-EOF-SWITCH
                  MOVE GM-KEY TO OR-GM-KEY
                  MOVE LOW-VALUES TO OR-ENTRY-STAMP
                  START OVERRIDE-REQUEST-FILE
                      KEY NOT < OR-KEY
                      INVALID KEY
                          SET WS-REQUEST-EOF TO TRUE
                  END-START
                  PERFORM 2580-READ-KEY-REQUEST
                      UNTIL WS-REQUEST-EOF OR WS-PENDING-FOUND.

              2580-READ-KEY-REQUEST.
                  READ OVERRIDE-REQUEST-FILE NEXT RECORD
                      AT END
                          SET WS-REQUEST-EOF TO TRUE
                      NOT AT END
                          IF OR-GM-KEY NOT = GM-KEY
                              SET WS-REQUEST-EOF TO TRUE
                          ELSE
                              IF OR-PENDING
                                  SET WS-PENDING-FOUND TO TRUE
                              END-IF
                          END-IF
                  END-READ.

              *> the key goes back to the feed - flag, window, and
              *> the operator stamp that signed for the override all
              *> clear together, the way the lapse path in VARS does
                  MOVE GM-KEY TO MH-KEY
                  MOVE WS-RUN-DATE-YYYYMMDD TO MH-CHANGE-DATE
                  MOVE "VARSBAT" TO MH-PROGRAM-NAME
                  MOVE FUNCTION CURRENT-DATE TO MH-TIMESTAMP
                  MOVE WS-HISTORY-BEFORE TO MH-BEFORE-IMAGE
                  MOVE GROUPVAR-MASTER-RECORD TO MH-AFTER-IMAGE
                  MOVE MT-OPERATOR TO WS-NOTICE-OPERATOR
                  *> the notices read the history record as built -
                  *> once written, the record area is not ours
                  PERFORM 2710-WRITE-CHANGE-NOTICES
                  WRITE MASTER-HISTORY-RECORD.

              *> a name or address the write changed goes on the
              *> day's change log, taken from the history record as built
              2710-WRITE-CHANGE-NOTICES.
                  COPY CHGEMIT.

              *> the hold date is set only when the hold goes on - a
              *> card that changes the reason or review date of a
              *> hold already on leaves it alone, so the dispute
              *> ages from the day billing stopped. the review date
              *> is gated as a real date first, the same way 2500
              *> gates the override window
              2800-SET-BILLING-HOLD.
                  EVALUATE TRUE
                      WHEN MT-HOLD-REASON = SPACES
                          MOVE "HOLD REASON REQUIRED"
                              TO WS-REJECT-REASON
                      WHEN MT-HOLD-REVIEW-DATE IS NOT NUMERIC
                          MOVE "REVIEW DATE NOT NUMERIC"
                              TO WS-REJECT-REASON
                      WHEN OTHER
                          PERFORM 2810-RESOLVE-REVIEW-DATE
                  END-EVALUATE
                  IF WS-REJECT-REASON = SPACES
                      IF NOT GM-ON-HOLD
                          MOVE WS-RUN-DATE-YYYYMMDD TO GM-HOLD-DATE
                      END-IF
                      SET GM-ON-HOLD TO TRUE
                      MOVE MT-HOLD-REASON TO GM-HOLD-REASON
                      MOVE WS-HOLD-REVIEW-DATE TO GM-HOLD-REVIEW-DATE
                      MOVE MT-OPERATOR TO GM-HOLD-OPERATOR
                      PERFORM 2950-REWRITE-HOLD-MASTER
                  END-IF.

              2810-RESOLVE-REVIEW-DATE.
                  IF MT-HOLD-REVIEW-DATE = 0
                      COMPUTE WS-HOLD-REVIEW-DATE =
                          FUNCTION DATE-OF-INTEGER
                              (FUNCTION INTEGER-OF-DATE
                                  (WS-RUN-DATE-YYYYMMDD)
                              + WS-HOLD-REVIEW-DAYS)
                  ELSE
                      MOVE MT-HOLD-REVIEW-DATE TO WS-HOLD-REVIEW-DATE
                      MOVE WS-HOLD-REVIEW-DATE TO WS-EDIT-DATE
                      PERFORM 2530-EDIT-CALENDAR-DATE
                      IF NOT WS-DATE-VALID
                          MOVE "REVIEW DATE NOT A REAL DATE"
                              TO WS-REJECT-REASON
                      ELSE
                          IF WS-HOLD-REVIEW-DATE < WS-RUN-DATE-YYYYMMDD
                              MOVE "REVIEW DATE BEFORE TODAY"
                                  TO WS-REJECT-REASON
                          END-IF
                      END-IF
                  END-IF.

              *> the releasing operator stays on the record - VARSHLD
              *> stamps that name on the re-bill rows it feeds back
              2900-RELEASE-BILLING-HOLD.
                  IF NOT GM-ON-HOLD
                      MOVE "ACCOUNT NOT ON HOLD" TO WS-REJECT-REASON
                  ELSE
                      MOVE 'N' TO GM-HOLD-SWITCH
                      MOVE SPACES TO GM-HOLD-REASON
                      MOVE ZEROES TO GM-HOLD-DATE
                      MOVE ZEROES TO GM-HOLD-REVIEW-DATE
                      MOVE MT-OPERATOR TO GM-HOLD-OPERATOR
                      PERFORM 2950-REWRITE-HOLD-MASTER
                  END-IF.

              2950-REWRITE-HOLD-MASTER.
                  REWRITE GROUPVAR-MASTER-RECORD
                      INVALID KEY
                          MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                      NOT INVALID KEY
                          PERFORM 2700-WRITE-MASTER-HISTORY
                  END-REWRITE.

              3000-WRITE-REPORT-HEADINGS.
                  MOVE 0 TO WS-LINE-COUNT
                  PERFORM 3005-WRITE-PAGE-BANNER.
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              4150-WRITE-PENDING-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "PENDING  "
                          MT-ACTION " "
                          MT-KEY " "
                          MT-OPERATOR " "
                          "AWAITING APPROVAL"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              4200-WRITE-REJECTED-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "REJECTED "
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "TRANSACTIONS READ " WS-TRANSACTIONS-READ
                          " APPLIED " WS-TRANSACTIONS-APPLIED
                          " PENDING " WS-TRANSACTIONS-PENDING
                          " REJECTED " WS-TRANSACTIONS-REJECTED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "NAME/ADDRESS CHANGE NOTICES WRITTEN "
                          WS-NOTICES-WRITTEN
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-TRANSACTIONS-REJECTED > 0
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  CLOSE TRANSACTION-FILE
                  CLOSE GROUPVAR-MASTER
                  CLOSE HISTORY-FILE
                  CLOSE CHANGE-NOTICE-FILE
                  CLOSE OVERRIDE-REQUEST-FILE
                  CLOSE REPORT-FILE
                  DISPLAY "MASS MAINTENANCE - READ "
                      WS-TRANSACTIONS-READ
                      " APPLIED " WS-TRANSACTIONS-APPLIED
                      " PENDING " WS-TRANSACTIONS-PENDING
                      " REJECTED " WS-TRANSACTIONS-REJECTED.
