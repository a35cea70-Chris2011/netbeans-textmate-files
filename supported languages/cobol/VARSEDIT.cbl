                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HISTORY-STATUS.

                *> a notice for every name or address change this
                *> session makes - opened EXTEND onto the day's change
                *> log beside the history it is taken from
                SELECT CHANGE-NOTICE-FILE
                    ASSIGN TO "CHGOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-CHGLOG-STATUS.

                *> operator security file - the sign-on at session
                *> start is looked up here, and the authority level
                *> on the matching record decides what the session
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-OPERATOR-STATUS.

                *> override requests awaiting a second operator - the
                *> DATA-SCREEN no longer rewrites the master with an
                *> override, it files a request here, and the approval
                *> queue is where a different operator applies it.
                *> keyed by master key plus entry moment, so every
                *> request a key has had reads back in entry order
                SELECT OVERRIDE-REQUEST-FILE
                    ASSIGN TO "OVRPEND"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS OR-KEY
                    FILE STATUS IS WS-REQUEST-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD GROUPVAR-MASTER
                  RECORDING MODE IS F.
              COPY MSTRHIST.

              *> notice layout shared with VARS, VARSBAT, VARSRCV
              *> and the VARSCHG daily step via CHGNOTE.cpy
              FD CHANGE-NOTICE-FILE
                  RECORDING MODE IS F.
              COPY CHGNOTE.

              *> operator layout shared with VARSFIX via OPERREC.cpy
              *> so the two sign-ons can't drift apart
              FD OPERATOR-FILE
                  RECORDING MODE IS F.
              COPY OPERREC.

              *> request layout shared with VARSBAT, VARS, and the
              *> VARSOVRR report via OVRREQ.cpy
              FD OVERRIDE-REQUEST-FILE
                  RECORDING MODE IS F.
              COPY OVRREQ.

              WORKING-STORAGE SECTION.
              01 WS-MASTER-STATUS PIC X(2).
              01 WS-HISTORY-STATUS PIC X(2).
              *> the record image as the approval review read it,
              *> held so the history record can show what the
              *> approved override replaced
              01 WS-HISTORY-BEFORE PIC X(140) VALUE SPACES.
              01 WS-CHGLOG-STATUS PIC X(2).
              *> the signed-on operator - who made the change
              01 WS-NOTICE-OPERATOR PIC X(8) VALUE SPACES.
              01 WS-NOTICES-WRITTEN PIC 9(7) VALUE 0.

              *> sign-on control - three tries at the sign-on screen,
              *> then the session ends without the master ever being
                *> 'B' in the key field opens the browse facility -
                *> no real key is a single letter, so nothing is lost
                88 WS-BROWSE-REQUESTED VALUE 'B'.
                *> 'A' opens the override approval queue the same way
                88 WS-APPROVAL-REQUESTED VALUE 'A'.
                *> 'H' opens billing-hold maintenance the same way
                88 WS-HOLD-REQUESTED VALUE 'H'.
              01 WS-CONTINUE-SWITCH PIC X(1) VALUE 'Y'.
                88 WS-CONTINUE-EDITING VALUE 'Y'.
              01 WS-RECORD-FOUND-SWITCH PIC X(1) VALUE 'N'.
                    10 WS-BP-START-KIND PIC X(1).
                        88 WS-BP-INCLUSIVE VALUE 'I'.

              *> override requests - a DATA-SCREEN override is filed
              *> as a pending request, and only one may be pending per
              *> key, so a second correction waits for the first to
              *> be decided instead of racing it to the master
              01 WS-REQUEST-STATUS PIC X(2).
              01 WS-REQUEST-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-REQUEST-EOF VALUE 'Y'.
              01 WS-PENDING-FOUND-SWITCH PIC X(1) VALUE 'N'.
                88 WS-PENDING-FOUND VALUE 'Y'.
              01 WS-PENDING-CHECK-KEY PIC X(10) VALUE SPACES.
              01 WS-REQUEST-TIMESTAMP PIC X(21) VALUE SPACES.

              *> approval queue - pending requests a page at a time in
              *> key order, and the review of the one selected. the
              *> checker must be a different operator from the maker;
              *> a window past the standard limit needs a supervisor
              *> checker, whoever the maker was
              01 WS-QUEUE-ACTIVE-SWITCH PIC X(1) VALUE 'N'.
                88 WS-QUEUE-ACTIVE VALUE 'Y'.
              01 WS-QUEUE-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-QUEUE-EOF VALUE 'Y'.
              01 WS-QUEUE-START-KEY PIC X(26) VALUE LOW-VALUES.
              01 WS-QUEUE-START-KIND PIC X(1) VALUE 'I'.
                88 WS-QUEUE-START-INCLUSIVE VALUE 'I'.
              01 WS-QUEUE-ROWS-SHOWN PIC 9(2) VALUE 0.
              01 WS-QUEUE-ROW-NO PIC 9(2) VALUE 0.
              01 WS-QUEUE-COMMAND PIC X(2) VALUE SPACES.
              01 WS-QUEUE-SELECT PIC 9(2) VALUE 0.
              01 WS-QUEUE-MESSAGE PIC X(40) VALUE SPACES.
              01 WS-QUEUE-KEYS.
                05 WS-QUEUE-ROW-KEY OCCURS 10 TIMES PIC X(26).
              *> flat rows redefined as a table, as the browse list is
              01 WS-QUEUE-PAGE-AREA.
                05 WS-QUEUE-ROW-01 PIC X(40).
                05 WS-QUEUE-ROW-02 PIC X(40).
                05 WS-QUEUE-ROW-03 PIC X(40).
                05 WS-QUEUE-ROW-04 PIC X(40).
                05 WS-QUEUE-ROW-05 PIC X(40).
                05 WS-QUEUE-ROW-06 PIC X(40).
                05 WS-QUEUE-ROW-07 PIC X(40).
                05 WS-QUEUE-ROW-08 PIC X(40).
                05 WS-QUEUE-ROW-09 PIC X(40).
                05 WS-QUEUE-ROW-10 PIC X(40).
              01 WS-QUEUE-PAGE-TABLE REDEFINES WS-QUEUE-PAGE-AREA.
                05 WS-QUEUE-ROW-DISPLAY OCCURS 10 TIMES PIC X(40).
              01 WS-APPROVAL-DECISION PIC X(1) VALUE SPACE.
                88 WS-DECISION-APPROVE VALUE 'A'.
                88 WS-DECISION-REJECT VALUE 'R'.
              01 WS-APPROVAL-MESSAGE PIC X(40) VALUE SPACES.
              01 WS-APPROVAL-MASTER-SWITCH PIC X(1) VALUE 'N'.
                88 WS-APPROVAL-MASTER-FOUND VALUE 'Y'.

              *> billing hold - set, changed, or released straight on
              *> the master: a hold stops billing rather than changing
              *> a billed value, and every row it diverts comes back
              *> as a re-bill once it is released, so it needs no
              *> second operator. a hold always carries a reason and
              *> a review date; a blank review date defaults to the
              *> standard review period, the same default VARSBAT
              *> applies
              01 WS-HOLD-REVIEW-DAYS PIC 9(3) VALUE 30.
              01 WS-HOLD-KEY PIC X(10) VALUE SPACES.
              01 WS-HOLD-MESSAGE PIC X(40) VALUE SPACES.
              01 WS-HOLD-ENTRY-MESSAGE PIC X(40) VALUE SPACES.
              01 WS-HOLD-STATUS-DISPLAY PIC X(12) VALUE SPACES.
              01 WS-HOLD-ACTION PIC X(1) VALUE SPACE.
                88 WS-HOLD-SET VALUE 'S'.
                88 WS-HOLD-RELEASE VALUE 'R'.
              01 WS-HOLD-NEW-REASON PIC X(4) VALUE SPACES.
              01 WS-HOLD-NEW-REVIEW PIC 9(8) VALUE 0.
              01 WS-HOLD-RESULT PIC X(40) VALUE SPACES.

              SCREEN SECTION.
              01 SIGNON-SCREEN.
                05 BLANK SCREEN.
              01 KEY-SCREEN.
                05 BLANK SCREEN.
                05 LINE 1 COLUMN 1
                    VALUE "GROUP-VAR MAINTENANCE - KEY, B=BROWSE, A=APPROVE, H=HOLD, BLANK=EXIT".
                05 LINE 3 COLUMN 1 VALUE "RECORD KEY:".
                05 LINE 3 COLUMN 13 PIC X(10) USING WS-KEY-ENTRY.
                05 LINE 5 COLUMN 1 PIC X(40) FROM WS-ERROR-MESSAGE.
                05 LINE 14 COLUMN 44 PIC X(2) USING WS-BROWSE-COMMAND.
                05 LINE 15 COLUMN 1 PIC X(40) FROM WS-BROWSE-MESSAGE.

              01 APPROVAL-LIST-SCREEN.
                05 BLANK SCREEN.
                05 LINE 1 COLUMN 1 VALUE "OVERRIDES AWAITING APPROVAL".
                *> columns line up with the rows built in
                *> 4250-FETCH-QUEUE-ROW - row number, key, SUBVAR-1
                *> before and as requested, maker, entry date
                05 LINE 2 COLUMN 1 VALUE "NO KEY        OLD NEW ENTERED  ON".
                05 LINE 3 COLUMN 1 PIC X(40) FROM WS-QUEUE-ROW-01.
                05 LINE 4 COLUMN 1 PIC X(40) FROM WS-QUEUE-ROW-02.
                05 LINE 5 COLUMN 1 PIC X(40) FROM WS-QUEUE-ROW-03.
                05 LINE 6 COLUMN 1 PIC X(40) FROM WS-QUEUE-ROW-04.
                05 LINE 7 COLUMN 1 PIC X(40) FROM WS-QUEUE-ROW-05.
                05 LINE 8 COLUMN 1 PIC X(40) FROM WS-QUEUE-ROW-06.
                05 LINE 9 COLUMN 1 PIC X(40) FROM WS-QUEUE-ROW-07.
                05 LINE 10 COLUMN 1 PIC X(40) FROM WS-QUEUE-ROW-08.
                05 LINE 11 COLUMN 1 PIC X(40) FROM WS-QUEUE-ROW-09.
                05 LINE 12 COLUMN 1 PIC X(40) FROM WS-QUEUE-ROW-10.
                05 LINE 14 COLUMN 1
                    VALUE "COMMAND (F=FWD T=TOP NO=REVIEW BLANK=EXIT):".
                05 LINE 14 COLUMN 46 PIC X(2) USING WS-QUEUE-COMMAND.
                05 LINE 15 COLUMN 1 PIC X(40) FROM WS-QUEUE-MESSAGE.

              *> the whole request - every value before and as
              *> requested, the window, and who entered it - so the
              *> checker decides on what will actually be billed
              01 APPROVAL-SCREEN.
                05 BLANK SCREEN.
                05 LINE 1 COLUMN 1 VALUE "OVERRIDE APPROVAL".
                05 LINE 2 COLUMN 1 VALUE "RECORD KEY:".
                05 LINE 2 COLUMN 13 PIC X(10) FROM OR-GM-KEY.
                05 LINE 3 COLUMN 1 VALUE "ENTERED BY:".
                05 LINE 3 COLUMN 13 PIC X(8) FROM OR-ENTERED-BY.
                05 LINE 3 COLUMN 22 VALUE "ON".
                05 LINE 3 COLUMN 25 PIC 9(8) FROM OR-ENTRY-DATE.
                05 LINE 3 COLUMN 34 VALUE "VIA".
                05 LINE 3 COLUMN 38 PIC X(8) FROM OR-ENTRY-PROGRAM.
                05 LINE 5 COLUMN 13 VALUE "OLD".
                05 LINE 5 COLUMN 30 VALUE "NEW".
                05 LINE 6 COLUMN 1 VALUE "SUBVAR-1 :".
                05 LINE 6 COLUMN 13 PIC 9(3)
                    FROM SUBVAR-1 OF OR-OLD-DETAIL.
                05 LINE 6 COLUMN 30 PIC 9(3)
                    FROM SUBVAR-1 OF OR-NEW-DETAIL.
                05 LINE 7 COLUMN 1 VALUE "SUBVAR-2 :".
                05 LINE 7 COLUMN 13 PIC X(15)
                    FROM SUBVAR-2 OF OR-OLD-DETAIL.
                05 LINE 7 COLUMN 30 PIC X(15)
                    FROM SUBVAR-2 OF OR-NEW-DETAIL.
                05 LINE 8 COLUMN 1 VALUE "SUBVAR-3 :".
                05 LINE 8 COLUMN 13 PIC X(15)
                    FROM SUBVAR-3 OF OR-OLD-DETAIL.
                05 LINE 8 COLUMN 30 PIC X(15)
                    FROM SUBVAR-3 OF OR-NEW-DETAIL.
                05 LINE 9 COLUMN 1 VALUE "SUBVAR-4 :".
                05 LINE 9 COLUMN 13 PIC X(15)
                    FROM SUBVAR-4 OF OR-OLD-DETAIL.
                05 LINE 9 COLUMN 30 PIC X(15)
                    FROM SUBVAR-4 OF OR-NEW-DETAIL.
                05 LINE 10 COLUMN 1 VALUE "OVR WINDOW:".
                05 LINE 10 COLUMN 13 PIC 9(8) FROM OR-EFF-DATE.
                05 LINE 10 COLUMN 22 VALUE "TO".
                05 LINE 10 COLUMN 25 PIC 9(8) FROM OR-EXP-DATE.
                05 LINE 12 COLUMN 1
                    VALUE "DECISION (A=APPROVE R=REJECT BLANK=BACK):".
                05 LINE 12 COLUMN 43 PIC X(1) USING WS-APPROVAL-DECISION.
                05 LINE 13 COLUMN 1 PIC X(40) FROM WS-APPROVAL-MESSAGE.

              01 HOLD-KEY-SCREEN.
                05 BLANK SCREEN.
                05 LINE 1 COLUMN 1
                    VALUE "BILLING HOLD - KEY, BLANK TO EXIT".
                05 LINE 3 COLUMN 1 VALUE "RECORD KEY:".
                05 LINE 3 COLUMN 13 PIC X(10) USING WS-HOLD-KEY.
                05 LINE 5 COLUMN 1 PIC X(40) FROM WS-HOLD-MESSAGE.

              *> the hold as it stands, then the change - a set on
              *> an account already on hold changes its reason or
              *> review date and keeps the date it went on hold
              01 HOLD-SCREEN.
                05 BLANK SCREEN.
                05 LINE 1 COLUMN 1 VALUE "BILLING HOLD".
                05 LINE 2 COLUMN 1 VALUE "RECORD KEY:".
                05 LINE 2 COLUMN 13 PIC X(10) FROM GM-KEY.
                05 LINE 3 COLUMN 1 VALUE "STATUS    :".
                05 LINE 3 COLUMN 13 PIC X(12) FROM WS-HOLD-STATUS-DISPLAY.
                05 LINE 4 COLUMN 1 VALUE "REASON    :".
                05 LINE 4 COLUMN 13 PIC X(4) FROM GM-HOLD-REASON.
                05 LINE 5 COLUMN 1 VALUE "HELD SINCE:".
                05 LINE 5 COLUMN 13 PIC 9(8) FROM GM-HOLD-DATE.
                05 LINE 6 COLUMN 1 VALUE "REVIEW BY :".
                05 LINE 6 COLUMN 13 PIC 9(8) FROM GM-HOLD-REVIEW-DATE.
                05 LINE 7 COLUMN 1 VALUE "OPERATOR  :".
                05 LINE 7 COLUMN 13 PIC X(8) FROM GM-HOLD-OPERATOR.
                05 LINE 9 COLUMN 1 VALUE "ACTION    :".
                05 LINE 9 COLUMN 13 PIC X(1) USING WS-HOLD-ACTION.
                05 LINE 9 COLUMN 25
                    VALUE "(S=SET/CHANGE R=RELEASE BLANK=BACK)".
                05 LINE 10 COLUMN 1 VALUE "NEW REASON:".
                05 LINE 10 COLUMN 13 PIC X(4) USING WS-HOLD-NEW-REASON.
                05 LINE 11 COLUMN 1 VALUE "NEW REVIEW:".
                05 LINE 11 COLUMN 13 PIC 9(8) USING WS-HOLD-NEW-REVIEW.
                05 LINE 11 COLUMN 25 VALUE "(YYYYMMDD, 0 = TODAY + 30)".
                05 LINE 13 COLUMN 1 PIC X(40) FROM WS-HOLD-ENTRY-MESSAGE.

            PROCEDURE DIVISION.
              0000-MAIN-PROCESS.
                  PERFORM 1000-INITIALIZE
                      DISPLAY "** UNABLE TO OPEN HISTOUT, STATUS "
                          WS-HISTORY-STATUS
                      MOVE 'N' TO WS-CONTINUE-SWITCH
                  END-IF
                  *> nor without the change log - a name or address
                  *> change nobody is told about is no better
                  OPEN EXTEND CHANGE-NOTICE-FILE
                  IF WS-CHGLOG-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN CHGOUT, STATUS "
                          WS-CHGLOG-STATUS
                      MOVE 'N' TO WS-CONTINUE-SWITCH
                  END-IF
                  *> no request file, no overrides - neither side of
                  *> the approval can work without it
                  OPEN I-O OVERRIDE-REQUEST-FILE
                  IF WS-REQUEST-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN OVRPEND, STATUS "
                          WS-REQUEST-STATUS
                      MOVE 'N' TO WS-CONTINUE-SWITCH
                  END-IF.

              *> three tries at the sign-on screen, each verified

              2200-READ-RECORD.
                  MOVE 'N' TO WS-RECORD-FOUND-SWITCH
                  EVALUATE TRUE
                      WHEN WS-BROWSE-REQUESTED
                          *> browse runs its own screens and edits from
                          *> the list; back here the key loop just
                          *> reprompts, so the operator lands on the key
                          *> screen again when the browse ends
                          PERFORM 3000-BROWSE-MASTER
                      WHEN WS-APPROVAL-REQUESTED
                          *> the approval queue ends the same way
                          PERFORM 4000-APPROVAL-QUEUE
                      WHEN WS-HOLD-REQUESTED
                          *> and so does hold maintenance
                          PERFORM 5000-HOLD-MAINTENANCE
                      WHEN OTHER
                          PERFORM 2250-FETCH-MASTER-RECORD
                  END-EVALUATE.

              2250-FETCH-MASTER-RECORD.
                  MOVE WS-KEY-ENTRY TO GM-KEY
                          DISPLAY WS-ERROR-MESSAGE
                      NOT INVALID KEY
                          SET WS-RECORD-FOUND TO TRUE
                          MOVE SUBVAR-1 OF GM-DETAIL-AREA
                              TO SUBVAR-1 OF GROUP-VAR
                          MOVE SUBVAR-2 OF GM-DETAIL-AREA
                  *> via DATEVAL.cpy so the date gates can't drift
                  COPY DATEVAL.

              *> an override is filed as a pending request, not
              *> written to the master - until a second operator
              *> approves it on the queue, VARS goes on billing the
              *> feed values. the window is resolved here under the
              *> maker's authority, so the checker sees exactly the
              *> window that will be applied
              2500-QUEUE-OVERRIDE-REQUEST.
                  IF WS-OVERRIDE-EFF-DATE = 0
                      MOVE WS-RUN-DATE-YYYYMMDD
                          TO WS-OVERRIDE-EFF-DATE
                      MOVE WS-OVERRIDE-EFF-DATE
                          TO WS-OVERRIDE-EXP-DATE
                  END-IF
                  MOVE SPACES TO OVERRIDE-REQUEST-RECORD
                  MOVE GM-KEY TO OR-GM-KEY
                  MOVE FUNCTION CURRENT-DATE TO WS-REQUEST-TIMESTAMP
                  MOVE WS-REQUEST-TIMESTAMP (1 : 16) TO OR-ENTRY-STAMP
                  SET OR-PENDING TO TRUE
                  MOVE GROUP-VAR TO OR-NEW-DETAIL
                  MOVE GM-DETAIL-AREA TO OR-OLD-DETAIL
                  MOVE WS-OVERRIDE-EFF-DATE TO OR-EFF-DATE
                  MOVE WS-OVERRIDE-EXP-DATE TO OR-EXP-DATE
                  MOVE WS-OPERATOR-ID TO OR-ENTERED-BY
                  MOVE "VARSEDIT" TO OR-ENTRY-PROGRAM
                  MOVE WS-RUN-DATE-YYYYMMDD TO OR-ENTRY-DATE
                  MOVE 0 TO OR-DECISION-DATE
                  WRITE OVERRIDE-REQUEST-RECORD
                      INVALID KEY
                          DISPLAY "** ERROR FILING REQUEST, STATUS "
                              WS-REQUEST-STATUS
                      NOT INVALID KEY
                          DISPLAY "RECORD " WS-KEY-ENTRY
                              " OVERRIDE AWAITING APPROVAL"
                  END-WRITE.

              *> every rewrite leaves its trace - the image 4500 read
              *> next to the image just written, so VARSHSTR can
              *> answer what this session changed on a key and when
              2550-WRITE-MASTER-HISTORY.
                  MOVE GM-KEY TO MH-KEY
                  MOVE WS-RUN-DATE-YYYYMMDD TO MH-CHANGE-DATE
                  MOVE "VARSEDIT" TO MH-PROGRAM-NAME
                  MOVE FUNCTION CURRENT-DATE TO MH-TIMESTAMP
                  MOVE WS-HISTORY-BEFORE TO MH-BEFORE-IMAGE
                  MOVE GROUPVAR-MASTER-RECORD TO MH-AFTER-IMAGE
                  MOVE WS-OPERATOR-ID TO WS-NOTICE-OPERATOR
                  *> the notices read the history record as built -
                  *> once written, the record area is not ours
                  PERFORM 2560-WRITE-CHANGE-NOTICES
                  WRITE MASTER-HISTORY-RECORD.

              *> a name or address the rewrite changed goes on the
              *> day's change log, taken from the history record as built
              2560-WRITE-CHANGE-NOTICES.
                  COPY CHGEMIT.

              *> the edit cycle over a record 2250 has already read
              *> and unpacked - reached from the key prompt and from
              *> a browse-list selection alike
                          " SUBVAR-1 " SUBVAR-1 OF GROUP-VAR
                          " SUBVAR-2 " SUBVAR-2 OF GROUP-VAR
                  ELSE
                      *> one pending request per key - the earlier
                      *> one must be approved or rejected first
                      MOVE WS-KEY-ENTRY TO WS-PENDING-CHECK-KEY
                      PERFORM 2660-FIND-PENDING-REQUEST
                      IF WS-PENDING-FOUND
                          MOVE "** OVERRIDE ALREADY AWAITING APPROVAL"
                              TO WS-ERROR-MESSAGE
                          DISPLAY WS-ERROR-MESSAGE
                          DISPLAY "KEY " WS-KEY-ENTRY
                              " ENTERED BY " OR-ENTERED-BY
                              " ON " OR-ENTRY-DATE
                      ELSE
                          PERFORM 2650-EDIT-AUTHORIZED-RECORD
                      END-IF
                  END-IF.

              2650-EDIT-AUTHORIZED-RECORD.
                  PERFORM 2300-PROMPT-FOR-FIELDS
                      THRU 2400-VALIDATE-FIELDS
                      UNTIL NOT WS-VALIDATION-ERROR
                  PERFORM 2500-QUEUE-OVERRIDE-REQUEST.

              *> every request a key has had sits together under its
              *> key prefix - walk them for one still pending, and
              *> leave it in the record area when one is found
              2660-FIND-PENDING-REQUEST.
                  MOVE 'N' TO WS-PENDING-FOUND-SWITCH
                  MOVE 'N' TO WS-REQUEST-EOF-SWITCH
                  MOVE WS-PENDING-CHECK-KEY TO OR-GM-KEY
                  MOVE LOW-VALUES TO OR-ENTRY-STAMP
                  START OVERRIDE-REQUEST-FILE
                      KEY NOT < OR-KEY
                      INVALID KEY
                          SET WS-REQUEST-EOF TO TRUE
                  END-START
                  PERFORM 2670-READ-KEY-REQUEST
                      UNTIL WS-REQUEST-EOF OR WS-PENDING-FOUND.

              2670-READ-KEY-REQUEST.
                  READ OVERRIDE-REQUEST-FILE NEXT RECORD
                      AT END
                          SET WS-REQUEST-EOF TO TRUE
                      NOT AT END
                          IF OR-GM-KEY NOT = WS-PENDING-CHECK-KEY
                              SET WS-REQUEST-EOF TO TRUE
                          ELSE
                              IF OR-PENDING
                                  SET WS-PENDING-FOUND TO TRUE
                              END-IF
                          END-IF
                  END-READ.

              3000-BROWSE-MASTER.
                  MOVE SPACES TO WS-BROWSE-START-KEY
                      MOVE "INVALID COMMAND" TO WS-BROWSE-MESSAGE
                  END-IF.

              *> the checker side - inquiry authority may look at the
              *> master but may not pass anyone's override onto it
              4000-APPROVAL-QUEUE.
                  IF WS-AUTH-INQUIRY
                      MOVE "** INQUIRY AUTHORITY - APPROVAL REFUSED"
                          TO WS-ERROR-MESSAGE
                  ELSE
                      MOVE SPACES TO WS-QUEUE-MESSAGE
                      MOVE LOW-VALUES TO WS-QUEUE-START-KEY
                      MOVE 'I' TO WS-QUEUE-START-KIND
                      SET WS-QUEUE-ACTIVE TO TRUE
                      PERFORM 4100-SHOW-QUEUE-PAGE
                          UNTIL NOT WS-QUEUE-ACTIVE
                      MOVE SPACES TO WS-ERROR-MESSAGE
                  END-IF
                  MOVE 'N' TO WS-RECORD-FOUND-SWITCH.

              4100-SHOW-QUEUE-PAGE.
                  PERFORM 4200-BUILD-QUEUE-PAGE
                  MOVE SPACES TO WS-QUEUE-COMMAND
                  DISPLAY APPROVAL-LIST-SCREEN
                  ACCEPT APPROVAL-LIST-SCREEN
                  MOVE SPACES TO WS-QUEUE-MESSAGE
                  EVALUATE TRUE
                      WHEN WS-QUEUE-COMMAND = SPACES
                          MOVE 'N' TO WS-QUEUE-ACTIVE-SWITCH
                      WHEN WS-QUEUE-COMMAND = "F "
                          PERFORM 4310-QUEUE-FORWARD
                      WHEN WS-QUEUE-COMMAND = "T "
                          MOVE LOW-VALUES TO WS-QUEUE-START-KEY
                          MOVE 'I' TO WS-QUEUE-START-KIND
                      WHEN OTHER
                          PERFORM 4400-SELECT-QUEUE-ROW
                  END-EVALUATE.

              *> decided requests stay on file for the report, so
              *> the walk skips everything not still pending
              4200-BUILD-QUEUE-PAGE.
                  MOVE SPACES TO WS-QUEUE-PAGE-AREA
                  MOVE SPACES TO WS-QUEUE-KEYS
                  MOVE 0 TO WS-QUEUE-ROWS-SHOWN
                  MOVE 'N' TO WS-QUEUE-EOF-SWITCH
                  MOVE WS-QUEUE-START-KEY TO OR-KEY
                  IF WS-QUEUE-START-INCLUSIVE
                      START OVERRIDE-REQUEST-FILE
                          KEY NOT < OR-KEY
                          INVALID KEY
                              SET WS-QUEUE-EOF TO TRUE
                      END-START
                  ELSE
                      START OVERRIDE-REQUEST-FILE
                          KEY > OR-KEY
                          INVALID KEY
                              SET WS-QUEUE-EOF TO TRUE
                      END-START
                  END-IF
                  PERFORM 4250-FETCH-QUEUE-ROW
                      UNTIL WS-QUEUE-EOF
                          OR WS-QUEUE-ROWS-SHOWN >= 10
                  IF WS-QUEUE-EOF
                          AND WS-QUEUE-MESSAGE = SPACES
                      MOVE "END OF QUEUE REACHED" TO WS-QUEUE-MESSAGE
                  END-IF.

              4250-FETCH-QUEUE-ROW.
                  READ OVERRIDE-REQUEST-FILE NEXT RECORD
                      AT END
                          SET WS-QUEUE-EOF TO TRUE
                      NOT AT END
                          IF OR-PENDING
                              ADD 1 TO WS-QUEUE-ROWS-SHOWN
                              MOVE WS-QUEUE-ROWS-SHOWN
                                  TO WS-QUEUE-ROW-NO
                              MOVE OR-KEY TO WS-QUEUE-ROW-KEY
                                  (WS-QUEUE-ROWS-SHOWN)
                              STRING WS-QUEUE-ROW-NO " "
                                      OR-GM-KEY " "
                                      SUBVAR-1 OF OR-OLD-DETAIL " "
                                      SUBVAR-1 OF OR-NEW-DETAIL " "
                                      OR-ENTERED-BY " "
                                      OR-ENTRY-DATE
                                  DELIMITED BY SIZE
                                  INTO WS-QUEUE-ROW-DISPLAY
                                      (WS-QUEUE-ROWS-SHOWN)
                              END-STRING
                          END-IF
                  END-READ.

              *> the request file reads forward only, and the queue
              *> is short by design - forward and back-to-top are
              *> all the paging it needs
              4310-QUEUE-FORWARD.
                  IF WS-QUEUE-EOF OR WS-QUEUE-ROWS-SHOWN = 0
                      MOVE "ALREADY AT END OF QUEUE"
                          TO WS-QUEUE-MESSAGE
                  ELSE
                      MOVE WS-QUEUE-ROW-KEY (WS-QUEUE-ROWS-SHOWN)
                          TO WS-QUEUE-START-KEY
                      MOVE 'X' TO WS-QUEUE-START-KIND
                  END-IF.

              4400-SELECT-QUEUE-ROW.
                  MOVE 0 TO WS-QUEUE-SELECT
                  EVALUATE TRUE
                      WHEN WS-QUEUE-COMMAND IS NUMERIC
                          MOVE WS-QUEUE-COMMAND TO WS-QUEUE-SELECT
                      WHEN WS-QUEUE-COMMAND (1 : 1) IS NUMERIC
                              AND WS-QUEUE-COMMAND (2 : 1) = SPACE
                          MOVE WS-QUEUE-COMMAND (1 : 1)
                              TO WS-QUEUE-SELECT
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
                  IF WS-QUEUE-SELECT >= 1
                          AND WS-QUEUE-SELECT <= WS-QUEUE-ROWS-SHOWN
                      *> reread - another checker may have decided
                      *> it since this page was built
                      MOVE WS-QUEUE-ROW-KEY (WS-QUEUE-SELECT)
                          TO OR-KEY
                      READ OVERRIDE-REQUEST-FILE
                          INVALID KEY
                              MOVE "** REQUEST NO LONGER ON FILE"
                                  TO WS-QUEUE-MESSAGE
                          NOT INVALID KEY
                              IF OR-PENDING
                                  PERFORM 4500-REVIEW-REQUEST
                              ELSE
                                  MOVE "** REQUEST ALREADY DECIDED"
                                      TO WS-QUEUE-MESSAGE
                              END-IF
                      END-READ
                  ELSE
                      MOVE "INVALID COMMAND" TO WS-QUEUE-MESSAGE
                  END-IF.

              *> the master is read as it stands now - that image is
              *> the history record's before image if the override
              *> is applied, and a master that has moved since the
              *> request was entered is pointed out to the checker
              4500-REVIEW-REQUEST.
                  MOVE SPACES TO WS-APPROVAL-MESSAGE
                  MOVE SPACE TO WS-APPROVAL-DECISION
                  MOVE 'N' TO WS-APPROVAL-MASTER-SWITCH
                  MOVE OR-GM-KEY TO GM-KEY
                  READ GROUPVAR-MASTER
                      INVALID KEY
                          MOVE "** KEY NO LONGER ON MASTER"
                              TO WS-APPROVAL-MESSAGE
                      NOT INVALID KEY
                          SET WS-APPROVAL-MASTER-FOUND TO TRUE
                          MOVE GROUPVAR-MASTER-RECORD
                              TO WS-HISTORY-BEFORE
                          IF GM-DETAIL-AREA NOT = OR-OLD-DETAIL
                              MOVE "NOTE: MASTER CHANGED SINCE ENTRY"
                                  TO WS-APPROVAL-MESSAGE
                          END-IF
                  END-READ
                  DISPLAY APPROVAL-SCREEN
                  ACCEPT APPROVAL-SCREEN
                  EVALUATE TRUE
                      WHEN WS-DECISION-APPROVE
                          PERFORM 4600-APPROVE-REQUEST
                      WHEN WS-DECISION-REJECT
                          PERFORM 4800-REJECT-REQUEST
                      WHEN OTHER
                          MOVE "NO DECISION TAKEN" TO WS-QUEUE-MESSAGE
                  END-EVALUATE.

              *> the checks that make this a second pair of eyes -
              *> not the maker, and a long window only past a
              *> supervisor. a window already over, or a key since
              *> archived, has nothing left to approve
              4600-APPROVE-REQUEST.
                  MOVE FUNCTION INTEGER-OF-DATE (OR-EFF-DATE)
                      TO WS-WINDOW-EFF-INTEGER
                  MOVE FUNCTION INTEGER-OF-DATE (OR-EXP-DATE)
                      TO WS-WINDOW-EXP-INTEGER
                  COMPUTE WS-WINDOW-DAYS
                      = WS-WINDOW-EXP-INTEGER
                          - WS-WINDOW-EFF-INTEGER + 1
                  EVALUATE TRUE
                      WHEN OR-ENTERED-BY = WS-OPERATOR-ID
                          MOVE "** MAKER CANNOT APPROVE OWN OVERRIDE"
                              TO WS-QUEUE-MESSAGE
                      WHEN NOT WS-APPROVAL-MASTER-FOUND
                          MOVE "** KEY NO LONGER ON MASTER - REJECT IT"
                              TO WS-QUEUE-MESSAGE
                      WHEN OR-EXP-DATE < WS-RUN-DATE-YYYYMMDD
                          MOVE "** WINDOW ALREADY LAPSED - REJECT IT"
                              TO WS-QUEUE-MESSAGE
                      WHEN WS-WINDOW-DAYS > WS-MAX-OVERRIDE-DAYS
                              AND NOT WS-AUTH-SUPERVISOR
                          MOVE "** WINDOW OVER LIMIT - SUPV TO APPROVE"
                              TO WS-QUEUE-MESSAGE
                      WHEN OTHER
                          PERFORM 4700-APPLY-APPROVED-OVERRIDE
                  END-EVALUATE.

              *> the master gets the override exactly as the maker
              *> entered it, under the maker's name - the approver's
              *> name goes on the request, so the pair is on file
              4700-APPLY-APPROVED-OVERRIDE.
                  MOVE OR-NEW-DETAIL TO GM-DETAIL-AREA
                  MOVE OR-EFF-DATE TO GM-OVERRIDE-EFF-DATE
                  MOVE OR-EXP-DATE TO GM-OVERRIDE-EXP-DATE
                  SET GM-OVERRIDDEN TO TRUE
                  MOVE OR-ENTERED-BY TO GM-UPDATE-OPERATOR
                  REWRITE GROUPVAR-MASTER-RECORD
                      INVALID KEY
                          MOVE "** ERROR WRITING MASTER - NOT APPLIED"
                              TO WS-QUEUE-MESSAGE
                          DISPLAY "** ERROR WRITING RECORD, STATUS "
                              WS-MASTER-STATUS
                      NOT INVALID KEY
                          PERFORM 2550-WRITE-MASTER-HISTORY
                          SET OR-APPROVED TO TRUE
                          PERFORM 4900-RECORD-DECISION
                          IF WS-QUEUE-MESSAGE = SPACES
                              MOVE "OVERRIDE APPROVED AND APPLIED"
                                  TO WS-QUEUE-MESSAGE
                          END-IF
                  END-REWRITE.

              *> nothing reaches the master. the maker may withdraw
              *> their own request this way - only approval needs
              *> the second operator
              4800-REJECT-REQUEST.
                  SET OR-REJECTED TO TRUE
                  PERFORM 4900-RECORD-DECISION
                  IF WS-QUEUE-MESSAGE = SPACES
                      MOVE "OVERRIDE REJECTED" TO WS-QUEUE-MESSAGE
                  END-IF.

              4900-RECORD-DECISION.
                  MOVE WS-OPERATOR-ID TO OR-DECIDED-BY
                  MOVE WS-RUN-DATE-YYYYMMDD TO OR-DECISION-DATE
                  REWRITE OVERRIDE-REQUEST-RECORD
                      INVALID KEY
                          MOVE "** ERROR RECORDING DECISION"
                              TO WS-QUEUE-MESSAGE
                          DISPLAY "** ERROR WRITING OVRPEND, STATUS "
                              WS-REQUEST-STATUS
                  END-REWRITE.

              *> inquiry authority may look at a master but not stop
              *> or restart its billing - refused before any key is
              *> asked for. otherwise one key after another until a
              *> blank key ends it
              5000-HOLD-MAINTENANCE.
                  IF WS-AUTH-INQUIRY
                      MOVE "** INQUIRY AUTHORITY - HOLD REFUSED"
                          TO WS-ERROR-MESSAGE
                      DISPLAY WS-ERROR-MESSAGE
                  ELSE
                      MOVE SPACES TO WS-HOLD-MESSAGE
                      PERFORM 5050-PROMPT-HOLD-KEY
                      PERFORM 5100-MAINTAIN-HOLD
                          UNTIL WS-HOLD-KEY = SPACES
                  END-IF.

              5050-PROMPT-HOLD-KEY.
                  MOVE SPACES TO WS-HOLD-KEY
                  DISPLAY HOLD-KEY-SCREEN
                  ACCEPT HOLD-KEY-SCREEN.

              *> the image as read is the history record's before
              *> image if the hold changes
              5100-MAINTAIN-HOLD.
                  MOVE WS-HOLD-KEY TO GM-KEY
                  READ GROUPVAR-MASTER
                      INVALID KEY
                          MOVE "** RECORD NOT FOUND" TO WS-HOLD-MESSAGE
                      NOT INVALID KEY
                          MOVE GROUPVAR-MASTER-RECORD
                              TO WS-HISTORY-BEFORE
                          PERFORM 5200-EDIT-HOLD
                  END-READ
                  PERFORM 5050-PROMPT-HOLD-KEY.

              *> the entry fields start from the hold as it stands,
              *> so a change of review date alone is one field
              5200-EDIT-HOLD.
                  MOVE SPACE TO WS-HOLD-ACTION
                  MOVE SPACES TO WS-HOLD-ENTRY-MESSAGE
                  IF GM-ON-HOLD
                      MOVE "ON HOLD" TO WS-HOLD-STATUS-DISPLAY
                      MOVE GM-HOLD-REASON TO WS-HOLD-NEW-REASON
                      MOVE GM-HOLD-REVIEW-DATE TO WS-HOLD-NEW-REVIEW
                  ELSE
                      MOVE "NOT ON HOLD" TO WS-HOLD-STATUS-DISPLAY
                      MOVE SPACES TO WS-HOLD-NEW-REASON
                      MOVE 0 TO WS-HOLD-NEW-REVIEW
                  END-IF
                  PERFORM 5300-PROMPT-HOLD-FIELDS
                  PERFORM 5400-VALIDATE-HOLD-FIELDS
                  PERFORM 5300-PROMPT-HOLD-FIELDS
                      THRU 5400-VALIDATE-HOLD-FIELDS
                      UNTIL NOT WS-VALIDATION-ERROR
                  EVALUATE TRUE
                      WHEN WS-HOLD-SET
                          PERFORM 5500-SET-HOLD
                      WHEN WS-HOLD-RELEASE
                          PERFORM 5600-RELEASE-HOLD
                      WHEN OTHER
                          MOVE "NO HOLD CHANGE MADE" TO WS-HOLD-MESSAGE
                  END-EVALUATE.

              5300-PROMPT-HOLD-FIELDS.
                  DISPLAY HOLD-SCREEN
                  ACCEPT HOLD-SCREEN.

              5400-VALIDATE-HOLD-FIELDS.
                  MOVE 'N' TO WS-VALIDATION-ERROR-SWITCH
                  MOVE SPACES TO WS-HOLD-ENTRY-MESSAGE
                  EVALUATE TRUE
                      WHEN WS-HOLD-ACTION = SPACE
                          CONTINUE
                      WHEN WS-HOLD-RELEASE
                          IF NOT GM-ON-HOLD
                              SET WS-VALIDATION-ERROR TO TRUE
                              MOVE "** ACCOUNT IS NOT ON HOLD"
                                  TO WS-HOLD-ENTRY-MESSAGE
                          END-IF
                      WHEN WS-HOLD-SET
                          PERFORM 5450-EDIT-HOLD-SET
                      WHEN OTHER
                          SET WS-VALIDATION-ERROR TO TRUE
                          MOVE "** ACTION MUST BE S, R, OR BLANK"
                              TO WS-HOLD-ENTRY-MESSAGE
                  END-EVALUATE.

              *> a hold nobody can explain, or one with no date to be
              *> looked at again, is exactly the hold that sits for a
              *> year - both are required. the review date has to be
              *> a real date no earlier than today
              5450-EDIT-HOLD-SET.
                  IF WS-HOLD-NEW-REASON = SPACES
                      SET WS-VALIDATION-ERROR TO TRUE
                      MOVE "** HOLD REASON REQUIRED"
                          TO WS-HOLD-ENTRY-MESSAGE
                  ELSE
                      IF WS-HOLD-NEW-REVIEW = 0
                          COMPUTE WS-HOLD-NEW-REVIEW =
                              FUNCTION DATE-OF-INTEGER
                                  (FUNCTION INTEGER-OF-DATE
                                      (WS-RUN-DATE-YYYYMMDD)
                                  + WS-HOLD-REVIEW-DAYS)
                      ELSE
                          MOVE WS-HOLD-NEW-REVIEW TO WS-EDIT-DATE
                          PERFORM 2480-EDIT-CALENDAR-DATE
                          IF NOT WS-DATE-VALID
                              SET WS-VALIDATION-ERROR TO TRUE
                              MOVE "** REVIEW DATE NOT A REAL DATE"
                                  TO WS-HOLD-ENTRY-MESSAGE
                          ELSE
                              IF WS-HOLD-NEW-REVIEW
                                      < WS-RUN-DATE-YYYYMMDD
                                  SET WS-VALIDATION-ERROR TO TRUE
                                  MOVE "** REVIEW DATE BEFORE TODAY"
                                      TO WS-HOLD-ENTRY-MESSAGE
                              END-IF
                          END-IF
                      END-IF
                  END-IF.

              *> the hold date is set only when the hold goes on - a
              *> change of reason or review date leaves it alone, so
              *> the dispute ages from the day billing stopped
              5500-SET-HOLD.
                  IF NOT GM-ON-HOLD
                      MOVE WS-RUN-DATE-YYYYMMDD TO GM-HOLD-DATE
                      MOVE "BILLING HOLD SET" TO WS-HOLD-RESULT
                  ELSE
                      MOVE "BILLING HOLD CHANGED" TO WS-HOLD-RESULT
                  END-IF
                  SET GM-ON-HOLD TO TRUE
                  MOVE WS-HOLD-NEW-REASON TO GM-HOLD-REASON
                  MOVE WS-HOLD-NEW-REVIEW TO GM-HOLD-REVIEW-DATE
                  MOVE WS-OPERATOR-ID TO GM-HOLD-OPERATOR
                  PERFORM 5700-REWRITE-HOLD-MASTER.

              *> the releasing operator stays on the record - VARSHLD
              *> stamps that name on the re-bill rows it feeds back
              5600-RELEASE-HOLD.
                  MOVE 'N' TO GM-HOLD-SWITCH
                  MOVE SPACES TO GM-HOLD-REASON
                  MOVE ZEROES TO GM-HOLD-DATE
                  MOVE ZEROES TO GM-HOLD-REVIEW-DATE
                  MOVE WS-OPERATOR-ID TO GM-HOLD-OPERATOR
                  MOVE "BILLING HOLD RELEASED" TO WS-HOLD-RESULT
                  PERFORM 5700-REWRITE-HOLD-MASTER.

              5700-REWRITE-HOLD-MASTER.
                  REWRITE GROUPVAR-MASTER-RECORD
                      INVALID KEY
                          MOVE "** ERROR WRITING MASTER - NOT CHANGED"
                              TO WS-HOLD-MESSAGE
                          DISPLAY "** ERROR WRITING RECORD, STATUS "
                              WS-MASTER-STATUS
                      NOT INVALID KEY
                          PERFORM 2550-WRITE-MASTER-HISTORY
                          MOVE WS-HOLD-RESULT TO WS-HOLD-MESSAGE
                  END-REWRITE.

              8000-FINALIZE.
                  CLOSE GROUPVAR-MASTER
                  CLOSE HISTORY-FILE
                  CLOSE CHANGE-NOTICE-FILE
                  CLOSE OVERRIDE-REQUEST-FILE.
