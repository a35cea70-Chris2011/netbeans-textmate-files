IDENTIFICATION DIVISION.
            PROGRAM-ID. VARSDUP.

            *> duplicate-charge screen between VARS and VARSREL. Two
            *> source systems now feed the same day, catch-up runs
            *> can replay a day, and nothing downstream of VARS ever
            *> compared one batch's rows against another's - the same
            *> account could reach billing twice for the same feed
            *> date and the first anyone heard was a customer call.
            *> Before the release, every row of the day's staged
            *> extract (STAGEIN) is checked on key plus feed date
            *> against three things: the released BILLEXTR
            *> generations that can carry the same feed date - both
            *> sources and the VARSDUPJ sessions (RELIN, concatenated
            *> in the JCL), the other source's staged extract for the
            *> same date (PEERIN), and the rows of this same batch
            *> already passed. A row that matches any of them is a
            *> confirmed duplicate - it is held out of the release
            *> in the DUPHOLD queue (HOLDOUT) instead of passing to
            *> the screened extract (CLEANOUT) VARSREL releases, and
            *> the pair prints with both sides' source, amount, and
            *> re-bill flag. Nothing held reaches billing until an
            *> operator releases it through VARSDUPR. Whichever
            *> batch stages first keeps the row - the later one finds
            *> it in PEERIN - so the GV1/GV2 order of the day never
            *> matters. Any held row ends the step RC=4.
            *> Credit rows (flag C) are not charges and have no
            *> duplicate to find - VARS already proved each against
            *> the billing history - so they pass straight through,
            *> counted with the rows but totalled apart from the
            *> charge amounts, and are never loaded for matching.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> this batch's staged extract, exactly as VARS wrote it
                SELECT STAGING-FILE
                    ASSIGN TO "STAGEIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-STAGING-STATUS.

                *> the other source's staged extract for the same
                *> feed date - empty when that batch has not run yet
                SELECT PEER-STAGING-FILE
                    ASSIGN TO "PEERIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-PEER-STATUS.

                *> recent released generations, trailers and all
                SELECT RELEASED-FILE
                    ASSIGN TO "RELIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-RELEASED-STATUS.

                *> the rows that passed - what VARSREL releases
                SELECT SCREENED-FILE
                    ASSIGN TO "CLEANOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-SCREENED-STATUS.

                SELECT HELD-DUPLICATE-FILE
                    ASSIGN TO "HOLDOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HELD-STATUS.

                SELECT REPORT-FILE
                    ASSIGN TO "RPTOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-REPORT-STATUS.

                *> one record proving staged = passed + held, so
                *> VARSBAL can still tie VARS to VARSREL with this
                *> step between them
                SELECT RUN-CONTROL-FILE
                    ASSIGN TO "CTLOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-RUNCTL-STATUS.

            DATA DIVISION.
              FILE SECTION.
              *> layout shared with VARS/VARSREL via BILLREC.cpy so
              *> the screen compares exactly what gets released
              FD STAGING-FILE
                  RECORDING MODE IS F.
              COPY BILLREC.

              FD PEER-STAGING-FILE
                  RECORDING MODE IS F.
              01 PEER-STAGING-RECORD.
                05 FILLER PIC X(48).
                05 PS-KEY PIC X(10).
                05 PS-FEED-DATE PIC 9(8).
                05 PS-REBILL-FLAG PIC X(1).
                05 PS-SOURCE-SYSTEM PIC X(3).
              01 PEER-STAGING-AMOUNT-VIEW.
                05 PS-ACCOUNT-TOTAL PIC 9(3).
                05 FILLER PIC X(67).

              *> same 70-byte shape with the TRL trailer VARSREL
              *> closes each generation with - trailers are skipped
              FD RELEASED-FILE
                  RECORDING MODE IS F.
              01 RELEASED-RECORD.
                05 RL-ACCOUNT-TOTAL PIC 9(3).
                05 FILLER PIC X(45).
                05 RL-KEY PIC X(10).
                05 RL-FEED-DATE PIC 9(8).
                05 RL-REBILL-FLAG PIC X(1).
                05 RL-SOURCE-SYSTEM PIC X(3).
              01 RELEASED-TRAILER-VIEW.
                05 RL-TRAILER-ID PIC X(3).
                    88 RL-IS-TRAILER VALUE 'TRL'.
                05 FILLER PIC X(67).

              FD SCREENED-FILE
                  RECORDING MODE IS F.
              01 SCREENED-RECORD PIC X(70).

              *> held-row layout shared with VARSDUPR via DUPREC.cpy
              FD HELD-DUPLICATE-FILE
                  RECORDING MODE IS F.
              COPY DUPREC.

              FD REPORT-FILE
                  RECORDING MODE IS F.
              01 REPORT-LINE PIC X(132).

              *> step run-control record - layout shared with the
              *> rest of the chain via RUNCTL.cpy
              FD RUN-CONTROL-FILE
                  RECORDING MODE IS F.
              COPY RUNCTL.

              WORKING-STORAGE SECTION.
              01 WS-STAGING-STATUS PIC X(2).
              01 WS-PEER-STATUS PIC X(2).
              01 WS-RELEASED-STATUS PIC X(2).
              01 WS-SCREENED-STATUS PIC X(2).
              01 WS-HELD-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).
              01 WS-RUNCTL-STATUS PIC X(2).
              01 WS-STAGING-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-STAGING-EOF VALUE 'Y'.
              01 WS-PEER-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-PEER-EOF VALUE 'Y'.
              01 WS-RELEASED-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-RELEASED-EOF VALUE 'Y'.

              *> feed date and source for the run-control record and
              *> the held rows - same 'sss,yyyymmdd' PARM VARSREL
              *> takes, so one PARM value serves both steps
              01 WS-PARM-SCAN-LENGTH PIC S9(4) COMP VALUE 0.
              01 WS-SCREEN-FEED-DATE PIC 9(8) VALUE 0.
              01 WS-SCREEN-SOURCE PIC X(3) VALUE SPACES.

              *> every row already bound for billing, held in storage
              *> the way VARSACK holds its extract - released rows
              *> and the peer batch are loaded up front, this batch's
              *> own rows are added as they pass so a repeat inside
              *> the batch is caught too. the origin says which of
              *> the three a match came from
              01 WS-SEEN-COUNT PIC 9(5) VALUE 0.
              01 WS-SEEN-OVERFLOW PIC 9(7) VALUE 0.
              01 WS-SEEN-TABLE.
                05 WS-SEEN-ENTRY OCCURS 5000 TIMES.
                    10 WS-SN-KEY PIC X(10).
                    10 WS-SN-FEED-DATE PIC 9(8).
                    10 WS-SN-SOURCE PIC X(3).
                    10 WS-SN-AMOUNT PIC 9(3).
                    10 WS-SN-REBILL-FLAG PIC X(1).
                    10 WS-SN-ORIGIN PIC X(1).
                        88 WS-SN-FROM-RELEASE VALUE 'R'.
                        88 WS-SN-FROM-PEER VALUE 'P'.
                        88 WS-SN-FROM-THIS-FEED VALUE 'S'.
              01 WS-SN-SUB PIC 9(5) VALUE 0.
              01 WS-MATCH-SUB PIC 9(5) VALUE 0.
              01 WS-MATCH-SWITCH PIC X(1) VALUE 'N'.
                88 WS-MATCH-FOUND VALUE 'Y'.

              01 WS-RELEASED-LOADED PIC 9(7) VALUE 0.
              01 WS-PEER-LOADED PIC 9(7) VALUE 0.
              01 WS-STAGED-COUNT PIC 9(7) VALUE 0.
              01 WS-STAGED-AMOUNT PIC 9(9) VALUE 0.
              01 WS-PASSED-COUNT PIC 9(7) VALUE 0.
              01 WS-PASSED-AMOUNT PIC 9(9) VALUE 0.
              01 WS-HELD-COUNT PIC 9(7) VALUE 0.
              01 WS-HELD-AMOUNT PIC 9(9) VALUE 0.
              01 WS-CREDIT-COUNT PIC 9(7) VALUE 0.
              01 WS-CREDIT-AMOUNT PIC 9(9) VALUE 0.
              01 WS-PASSED-NET PIC S9(9) VALUE 0.
              01 WS-PASSED-NET-EDIT PIC -9(9).

              *> report rendering of a pair - the re-bill flag shows
              *> as Y/N rather than a blank column
              01 WS-ORIGIN-TEXT PIC X(16) VALUE SPACES.
              01 WS-HELD-REBILL-SHOW PIC X(1) VALUE 'N'.
              01 WS-MATCH-REBILL-SHOW PIC X(1) VALUE 'N'.

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

              LINKAGE SECTION.
              *> EXEC card PARM, same shape VARSREL takes -
              *> 'sss,yyyymmdd', the batch source and feed date
              01 RUN-PARM.
                05 RUN-PARM-LENGTH PIC S9(4) COMP.
                05 RUN-PARM-TEXT PIC X(20).

            PROCEDURE DIVISION USING RUN-PARM.
              0000-MAIN-PROCESS.
                  PERFORM 1000-INITIALIZE
                  PERFORM 2000-SCREEN-STAGED-RECORD
                      UNTIL WS-STAGING-EOF
                  PERFORM 8000-FINALIZE
                  STOP RUN.

              1000-INITIALIZE.
                  ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
                  STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/"
                          WS-RUN-DATE-YYYY
                      DELIMITED BY SIZE INTO WS-RUN-DATE-REPORT
                  END-STRING
                  PERFORM 1010-PARSE-RUN-PARM
                  PERFORM 1100-LOAD-RELEASED-ROWS
                  PERFORM 1200-LOAD-PEER-ROWS
                  *> a table too small for what is already bound for
                  *> billing would pass the duplicates it dropped -
                  *> stop cold before a single row is screened, the
                  *> way VARSBAT refuses a partial operator table
                  IF WS-SEEN-OVERFLOW > 0
                      DISPLAY "** " WS-SEEN-OVERFLOW
                          " RELEASED/PEER ROWS BEYOND TABLE LIMIT"
                          " - ENLARGE WS-SEEN-TABLE"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN INPUT STAGING-FILE
                  IF WS-STAGING-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN STAGEIN, STATUS "
                          WS-STAGING-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN OUTPUT SCREENED-FILE
                  IF WS-SCREENED-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN CLEANOUT, STATUS "
                          WS-SCREENED-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN OUTPUT HELD-DUPLICATE-FILE
                  IF WS-HELD-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN HOLDOUT, STATUS "
                          WS-HELD-STATUS
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
                  PERFORM 1300-ECHO-SCREEN-BASIS
                  PERFORM 3010-WRITE-COLUMN-HEADER
                  PERFORM 2100-READ-STAGING-FILE.

              *> 'sss,yyyymmdd' - source in 1-3, feed date in 5-12.
              *> unlike VARSREL there is no first-row fallback: the
              *> held rows are stamped with this date and the queue
              *> is worked from it, so a missing PARM stops the step
              1010-PARSE-RUN-PARM.
                  MOVE RUN-PARM-LENGTH TO WS-PARM-SCAN-LENGTH
                  IF WS-PARM-SCAN-LENGTH >= 12
                          AND RUN-PARM-TEXT (5 : 8) IS NUMERIC
                      MOVE RUN-PARM-TEXT (1 : 3)
                          TO WS-SCREEN-SOURCE
                      MOVE RUN-PARM-TEXT (5 : 8)
                          TO WS-SCREEN-FEED-DATE
                  ELSE
                      DISPLAY "** PARM MUST BE SSS,YYYYMMDD"
                          " - SOURCE AND FEED DATE"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF.

              1100-LOAD-RELEASED-ROWS.
                  OPEN INPUT RELEASED-FILE
                  IF WS-RELEASED-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN RELIN, STATUS "
                          WS-RELEASED-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 1150-LOAD-RELEASED-RECORD
                      UNTIL WS-RELEASED-EOF
                  CLOSE RELEASED-FILE.

              1150-LOAD-RELEASED-RECORD.
                  READ RELEASED-FILE
                      AT END
                          SET WS-RELEASED-EOF TO TRUE
                      NOT AT END
                          IF NOT RL-IS-TRAILER
                                  AND RL-REBILL-FLAG NOT = 'C'
                              ADD 1 TO WS-RELEASED-LOADED
                              PERFORM 1160-ADD-RELEASED-ENTRY
                          END-IF
                  END-READ.

              1160-ADD-RELEASED-ENTRY.
                  IF WS-SEEN-COUNT < 5000
                      ADD 1 TO WS-SEEN-COUNT
                      MOVE RL-KEY TO WS-SN-KEY (WS-SEEN-COUNT)
                      MOVE RL-FEED-DATE
                          TO WS-SN-FEED-DATE (WS-SEEN-COUNT)
                      MOVE RL-SOURCE-SYSTEM
                          TO WS-SN-SOURCE (WS-SEEN-COUNT)
                      MOVE RL-ACCOUNT-TOTAL
                          TO WS-SN-AMOUNT (WS-SEEN-COUNT)
                      MOVE RL-REBILL-FLAG
                          TO WS-SN-REBILL-FLAG (WS-SEEN-COUNT)
                      SET WS-SN-FROM-RELEASE (WS-SEEN-COUNT) TO TRUE
                  ELSE
                      ADD 1 TO WS-SEEN-OVERFLOW
                  END-IF.

              1200-LOAD-PEER-ROWS.
                  OPEN INPUT PEER-STAGING-FILE
                  IF WS-PEER-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN PEERIN, STATUS "
                          WS-PEER-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 1250-LOAD-PEER-RECORD
                      UNTIL WS-PEER-EOF
                  CLOSE PEER-STAGING-FILE.

              1250-LOAD-PEER-RECORD.
                  READ PEER-STAGING-FILE
                      AT END
                          SET WS-PEER-EOF TO TRUE
                      NOT AT END
                          IF PS-REBILL-FLAG NOT = 'C'
                              ADD 1 TO WS-PEER-LOADED
                              PERFORM 1260-ADD-PEER-ENTRY
                          END-IF
                  END-READ.

              1260-ADD-PEER-ENTRY.
                  IF WS-SEEN-COUNT < 5000
                      ADD 1 TO WS-SEEN-COUNT
                      MOVE PS-KEY TO WS-SN-KEY (WS-SEEN-COUNT)
                      MOVE PS-FEED-DATE
                          TO WS-SN-FEED-DATE (WS-SEEN-COUNT)
                      MOVE PS-SOURCE-SYSTEM
                          TO WS-SN-SOURCE (WS-SEEN-COUNT)
                      MOVE PS-ACCOUNT-TOTAL
                          TO WS-SN-AMOUNT (WS-SEEN-COUNT)
                      MOVE PS-REBILL-FLAG
                          TO WS-SN-REBILL-FLAG (WS-SEEN-COUNT)
                      SET WS-SN-FROM-PEER (WS-SEEN-COUNT) TO TRUE
                  ELSE
                      ADD 1 TO WS-SEEN-OVERFLOW
                  END-IF.

              1300-ECHO-SCREEN-BASIS.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "SOURCE " WS-SCREEN-SOURCE
                          " FEED DATE " WS-SCREEN-FEED-DATE
                          " - SCREENED AGAINST " WS-RELEASED-LOADED
                          " RELEASED ROWS AND " WS-PEER-LOADED
                          " PEER STAGED ROWS"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE.

              2000-SCREEN-STAGED-RECORD.
                  ADD 1 TO WS-STAGED-COUNT
                  IF BE-CREDIT
                      PERFORM 2500-PASS-CREDIT-ROW
                  ELSE
                      ADD BE-ACCOUNT-TOTAL TO WS-STAGED-AMOUNT
                      PERFORM 2200-FIND-PRIOR-COPY
                      IF WS-MATCH-FOUND
                          PERFORM 2400-HOLD-DUPLICATE
                      ELSE
                          PERFORM 2300-PASS-STAGED-RECORD
                      END-IF
                  END-IF
                  PERFORM 2100-READ-STAGING-FILE.

              2100-READ-STAGING-FILE.
                  READ STAGING-FILE
                      AT END
                          SET WS-STAGING-EOF TO TRUE
                  END-READ.

              *> key plus feed date is the identity of a charge -
              *> the first copy found is the one reported, and the
              *> load order puts released rows ahead of staged ones
              2200-FIND-PRIOR-COPY.
                  MOVE 'N' TO WS-MATCH-SWITCH
                  MOVE 0 TO WS-MATCH-SUB
                  PERFORM 2250-MATCH-SEEN-ENTRY
                      VARYING WS-SN-SUB FROM 1 BY 1
                      UNTIL WS-SN-SUB > WS-SEEN-COUNT
                          OR WS-MATCH-FOUND.

              2250-MATCH-SEEN-ENTRY.
                  IF WS-SN-KEY (WS-SN-SUB) = BE-KEY
                          AND WS-SN-FEED-DATE (WS-SN-SUB)
                              = BE-FEED-DATE
                      SET WS-MATCH-FOUND TO TRUE
                      MOVE WS-SN-SUB TO WS-MATCH-SUB
                  END-IF.

              *> a passed row joins the table so a second copy
              *> further down this same batch is caught. a batch
              *> bigger than the table stops the step rather than
              *> let repeats past the point it filled slip through
              2300-PASS-STAGED-RECORD.
                  WRITE SCREENED-RECORD FROM BILLING-EXTRACT-RECORD
                  ADD 1 TO WS-PASSED-COUNT
                  ADD BE-ACCOUNT-TOTAL TO WS-PASSED-AMOUNT
                  IF WS-SEEN-COUNT < 5000
                      ADD 1 TO WS-SEEN-COUNT
                      MOVE BE-KEY TO WS-SN-KEY (WS-SEEN-COUNT)
                      MOVE BE-FEED-DATE
                          TO WS-SN-FEED-DATE (WS-SEEN-COUNT)
                      MOVE BE-SOURCE-SYSTEM
                          TO WS-SN-SOURCE (WS-SEEN-COUNT)
                      MOVE BE-ACCOUNT-TOTAL
                          TO WS-SN-AMOUNT (WS-SEEN-COUNT)
                      MOVE BE-REBILL-FLAG
                          TO WS-SN-REBILL-FLAG (WS-SEEN-COUNT)
                      SET WS-SN-FROM-THIS-FEED (WS-SEEN-COUNT)
                          TO TRUE
                  ELSE
                      DISPLAY "** STAGED BATCH BEYOND TABLE LIMIT"
                          " AT ROW " WS-STAGED-COUNT
                          " - ENLARGE WS-SEEN-TABLE"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF.

              2400-HOLD-DUPLICATE.
                  MOVE SPACES TO HELD-DUPLICATE-RECORD
                  MOVE BILLING-EXTRACT-RECORD TO DH-EXTRACT-IMAGE
                  EVALUATE TRUE
                      WHEN WS-SN-FROM-RELEASE (WS-MATCH-SUB)
                          SET DH-ALREADY-RELEASED TO TRUE
                          MOVE "RELEASED EXTRACT" TO WS-ORIGIN-TEXT
                      WHEN WS-SN-FROM-PEER (WS-MATCH-SUB)
                          SET DH-STAGED-BY-PEER TO TRUE
                          MOVE "PEER STAGING" TO WS-ORIGIN-TEXT
                      WHEN OTHER
                          SET DH-REPEATED-IN-FEED TO TRUE
                          MOVE "SAME BATCH" TO WS-ORIGIN-TEXT
                  END-EVALUATE
                  MOVE WS-SN-SOURCE (WS-MATCH-SUB) TO DH-MATCH-SOURCE
                  MOVE WS-SN-AMOUNT (WS-MATCH-SUB) TO DH-MATCH-AMOUNT
                  MOVE WS-SN-REBILL-FLAG (WS-MATCH-SUB)
                      TO DH-MATCH-REBILL-FLAG
                  MOVE WS-SCREEN-FEED-DATE TO DH-HELD-DATE
                  WRITE HELD-DUPLICATE-RECORD
                  ADD 1 TO WS-HELD-COUNT
                  ADD BE-ACCOUNT-TOTAL TO WS-HELD-AMOUNT
                  PERFORM 4100-WRITE-PAIR-LINE.

              *> a credit row is passed, not screened, and stays out
              *> of the table - a credit for a key and date is not a
              *> second copy of the charge it reduces
              2500-PASS-CREDIT-ROW.
                  WRITE SCREENED-RECORD FROM BILLING-EXTRACT-RECORD
                  ADD 1 TO WS-PASSED-COUNT
                  ADD 1 TO WS-CREDIT-COUNT
                  ADD BC-CREDIT-AMOUNT TO WS-CREDIT-AMOUNT.

              3000-WRITE-REPORT-HEADINGS.
                  MOVE 0 TO WS-LINE-COUNT
                  PERFORM 3005-WRITE-PAGE-BANNER.

              3005-WRITE-PAGE-BANNER.
                  ADD 1 TO WS-PAGE-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "VARS DUPLICATE-CHARGE SCREEN" " RUN DATE: "
                          WS-RUN-DATE-REPORT " PAGE: " WS-PAGE-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3010-WRITE-COLUMN-HEADER.
                  *> columns line up with the pair line built in
                  *> 4100 - reason X(4), key X(10), feed date 9(8),
                  *> then source X(3), amount 9(3), re-bill Y/N for
                  *> the held row, where the other copy was found
                  *> X(16), and the same three for the other copy
                  MOVE "RSN  KEY        FEED DATE HELD ROW         MATCHED IN       OTHER COPY"
                      TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE "                          SRC AMT RB                        SRC AMT RB"
                      TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE ALL "-" TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3200-WRITE-REPORT-LINE.
                  IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                      PERFORM 3000-WRITE-REPORT-HEADINGS
                      PERFORM 3010-WRITE-COLUMN-HEADER
                  END-IF
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3210-WRITE-RAW-REPORT-LINE.
                  MOVE WS-REPORT-LINE-AREA TO REPORT-LINE
                  WRITE REPORT-LINE
                  ADD 1 TO WS-LINE-COUNT.

              4100-WRITE-PAIR-LINE.
                  MOVE 'N' TO WS-HELD-REBILL-SHOW
                  IF BE-REBILL
                      MOVE 'Y' TO WS-HELD-REBILL-SHOW
                  END-IF
                  MOVE 'N' TO WS-MATCH-REBILL-SHOW
                  IF DH-MATCH-REBILL-FLAG = 'R'
                      MOVE 'Y' TO WS-MATCH-REBILL-SHOW
                  END-IF
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING DH-REASON-CODE " "
                          BE-KEY " "
                          BE-FEED-DATE "  "
                          BE-SOURCE-SYSTEM " "
                          BE-ACCOUNT-TOTAL "  "
                          WS-HELD-REBILL-SHOW "       "
                          WS-ORIGIN-TEXT " "
                          DH-MATCH-SOURCE " "
                          DH-MATCH-AMOUNT "  "
                          WS-MATCH-REBILL-SHOW
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              8000-FINALIZE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "STAGED " WS-STAGED-COUNT
                          " AMOUNT " WS-STAGED-AMOUNT
                          "  PASSED " WS-PASSED-COUNT
                          " AMOUNT " WS-PASSED-AMOUNT
                          "  HELD " WS-HELD-COUNT
                          " AMOUNT " WS-HELD-AMOUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  COMPUTE WS-PASSED-NET =
                      WS-PASSED-AMOUNT - WS-CREDIT-AMOUNT
                  MOVE WS-PASSED-NET TO WS-PASSED-NET-EDIT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "PASSED GROSS CHARGES " WS-PASSED-AMOUNT
                          "  CREDITS " WS-CREDIT-COUNT
                          " AMOUNT " WS-CREDIT-AMOUNT
                          "  NET " WS-PASSED-NET-EDIT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-HELD-COUNT > 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** " WS-HELD-COUNT
                              " DUPLICATE ROWS HELD IN DUPHOLD - NOT"
                              " BILLED UNTIL RELEASED BY VARSDUPJ"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  PERFORM 8100-WRITE-RUN-CONTROL
                  CLOSE STAGING-FILE
                  CLOSE SCREENED-FILE
                  CLOSE HELD-DUPLICATE-FILE
                  CLOSE REPORT-FILE
                  DISPLAY "DUPLICATE SCREEN - STAGED " WS-STAGED-COUNT
                      " PASSED " WS-PASSED-COUNT
                      " HELD " WS-HELD-COUNT.

              *> staged rows in = passed out + held, and the staged
              *> amount split the same way - VARSBAL proves VARS's
              *> staged numbers against the in side and VARSREL's
              *> released numbers against the out side. credit rows
              *> are in the row counts, all passed, with their amount
              *> in the credit fields only
              8100-WRITE-RUN-CONTROL.
                  OPEN EXTEND RUN-CONTROL-FILE
                  IF WS-RUNCTL-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN CTLOUT, STATUS "
                          WS-RUNCTL-STATUS
                  ELSE
                      MOVE SPACES TO RUN-CONTROL-RECORD
                      MOVE WS-SCREEN-FEED-DATE TO RCT-RUN-DATE
                      MOVE "VARSDUP" TO RCT-STEP-NAME
                      MOVE WS-SCREEN-SOURCE TO RCT-SOURCE-SYSTEM
                      MOVE WS-STAGED-COUNT TO RCT-RECORDS-IN
                      MOVE WS-PASSED-COUNT TO RCT-RECORDS-OUT
                      MOVE WS-HELD-COUNT TO RCT-RECORDS-EXCEPTION
                      MOVE WS-PASSED-AMOUNT TO RCT-AMOUNT
                      MOVE WS-HELD-AMOUNT TO RCT-AMOUNT-EXCEPTION
                      MOVE 0 TO RCT-RECORDS-ON-HOLD
                      MOVE 0 TO RCT-AMOUNT-ON-HOLD
                      MOVE WS-CREDIT-COUNT TO RCT-CREDIT-RECORDS
                      MOVE WS-CREDIT-AMOUNT TO RCT-CREDIT-AMOUNT
                      MOVE WS-PASSED-NET TO RCT-NET-AMOUNT
                      WRITE RUN-CONTROL-RECORD
                      CLOSE RUN-CONTROL-FILE
                  END-IF.
