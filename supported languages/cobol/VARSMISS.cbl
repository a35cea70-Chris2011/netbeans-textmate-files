IDENTIFICATION DIVISION.
            PROGRAM-ID. VARSMISS.

            *> daily missing-from-feed early warning, run after both
            *> source runs of the day. An account is expected in a
            *> source's feed for the day when it arrived on each of
            *> that source's last N feed days before it - GROUPMSTR
            *> carries the source that last fed the key and how many
            *> of that source's feed days in a row it has arrived on
            *> (VARS stamps both beside the last-feed date), and
            *> HDRLOG says which days each source was fed. An
            *> expected account whose last feed date is still the
            *> source's previous feed day did not arrive today and
            *> is listed with its last feed date and the amount last
            *> billed for it (from the billing history, or the
            *> master's SUBVAR-1 where there is no entry). An
            *> account that arrived today on a different source from
            *> the one that fed it before has moved, not gone
            *> missing, and is listed in a section of its own with
            *> its last feed date and last billed amount on the old
            *> source. The PARMIN card names N, the missing-count
            *> threshold, and optionally the feed date (blank means
            *> the latest date HDRLOG holds); a source whose missing
            *> count passes the threshold ends the step RC=4, so a
            *> truncated source file is caught the same morning
            *> rather than when VARSHKP purges the accounts months
            *> later. GROUPMSTR and BILLHIST are read only.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> one card: feed days in 1-3, missing threshold in
                *> 4-8, feed date yyyymmdd in 9-16 (blank = latest
                *> logged)
                SELECT PARM-FILE
                    ASSIGN TO "PARMIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-PARM-STATUS.

                *> the shared header log - one record per feed date
                *> and source that completed a VARS run
                SELECT OPTIONAL HEADER-LOG-FILE
                    ASSIGN TO "HDRLOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HDRLOG-STATUS.

                *> same KSDS VARS maintains - walked once in key order
                SELECT GROUPVAR-MASTER
                    ASSIGN TO "GROUPMSTR"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS GM-KEY
                    FILE STATUS IS WS-MASTER-STATUS.

                *> the billing history - looked up by key, last feed
                *> date, and source for the amount last billed
                SELECT BILLING-HISTORY-FILE
                    ASSIGN TO "BILLHIST"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS BH-KEY
                    FILE STATUS IS WS-BILLHIST-STATUS.

                SELECT REPORT-FILE
                    ASSIGN TO "RPTOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-REPORT-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD PARM-FILE
                  RECORDING MODE IS F.
              01 PARM-RECORD.
                05 PARM-FEED-DAYS PIC 9(3).
                05 PARM-THRESHOLD PIC 9(5).
                05 PARM-FEED-DATE PIC X(8).
                05 FILLER PIC X(64).

              *> same record VARS appends per completed run - date,
              *> source, run date
              FD HEADER-LOG-FILE
                  RECORDING MODE IS F.
              01 HEADER-LOG-RECORD.
                05 HL-FEED-DATE PIC 9(8).
                05 HL-SOURCE-SYSTEM PIC X(3).
                05 HL-RUN-DATE PIC 9(8).
                05 FILLER PIC X(1).

              FD GROUPVAR-MASTER
                  RECORDING MODE IS F.
              *> record layout shared with VARS and VARSEDIT via
              *> GROUPMSTR.cpy so the programs can't drift apart
              COPY GROUPMSTR.

              *> entry layout shared with VARS, VARSREL, VARSACK and
              *> VARSSTMT via BILLHIST.cpy
              FD BILLING-HISTORY-FILE
                  RECORDING MODE IS F.
              COPY BILLHIST.

              FD REPORT-FILE
                  RECORDING MODE IS F.
              01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
              01 WS-PARM-STATUS PIC X(2).
              01 WS-HDRLOG-STATUS PIC X(2).
              01 WS-MASTER-STATUS PIC X(2).
              01 WS-BILLHIST-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).
              01 WS-HDRLOG-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-HDRLOG-EOF VALUE 'Y'.
              01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-MASTER-EOF VALUE 'Y'.

              *> what the parameter card asked for
              01 WS-FEED-DAYS PIC 9(3) VALUE 0.
              01 WS-THRESHOLD PIC 9(5) VALUE 0.
              01 WS-CHECK-DATE PIC 9(8) VALUE 0.
              01 WS-CHECK-DATE-GROUPS REDEFINES WS-CHECK-DATE.
                05 WS-CHECK-DATE-YYYY PIC 9(4).
                05 WS-CHECK-DATE-MM PIC 9(2).
                05 WS-CHECK-DATE-DD PIC 9(2).
              01 WS-CHECK-DATE-REPORT PIC X(10).
              01 WS-LATEST-LOGGED-DATE PIC 9(8) VALUE 0.

              *> calendar-date edit work area - shared layout the
              *> DATEVAL.cpy fragment requires
              01 WS-EDIT-DATE PIC 9(8) VALUE 0.
              01 WS-EDIT-DATE-GROUPS REDEFINES WS-EDIT-DATE.
                05 WS-EDIT-YYYY PIC 9(4).
                05 WS-EDIT-MM PIC 9(2).
                05 WS-EDIT-DD PIC 9(2).
              01 WS-EDIT-MAX-DD PIC 9(2) VALUE 0.
              01 WS-EDIT-LEAP-REM PIC 9(4) VALUE 0.
              01 WS-DATE-VALID-SWITCH PIC X(1) VALUE 'N'.
                88 WS-DATE-VALID VALUE 'Y'.

              *> one entry per source HDRLOG knows - its feed day
              *> before the day being checked, whether it was fed on
              *> that day at all, and what the walk found for it
              01 WS-SOURCE-TABLE.
                05 WS-SRC-ENTRY OCCURS 10 TIMES.
                    10 WS-SRC-SYSTEM PIC X(3).
                    10 WS-SRC-PRIOR-DAY PIC 9(8).
                    10 WS-SRC-FED-SWITCH PIC X(1).
                        88 WS-SRC-FED-TODAY VALUE 'Y'.
                    10 WS-SRC-EXPECTED PIC 9(7).
                    10 WS-SRC-PRESENT PIC 9(7).
                    10 WS-SRC-MISSING PIC 9(7).
              01 WS-SOURCE-COUNT PIC 9(2) VALUE 0.
              01 WS-SOURCE-MAX PIC 9(2) VALUE 10.
              01 WS-SRC-SUB PIC 9(2) VALUE 0.
              01 WS-SRC-FOUND PIC 9(2) VALUE 0.
              01 WS-SCAN-SOURCE PIC X(3).

              *> moves are gathered during the walk and listed after
              *> the missing accounts; any beyond the table are still
              *> counted
              01 WS-MOVED-TABLE.
                05 WS-MV-ENTRY OCCURS 2000 TIMES.
                    10 WS-MV-KEY PIC X(10).
                    10 WS-MV-FROM-SOURCE PIC X(3).
                    10 WS-MV-FROM-LAST-FED PIC 9(8).
                    10 WS-MV-TO-SOURCE PIC X(3).
                    10 WS-MV-AMOUNT PIC 9(7).
                    10 WS-MV-NOTE PIC X(20).
              01 WS-MOVED-COUNT PIC 9(5) VALUE 0.
              01 WS-MOVED-MAX PIC 9(5) VALUE 2000.
              01 WS-MOVED-OVERFLOW PIC 9(5) VALUE 0.
              01 WS-MV-SUB PIC 9(5) VALUE 0.

              01 WS-MASTERS-READ PIC 9(7) VALUE 0.
              01 WS-MISSING-TOTAL PIC 9(7) VALUE 0.
              01 WS-SOURCES-OVER PIC 9(2) VALUE 0.

              *> the amount last billed for the key on a feed date
              *> and source, and where it came from
              01 WS-LOOKUP-DATE PIC 9(8).
              01 WS-LOOKUP-SOURCE PIC X(3).
              01 WS-LAST-AMOUNT PIC 9(7) VALUE 0.
              01 WS-LINE-NOTE PIC X(20) VALUE SPACES.

              *> which column header a page break reprints
              01 WS-SECTION-SWITCH PIC X(1) VALUE 'M'.
                88 WS-MISSING-SECTION VALUE 'M'.
                88 WS-MOVED-SECTION VALUE 'V'.

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
                  PERFORM 2000-CHECK-MASTER-RECORD
                      UNTIL WS-MASTER-EOF
                  PERFORM 4000-LIST-MOVED-ACCOUNTS
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
                  STRING WS-CHECK-DATE-MM "/" WS-CHECK-DATE-DD "/"
                          WS-CHECK-DATE-YYYY
                      DELIMITED BY SIZE INTO WS-CHECK-DATE-REPORT
                  END-STRING
                  OPEN INPUT GROUPVAR-MASTER
                  IF WS-MASTER-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN GROUPMSTR, STATUS "
                          WS-MASTER-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
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
                  PERFORM 1400-WRITE-SOURCE-LINE
                      VARYING WS-SRC-SUB FROM 1 BY 1
                      UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "EXPECTED - FED ON EACH OF THE SOURCE'S LAST "
                          WS-FEED-DAYS " FEED DAYS - BUT MISSING"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  PERFORM 3010-WRITE-COLUMN-HEADER
                  *> position at the start of the KSDS and prime the
                  *> one-pass sequential walk, as VARSBKP does
                  MOVE LOW-VALUES TO GM-KEY
                  START GROUPVAR-MASTER KEY NOT < GM-KEY
                      INVALID KEY
                          SET WS-MASTER-EOF TO TRUE
                  END-START
                  IF NOT WS-MASTER-EOF
                      PERFORM 2100-READ-NEXT-MASTER
                  END-IF.

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
                          DISPLAY "** EMPTY PARMIN - NO FEED DAYS"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
                  IF PARM-FEED-DAYS IS NOT NUMERIC
                          OR PARM-FEED-DAYS = 0
                      DISPLAY "** INVALID FEED DAYS: " PARM-FEED-DAYS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  MOVE PARM-FEED-DAYS TO WS-FEED-DAYS
                  IF PARM-THRESHOLD IS NOT NUMERIC
                      DISPLAY "** INVALID MISSING THRESHOLD: "
                          PARM-THRESHOLD
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  MOVE PARM-THRESHOLD TO WS-THRESHOLD
                  *> blank checks the latest day logged; a date
                  *> reruns a past day, and it must be a real one
                  IF PARM-FEED-DATE NOT = SPACES
                      MOVE 'N' TO WS-DATE-VALID-SWITCH
                      IF PARM-FEED-DATE IS NUMERIC
                          MOVE PARM-FEED-DATE TO WS-EDIT-DATE
                          PERFORM 1150-EDIT-CALENDAR-DATE
                      END-IF
                      IF NOT WS-DATE-VALID
                          DISPLAY "** INVALID FEED DATE: "
                              PARM-FEED-DATE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      MOVE WS-EDIT-DATE TO WS-CHECK-DATE
                  END-IF
                  CLOSE PARM-FILE.

              1150-EDIT-CALENDAR-DATE.
                  *> same rule VARSEDIT and VARSBAT apply - shared
                  *> via DATEVAL.cpy so the date gates can't drift
                  COPY DATEVAL.

              *> two passes over the log: the first settles the day
              *> being checked when the card leaves it blank, the
              *> second finds each source's feed day before it
              1200-LOAD-FEED-DAYS.
                  IF WS-CHECK-DATE = 0
                      OPEN INPUT HEADER-LOG-FILE
                      IF WS-HDRLOG-STATUS NOT = "00"
                              AND WS-HDRLOG-STATUS NOT = "05"
                          DISPLAY "** UNABLE TO OPEN HDRLOG, STATUS "
                              WS-HDRLOG-STATUS
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      PERFORM 1250-READ-LATEST-DAY
                          UNTIL WS-HDRLOG-EOF
                      CLOSE HEADER-LOG-FILE
                      IF WS-LATEST-LOGGED-DATE = 0
                          DISPLAY "** NO FEED LOGGED IN HDRLOG - "
                              "NOTHING TO CHECK"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      MOVE WS-LATEST-LOGGED-DATE TO WS-CHECK-DATE
                  END-IF
                  MOVE 'N' TO WS-HDRLOG-EOF-SWITCH
                  OPEN INPUT HEADER-LOG-FILE
                  IF WS-HDRLOG-STATUS NOT = "00"
                          AND WS-HDRLOG-STATUS NOT = "05"
                      DISPLAY "** UNABLE TO OPEN HDRLOG, STATUS "
                          WS-HDRLOG-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 1300-READ-SOURCE-DAY
                      UNTIL WS-HDRLOG-EOF
                  CLOSE HEADER-LOG-FILE
                  *> a log with nothing on or before the day asked for
                  *> gives no source to check - say so rather than
                  *> print an empty report that reads as all clear
                  IF WS-SOURCE-COUNT = 0
                      DISPLAY "** NO FEED LOGGED IN HDRLOG ON OR "
                          "BEFORE " WS-CHECK-DATE " - NOTHING TO CHECK"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF.

              1250-READ-LATEST-DAY.
                  READ HEADER-LOG-FILE
                      AT END
                          SET WS-HDRLOG-EOF TO TRUE
                      NOT AT END
                          IF HL-FEED-DATE > WS-LATEST-LOGGED-DATE
                              MOVE HL-FEED-DATE
                                  TO WS-LATEST-LOGGED-DATE
                          END-IF
                  END-READ.

              *> a day logged after the one being checked says
              *> nothing about it - a rerun of an older day sees the
              *> log as it stood that day
              1300-READ-SOURCE-DAY.
                  READ HEADER-LOG-FILE
                      AT END
                          SET WS-HDRLOG-EOF TO TRUE
                      NOT AT END
                          IF HL-FEED-DATE NOT > WS-CHECK-DATE
                              MOVE HL-SOURCE-SYSTEM TO WS-SCAN-SOURCE
                              PERFORM 1350-FIND-SOURCE-ENTRY
                              IF HL-FEED-DATE = WS-CHECK-DATE
                                  SET WS-SRC-FED-TODAY (WS-SRC-FOUND)
                                      TO TRUE
                              ELSE
                                  IF HL-FEED-DATE
                                      > WS-SRC-PRIOR-DAY (WS-SRC-FOUND)
                                      MOVE HL-FEED-DATE
                                          TO WS-SRC-PRIOR-DAY
                                              (WS-SRC-FOUND)
                                  END-IF
                              END-IF
                          END-IF
                  END-READ.

              1350-FIND-SOURCE-ENTRY.
                  MOVE 0 TO WS-SRC-FOUND
                  PERFORM 1360-MATCH-SOURCE-ENTRY
                      VARYING WS-SRC-SUB FROM 1 BY 1
                      UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
                          OR WS-SRC-FOUND > 0
                  IF WS-SRC-FOUND = 0
                      IF WS-SOURCE-COUNT >= WS-SOURCE-MAX
                          DISPLAY "** SOURCE TABLE FULL - ENLARGE "
                              "WS-SOURCE-TABLE"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      ADD 1 TO WS-SOURCE-COUNT
                      MOVE WS-SOURCE-COUNT TO WS-SRC-FOUND
                      MOVE WS-SCAN-SOURCE
                          TO WS-SRC-SYSTEM (WS-SRC-FOUND)
                      MOVE 0 TO WS-SRC-PRIOR-DAY (WS-SRC-FOUND)
                      MOVE 'N' TO WS-SRC-FED-SWITCH (WS-SRC-FOUND)
                      MOVE 0 TO WS-SRC-EXPECTED (WS-SRC-FOUND)
                      MOVE 0 TO WS-SRC-PRESENT (WS-SRC-FOUND)
                      MOVE 0 TO WS-SRC-MISSING (WS-SRC-FOUND)
                  END-IF.

              1360-MATCH-SOURCE-ENTRY.
                  IF WS-SRC-SYSTEM (WS-SRC-SUB) = WS-SCAN-SOURCE
                      MOVE WS-SRC-SUB TO WS-SRC-FOUND
                  END-IF.

              *> which day each source is measured against - and a
              *> source with no run logged for the day at all, whose
              *> whole expected list is about to print as missing
              1400-WRITE-SOURCE-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-SRC-FED-TODAY (WS-SRC-SUB)
                      STRING "SOURCE " WS-SRC-SYSTEM (WS-SRC-SUB)
                              " PREVIOUS FEED DAY "
                              WS-SRC-PRIOR-DAY (WS-SRC-SUB)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  ELSE
                      STRING "** SOURCE " WS-SRC-SYSTEM (WS-SRC-SUB)
                              " PREVIOUS FEED DAY "
                              WS-SRC-PRIOR-DAY (WS-SRC-SUB)
                              " - NO RUN LOGGED FOR " WS-CHECK-DATE
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> a blank source is a master no run has stamped since
              *> the source was first recorded - it has no feed-day
              *> count to go on, and is not expected anywhere yet
              2000-CHECK-MASTER-RECORD.
                  ADD 1 TO WS-MASTERS-READ
                  IF GM-FEED-DAY-COUNT IS NOT NUMERIC
                      MOVE 0 TO GM-FEED-DAY-COUNT
                  END-IF
                  IF GM-FEED-SOURCE NOT = SPACES
                      MOVE GM-FEED-SOURCE TO WS-SCAN-SOURCE
                      PERFORM 1350-FIND-SOURCE-ENTRY
                      EVALUATE TRUE
                          WHEN GM-PRIOR-SOURCE NOT = SPACES
                                  AND GM-LAST-FEED-DATE = WS-CHECK-DATE
                              PERFORM 2400-NOTE-MOVED-ACCOUNT
                          WHEN GM-LAST-FEED-DATE = WS-CHECK-DATE
                              *> fed today on top of the N days that
                              *> made it expected
                              IF GM-FEED-DAY-COUNT > WS-FEED-DAYS
                                  ADD 1
                                      TO WS-SRC-EXPECTED (WS-SRC-FOUND)
                                  ADD 1
                                      TO WS-SRC-PRESENT (WS-SRC-FOUND)
                              END-IF
                          WHEN GM-LAST-FEED-DATE
                                  = WS-SRC-PRIOR-DAY (WS-SRC-FOUND)
                                  AND GM-LAST-FEED-DATE NOT = 0
                                  AND GM-FEED-DAY-COUNT
                                      NOT < WS-FEED-DAYS
                              ADD 1 TO WS-SRC-EXPECTED (WS-SRC-FOUND)
                              PERFORM 2300-LIST-MISSING-ACCOUNT
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
                  END-IF
                  PERFORM 2100-READ-NEXT-MASTER.

              2100-READ-NEXT-MASTER.
                  READ GROUPVAR-MASTER NEXT RECORD
                      AT END
                          SET WS-MASTER-EOF TO TRUE
                  END-READ.

              *> billing history first; an account whose last feed
              *> day staged nothing (on hold, or suspended) falls
              *> back to the value the master holds
              2200-FIND-LAST-BILLED.
                  MOVE SPACES TO WS-LINE-NOTE
                  MOVE GM-KEY TO BH-GM-KEY
                  MOVE WS-LOOKUP-DATE TO BH-FEED-DATE
                  MOVE WS-LOOKUP-SOURCE TO BH-SOURCE-SYSTEM
                  READ BILLING-HISTORY-FILE
                      INVALID KEY
                          MOVE SUBVAR-1 OF GM-DETAIL-AREA
                              TO WS-LAST-AMOUNT
                          MOVE "MASTER VALUE" TO WS-LINE-NOTE
                      NOT INVALID KEY
                          IF BH-ROWS-RELEASED > 0
                              MOVE BH-AMOUNT-RELEASED TO WS-LAST-AMOUNT
                          ELSE
                              MOVE BH-AMOUNT-STAGED TO WS-LAST-AMOUNT
                              MOVE "STAGED, NOT RELEASED"
                                  TO WS-LINE-NOTE
                          END-IF
                  END-READ
                  IF GM-ON-HOLD AND WS-LINE-NOTE = SPACES
                      MOVE "ON BILLING HOLD" TO WS-LINE-NOTE
                  END-IF.

              2300-LIST-MISSING-ACCOUNT.
                  ADD 1 TO WS-SRC-MISSING (WS-SRC-FOUND)
                  ADD 1 TO WS-MISSING-TOTAL
                  MOVE GM-LAST-FEED-DATE TO WS-LOOKUP-DATE
                  MOVE GM-FEED-SOURCE TO WS-LOOKUP-SOURCE
                  PERFORM 2200-FIND-LAST-BILLED
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING GM-KEY " "
                          GM-FEED-SOURCE " "
                          GM-LAST-FEED-DATE " "
                          GM-FEED-DAY-COUNT " "
                          WS-LAST-AMOUNT " "
                          WS-LINE-NOTE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> the amount shown is what was last billed on the
              *> source it left
              2400-NOTE-MOVED-ACCOUNT.
                  IF WS-MOVED-COUNT >= WS-MOVED-MAX
                      ADD 1 TO WS-MOVED-OVERFLOW
                  ELSE
                      ADD 1 TO WS-MOVED-COUNT
                      MOVE WS-MOVED-COUNT TO WS-MV-SUB
                      IF GM-PRIOR-LAST-FEED-DATE IS NOT NUMERIC
                          MOVE ZEROES TO GM-PRIOR-LAST-FEED-DATE
                      END-IF
                      MOVE GM-PRIOR-LAST-FEED-DATE TO WS-LOOKUP-DATE
                      MOVE GM-PRIOR-SOURCE TO WS-LOOKUP-SOURCE
                      PERFORM 2200-FIND-LAST-BILLED
                      MOVE GM-KEY TO WS-MV-KEY (WS-MV-SUB)
                      MOVE GM-PRIOR-SOURCE
                          TO WS-MV-FROM-SOURCE (WS-MV-SUB)
                      MOVE GM-PRIOR-LAST-FEED-DATE
                          TO WS-MV-FROM-LAST-FED (WS-MV-SUB)
                      MOVE GM-FEED-SOURCE TO WS-MV-TO-SOURCE (WS-MV-SUB)
                      MOVE WS-LAST-AMOUNT TO WS-MV-AMOUNT (WS-MV-SUB)
                      MOVE WS-LINE-NOTE TO WS-MV-NOTE (WS-MV-SUB)
                  END-IF.

              3000-WRITE-REPORT-HEADINGS.
                  MOVE 0 TO WS-LINE-COUNT
                  PERFORM 3005-WRITE-PAGE-BANNER.

              3005-WRITE-PAGE-BANNER.
                  ADD 1 TO WS-PAGE-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "MISSING FROM FEED " WS-CHECK-DATE-REPORT
                          " RUN DATE: "
                          WS-RUN-DATE-REPORT " PAGE: " WS-PAGE-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3010-WRITE-COLUMN-HEADER.
                  *> columns line up with the lines built in 2300 and
                  *> 4100 - key X(10), source, last feed date, then
                  *> the feed-day count for a missing account or the
                  *> source moved to for a moved one, the last billed
                  *> amount, and a note on where the amount came from
                  IF WS-MOVED-SECTION
                      MOVE "KEY        FROM LAST-FED TO       AMOUNT"
                          TO WS-REPORT-LINE-AREA
                  ELSE
                      MOVE "KEY        SRC LAST-FED DAYS  AMOUNT"
                          TO WS-REPORT-LINE-AREA
                  END-IF
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

              4000-LIST-MOVED-ACCOUNTS.
                  IF WS-MISSING-TOTAL = 0
                      MOVE "  NO EXPECTED ACCOUNT MISSING"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  SET WS-MOVED-SECTION TO TRUE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE "ACCOUNTS THAT MOVED TO ANOTHER SOURCE"
                      TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  PERFORM 3010-WRITE-COLUMN-HEADER
                  PERFORM 4100-WRITE-MOVED-LINE
                      VARYING WS-MV-SUB FROM 1 BY 1
                      UNTIL WS-MV-SUB > WS-MOVED-COUNT
                  IF WS-MOVED-COUNT = 0
                      MOVE "  NO ACCOUNT MOVED SOURCE"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  IF WS-MOVED-OVERFLOW > 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "  ... AND " WS-MOVED-OVERFLOW
                              " MORE MOVED ACCOUNTS NOT LISTED"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF.

              4100-WRITE-MOVED-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING WS-MV-KEY (WS-MV-SUB) " "
                          WS-MV-FROM-SOURCE (WS-MV-SUB) "  "
                          WS-MV-FROM-LAST-FED (WS-MV-SUB) " "
                          WS-MV-TO-SOURCE (WS-MV-SUB) "  "
                          WS-MV-AMOUNT (WS-MV-SUB) " "
                          WS-MV-NOTE (WS-MV-SUB)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> one summary line per source; any source whose
              *> missing count passes the card's threshold is what
              *> turns the step RC=4
              8000-FINALIZE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  PERFORM 8100-WRITE-SOURCE-SUMMARY
                      VARYING WS-SRC-SUB FROM 1 BY 1
                      UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "MASTERS READ " WS-MASTERS-READ
                          " MISSING " WS-MISSING-TOTAL
                          " MOVED " WS-MOVED-COUNT
                          " THRESHOLD " WS-THRESHOLD
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-SOURCES-OVER > 0
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  CLOSE GROUPVAR-MASTER
                  CLOSE BILLING-HISTORY-FILE
                  CLOSE REPORT-FILE
                  DISPLAY "MISSING FROM FEED " WS-CHECK-DATE
                      " MISSING " WS-MISSING-TOTAL
                      " MOVED " WS-MOVED-COUNT
                      " SOURCES OVER THRESHOLD " WS-SOURCES-OVER.

              8100-WRITE-SOURCE-SUMMARY.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "SOURCE " WS-SRC-SYSTEM (WS-SRC-SUB)
                          " EXPECTED " WS-SRC-EXPECTED (WS-SRC-SUB)
                          " PRESENT " WS-SRC-PRESENT (WS-SRC-SUB)
                          " MISSING " WS-SRC-MISSING (WS-SRC-SUB)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-SRC-MISSING (WS-SRC-SUB) > WS-THRESHOLD
                      ADD 1 TO WS-SOURCES-OVER
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** " WS-SRC-SYSTEM (WS-SRC-SUB)
                              " MISSING COUNT PASSES THRESHOLD "
                              WS-THRESHOLD
                              " - CHECK THE SOURCE FILE WAS COMPLETE"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF.
