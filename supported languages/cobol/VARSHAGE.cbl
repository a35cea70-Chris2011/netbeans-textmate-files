IDENTIFICATION DIVISION.
            PROGRAM-ID. VARSHAGE.

            *> weekly billing-hold report. A hold stops an account's
            *> billing for as long as it stays on, and the charges
            *> it diverts pile up unbilled until it is released -
            *> this is the list of every account on hold that
            *> somebody has to keep working. One line per GROUPMSTR
            *> account on hold: the reason, the date the hold went
            *> on and its age in days, the review date, who last set
            *> it, and how many held rows and how much SUBVAR-1 it
            *> is sitting on. A hold past its review date is flagged
            *> and ends the step RC=4. HELDIN is the held-charges
            *> carry-forward plus any of today's rows the sweep has
            *> not taken yet, sorted by key ahead of this step, and
            *> it is match-merged against one front-to-back pass of
            *> the master. Held rows whose account is no longer on
            *> hold are awaiting the next VARSHLD sweep and are only
            *> totalled; rows whose account has left the master are
            *> totalled separately. Read-only throughout.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> optional card: report date in columns 1-8 for
                *> rerunning a past week - blank or no card at all
                *> reports on today
                SELECT PARM-FILE
                    ASSIGN TO "PARMIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-PARM-STATUS.

                *> held rows in key order - the JCL sorts them
                SELECT HELD-CHARGE-FILE
                    ASSIGN TO "HELDIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HELDIN-STATUS.

                *> same KSDS VARS and VARSEDIT work against - read
                *> front to back, never written
                SELECT GROUPVAR-MASTER
                    ASSIGN TO "GROUPMSTR"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS GM-KEY
                    FILE STATUS IS WS-MASTER-STATUS.

                SELECT REPORT-FILE
                    ASSIGN TO "RPTOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-REPORT-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD PARM-FILE
                  RECORDING MODE IS F.
              01 PARM-RECORD.
                05 PARM-REPORT-DATE PIC X(8).
                05 FILLER PIC X(72).

              *> layout shared with VARS and VARSHLD via HOLDREC.cpy
              FD HELD-CHARGE-FILE
                  RECORDING MODE IS F.
              COPY HOLDREC.

              FD GROUPVAR-MASTER
                  RECORDING MODE IS F.
              *> record layout shared with VARS and VARSEDIT via
              *> GROUPMSTR.cpy so the programs can't drift apart
              COPY GROUPMSTR.

              FD REPORT-FILE
                  RECORDING MODE IS F.
              01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
              01 WS-PARM-STATUS PIC X(2).
              01 WS-HELDIN-STATUS PIC X(2).
              01 WS-MASTER-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).

              *> match-merge keys - each goes to HIGH-VALUES at its
              *> end of file, so the merge runs until both have
              01 WS-MASTER-KEY PIC X(10) VALUE SPACES.
              01 WS-HELD-KEY PIC X(10) VALUE SPACES.

              01 WS-REPORT-DATE PIC 9(8) VALUE 0.
              01 WS-REPORT-DATE-INTEGER PIC 9(7) VALUE 0.
              01 WS-HOLD-INTEGER PIC 9(7) VALUE 0.
              01 WS-HOLD-AGE-DAYS PIC S9(5) VALUE 0.
              *> unsigned copy for the report line, as VARSAGE does
              01 WS-AGE-DISPLAY PIC 9(5) VALUE 0.
              01 WS-LINE-NOTE PIC X(12) VALUE SPACES.

              *> calendar-date edit work area - shared layout the
              *> DATEVAL.cpy fragment requires, for the card date
              *> and for a hold date that is not a real date, which
              *> must age as infinitely old, not abend the report
              01 WS-EDIT-DATE PIC 9(8) VALUE 0.
              01 WS-EDIT-DATE-GROUPS REDEFINES WS-EDIT-DATE.
                05 WS-EDIT-YYYY PIC 9(4).
                05 WS-EDIT-MM PIC 9(2).
                05 WS-EDIT-DD PIC 9(2).
              01 WS-EDIT-MAX-DD PIC 9(2) VALUE 0.
              01 WS-EDIT-LEAP-REM PIC 9(4) VALUE 0.
              01 WS-DATE-VALID-SWITCH PIC X(1) VALUE 'N'.
                88 WS-DATE-VALID VALUE 'Y'.

              *> held rows gathered for the master key in hand
              01 WS-ACCOUNT-ROWS PIC 9(7) VALUE 0.
              01 WS-ACCOUNT-AMOUNT PIC 9(9) VALUE 0.

              01 WS-ACCOUNTS-ON-HOLD PIC 9(7) VALUE 0.
              01 WS-PAST-REVIEW-COUNT PIC 9(7) VALUE 0.
              01 WS-HELD-ROWS-TOTAL PIC 9(7) VALUE 0.
              01 WS-HELD-AMOUNT-TOTAL PIC 9(9) VALUE 0.
              01 WS-AWAITING-ROWS PIC 9(7) VALUE 0.
              01 WS-AWAITING-AMOUNT PIC 9(9) VALUE 0.
              01 WS-ORPHAN-ROWS PIC 9(7) VALUE 0.
              01 WS-ORPHAN-AMOUNT PIC 9(9) VALUE 0.

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
                  PERFORM 2000-MATCH-HELD-TO-MASTER
                      UNTIL WS-MASTER-KEY = HIGH-VALUES
                          AND WS-HELD-KEY = HIGH-VALUES
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
                  OPEN INPUT HELD-CHARGE-FILE
                  IF WS-HELDIN-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN HELDIN, STATUS "
                          WS-HELDIN-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN INPUT GROUPVAR-MASTER
                  IF WS-MASTER-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN GROUPMSTR, STATUS "
                          WS-MASTER-STATUS
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
                  PERFORM 3010-WRITE-COLUMN-HEADER
                  *> position at the start of the KSDS and prime the
                  *> one-pass sequential walk, as VARSBKP does
                  MOVE LOW-VALUES TO GM-KEY
                  START GROUPVAR-MASTER KEY NOT < GM-KEY
                      INVALID KEY
                          MOVE HIGH-VALUES TO WS-MASTER-KEY
                  END-START
                  IF WS-MASTER-KEY NOT = HIGH-VALUES
                      PERFORM 2100-READ-NEXT-MASTER
                  END-IF
                  PERFORM 2150-READ-HELD-CHARGE.

              1100-READ-PARM-CARD.
                  MOVE WS-RUN-DATE-YYYYMMDD TO WS-REPORT-DATE
                  OPEN INPUT PARM-FILE
                  IF WS-PARM-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN PARMIN, STATUS "
                          WS-PARM-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  READ PARM-FILE
                      AT END
                          MOVE SPACES TO PARM-REPORT-DATE
                  END-READ
                  *> a date reruns a past week, and it must be a
                  *> real one
                  IF PARM-REPORT-DATE NOT = SPACES
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

              *> held rows for a key sit together in the sorted file
              *> and are gathered up before the master record they
              *> belong to is closed off. a held key lower than the
              *> master in hand has no master at all
              2000-MATCH-HELD-TO-MASTER.
                  EVALUATE TRUE
                      WHEN WS-HELD-KEY < WS-MASTER-KEY
                          ADD 1 TO WS-ORPHAN-ROWS
                          ADD SUBVAR-1 OF HC-DETAIL-AREA
                              TO WS-ORPHAN-AMOUNT
                          PERFORM 2150-READ-HELD-CHARGE
                      WHEN WS-HELD-KEY = WS-MASTER-KEY
                          ADD 1 TO WS-ACCOUNT-ROWS
                          ADD SUBVAR-1 OF HC-DETAIL-AREA
                              TO WS-ACCOUNT-AMOUNT
                          PERFORM 2150-READ-HELD-CHARGE
                      WHEN OTHER
                          PERFORM 2200-CLOSE-MASTER-ACCOUNT
                          PERFORM 2100-READ-NEXT-MASTER
                  END-EVALUATE.

              2100-READ-NEXT-MASTER.
                  READ GROUPVAR-MASTER NEXT RECORD
                      AT END
                          MOVE HIGH-VALUES TO WS-MASTER-KEY
                      NOT AT END
                          MOVE GM-KEY TO WS-MASTER-KEY
                  END-READ.

              2150-READ-HELD-CHARGE.
                  READ HELD-CHARGE-FILE
                      AT END
                          MOVE HIGH-VALUES TO WS-HELD-KEY
                      NOT AT END
                          MOVE HC-KEY TO WS-HELD-KEY
                  END-READ.

              *> an account on hold prints whether or not it has
              *> diverted anything yet; rows gathered for an account
              *> whose hold has come off are the next sweep's
              2200-CLOSE-MASTER-ACCOUNT.
                  IF GM-ON-HOLD
                      PERFORM 2300-WRITE-HOLD-LINE
                  ELSE
                      ADD WS-ACCOUNT-ROWS TO WS-AWAITING-ROWS
                      ADD WS-ACCOUNT-AMOUNT TO WS-AWAITING-AMOUNT
                  END-IF
                  MOVE 0 TO WS-ACCOUNT-ROWS
                  MOVE 0 TO WS-ACCOUNT-AMOUNT.

              2300-WRITE-HOLD-LINE.
                  ADD 1 TO WS-ACCOUNTS-ON-HOLD
                  ADD WS-ACCOUNT-ROWS TO WS-HELD-ROWS-TOTAL
                  ADD WS-ACCOUNT-AMOUNT TO WS-HELD-AMOUNT-TOTAL
                  MOVE 'N' TO WS-DATE-VALID-SWITCH
                  IF GM-HOLD-DATE IS NUMERIC
                      MOVE GM-HOLD-DATE TO WS-EDIT-DATE
                      PERFORM 1150-EDIT-CALENDAR-DATE
                  END-IF
                  IF WS-DATE-VALID
                      MOVE FUNCTION INTEGER-OF-DATE(GM-HOLD-DATE)
                          TO WS-HOLD-INTEGER
                      COMPUTE WS-HOLD-AGE-DAYS
                          = WS-REPORT-DATE-INTEGER - WS-HOLD-INTEGER
                      IF WS-HOLD-AGE-DAYS < 0
                          MOVE 0 TO WS-HOLD-AGE-DAYS
                      END-IF
                      MOVE WS-HOLD-AGE-DAYS TO WS-AGE-DISPLAY
                  ELSE
                      MOVE 99999 TO WS-AGE-DISPLAY
                  END-IF
                  MOVE SPACES TO WS-LINE-NOTE
                  IF GM-HOLD-REVIEW-DATE < WS-REPORT-DATE
                      ADD 1 TO WS-PAST-REVIEW-COUNT
                      MOVE "PAST REVIEW" TO WS-LINE-NOTE
                  END-IF
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING GM-KEY " "
                          GM-HOLD-REASON " "
                          GM-HOLD-DATE " "
                          WS-AGE-DISPLAY " "
                          GM-HOLD-REVIEW-DATE " "
                          GM-HOLD-OPERATOR " "
                          WS-ACCOUNT-ROWS " "
                          WS-ACCOUNT-AMOUNT " "
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
                  STRING "ACCOUNTS ON BILLING HOLD" " REPORT DATE: "
                          WS-RUN-DATE-REPORT " PAGE: " WS-PAGE-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3010-WRITE-COLUMN-HEADER.
                  *> columns line up with the line built in 2300 -
                  *> key X(10), reason, hold date, age in days,
                  *> review date, operator, held rows and SUBVAR-1
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "KEY        RSN  HELD-ON  AGE   REVIEW   "
                          "SET BY   ROWS    SUBVAR-1"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
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

              8000-FINALIZE.
                  IF WS-ACCOUNTS-ON-HOLD = 0
                      MOVE "  NONE" TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "ACCOUNTS ON HOLD " WS-ACCOUNTS-ON-HOLD
                          " HELD ROWS " WS-HELD-ROWS-TOTAL
                          " SUBVAR-1 " WS-HELD-AMOUNT-TOTAL
                          " PAST REVIEW " WS-PAST-REVIEW-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "RELEASED, AWAITING SWEEP: ROWS "
                          WS-AWAITING-ROWS
                          " SUBVAR-1 " WS-AWAITING-AMOUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-ORPHAN-ROWS > 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** HELD ROWS WITH NO MASTER: ROWS "
                              WS-ORPHAN-ROWS
                              " SUBVAR-1 " WS-ORPHAN-AMOUNT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  IF WS-PAST-REVIEW-COUNT > 0
                      MOVE "** HOLDS PAST THEIR REVIEW DATE"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  CLOSE HELD-CHARGE-FILE
                  CLOSE GROUPVAR-MASTER
                  CLOSE REPORT-FILE
                  DISPLAY "BILLING HOLDS - ACCOUNTS "
                      WS-ACCOUNTS-ON-HOLD
                      " HELD ROWS " WS-HELD-ROWS-TOTAL
                      " PAST REVIEW " WS-PAST-REVIEW-COUNT.
