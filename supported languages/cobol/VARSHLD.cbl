IDENTIFICATION DIVISION.
            PROGRAM-ID. VARSHLD.

            *> daily billing-hold sweep, run after the day's last
            *> VARS run. HOLDIN is every charge VARS has diverted
            *> from billing because its account was on hold - the
            *> carry-forward of rows still held from earlier days
            *> concatenated with the rows held today. Each row is
            *> looked up on GROUPMSTR: while the account is still
            *> on hold the row is carried forward untouched; once
            *> the hold has been released on VARSEDIT or VARSBAT the
            *> row goes to the recycle dataset as an 'R' re-bill
            *> row, stamped with the operator who released the hold,
            *> and the next VARS run bills it like any other
            *> recycled row. A row whose account is no longer on the
            *> master at all is carried and reported - nothing here
            *> decides to drop a held charge - and ends the step
            *> RC=4 so somebody does. GROUPMSTR is read only.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> the carry-forward plus today's held rows, one
                *> 80-byte record per diverted charge
                SELECT HELD-CHARGE-FILE
                    ASSIGN TO "HOLDIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HOLDIN-STATUS.

                *> same KSDS VARS, VARSEDIT, and VARSBAT work against
                *> - looked up by key only, never written
                SELECT GROUPVAR-MASTER
                    ASSIGN TO "GROUPMSTR"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS GM-KEY
                    FILE STATUS IS WS-MASTER-STATUS.

                *> released rows as 67-byte 'R' records - the same
                *> recycle dataset VARSFIX feeds, which VARSJOB sorts
                *> in ahead of the next day's GROUPIN; DISP=MOD on
                *> the DD appends to whatever VARSFIX has already
                *> released into it
                SELECT REBILL-FILE
                    ASSIGN TO "RELOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-REBILL-STATUS.

                *> rows still held - rebuilt as the new carry-forward
                *> once this step has ended cleanly
                SELECT CARRY-FILE
                    ASSIGN TO "HOLDOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-CARRY-STATUS.

                SELECT REPORT-FILE
                    ASSIGN TO "RPTOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-REPORT-STATUS.

            DATA DIVISION.
              FILE SECTION.
              *> layout shared with VARS and VARSHAGE via HOLDREC.cpy
              FD HELD-CHARGE-FILE
                  RECORDING MODE IS F.
              COPY HOLDREC.

              FD GROUPVAR-MASTER
                  RECORDING MODE IS F.
              *> record layout shared with VARS and VARSEDIT via
              *> GROUPMSTR.cpy so the programs can't drift apart
              COPY GROUPMSTR.

              FD REBILL-FILE
                  RECORDING MODE IS F.
              01 REBILL-RECORD PIC X(67).

              *> written from HELD-CHARGE-RECORD - the record is
              *> carried byte for byte
              FD CARRY-FILE
                  RECORDING MODE IS F.
              01 CARRY-RECORD PIC X(80).

              FD REPORT-FILE
                  RECORDING MODE IS F.
              01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
              01 WS-HOLDIN-STATUS PIC X(2).
              01 WS-MASTER-STATUS PIC X(2).
              01 WS-REBILL-STATUS PIC X(2).
              01 WS-CARRY-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).
              01 WS-HOLDIN-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-HOLDIN-EOF VALUE 'Y'.

              01 WS-ROWS-READ PIC 9(7) VALUE 0.
              01 WS-ROWS-RELEASED PIC 9(7) VALUE 0.
              01 WS-RELEASED-SUBVAR1-TOTAL PIC 9(9) VALUE 0.
              01 WS-ROWS-CARRIED PIC 9(7) VALUE 0.
              01 WS-CARRIED-SUBVAR1-TOTAL PIC 9(9) VALUE 0.
              01 WS-ROWS-NO-MASTER PIC 9(7) VALUE 0.
              01 WS-LINE-NOTE PIC X(20) VALUE SPACES.

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
                  PERFORM 2000-PROCESS-HELD-ROW
                      UNTIL WS-HOLDIN-EOF
                  PERFORM 8000-FINALIZE
                  STOP RUN.

              1000-INITIALIZE.
                  ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
                  STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/"
                          WS-RUN-DATE-YYYY
                      DELIMITED BY SIZE INTO WS-RUN-DATE-REPORT
                  END-STRING
                  OPEN INPUT HELD-CHARGE-FILE
                  IF WS-HOLDIN-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN HOLDIN, STATUS "
                          WS-HOLDIN-STATUS
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
                  OPEN OUTPUT REBILL-FILE
                  IF WS-REBILL-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN RELOUT, STATUS "
                          WS-REBILL-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN OUTPUT CARRY-FILE
                  IF WS-CARRY-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN HOLDOUT, STATUS "
                          WS-CARRY-STATUS
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
                  PERFORM 2100-READ-HELD-CHARGE.

              *> only the accounts whose hold has come off print a
              *> line - the rows still held are counted here and
              *> listed account by account on the weekly VARSHAGE
              *> report
              2000-PROCESS-HELD-ROW.
                  ADD 1 TO WS-ROWS-READ
                  MOVE HC-KEY TO GM-KEY
                  READ GROUPVAR-MASTER
                      INVALID KEY
                          PERFORM 2300-CARRY-ORPHAN-ROW
                      NOT INVALID KEY
                          IF GM-ON-HOLD
                              PERFORM 2400-CARRY-HELD-ROW
                          ELSE
                              PERFORM 2200-RELEASE-HELD-ROW
                          END-IF
                  END-READ
                  PERFORM 2100-READ-HELD-CHARGE.

              2100-READ-HELD-CHARGE.
                  READ HELD-CHARGE-FILE
                      AT END
                          SET WS-HOLDIN-EOF TO TRUE
                  END-READ.

              *> the row goes back exactly as the feed sent it, as a
              *> re-bill - 'R' keeps it out of the next run's header
              *> count, which it was already counted in on the day
              *> it was held, and out of the variance check. that is
              *> safe because VARS suspends a swing as VARI before
              *> the hold is considered, so only a row with no swing
              *> (or one already confirmed through VARSFIX) is ever
              *> held
              2200-RELEASE-HELD-ROW.
                  MOVE 'R' TO HC-REC-TYPE
                  MOVE GM-HOLD-OPERATOR TO HC-RELEASE-OPERATOR
                  MOVE HC-INPUT-IMAGE TO REBILL-RECORD
                  WRITE REBILL-RECORD
                  ADD 1 TO WS-ROWS-RELEASED
                  ADD SUBVAR-1 OF HC-DETAIL-AREA
                      TO WS-RELEASED-SUBVAR1-TOTAL
                  MOVE "RELEASED FOR RE-BILL" TO WS-LINE-NOTE
                  PERFORM 2500-WRITE-ROW-LINE.

              *> the account has been closed and archived since the
              *> row was held - a re-bill would seed a new master
              *> for it, so the row stays held until someone decides
              2300-CARRY-ORPHAN-ROW.
                  WRITE CARRY-RECORD FROM HELD-CHARGE-RECORD
                  ADD 1 TO WS-ROWS-NO-MASTER
                  ADD 1 TO WS-ROWS-CARRIED
                  ADD SUBVAR-1 OF HC-DETAIL-AREA
                      TO WS-CARRIED-SUBVAR1-TOTAL
                  MOVE SPACES TO HC-RELEASE-OPERATOR
                  MOVE "** NO MASTER-CARRIED" TO WS-LINE-NOTE
                  PERFORM 2500-WRITE-ROW-LINE.

              2400-CARRY-HELD-ROW.
                  WRITE CARRY-RECORD FROM HELD-CHARGE-RECORD
                  ADD 1 TO WS-ROWS-CARRIED
                  ADD SUBVAR-1 OF HC-DETAIL-AREA
                      TO WS-CARRIED-SUBVAR1-TOTAL.

              2500-WRITE-ROW-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING HC-KEY " "
                          HC-FEED-DATE " "
                          HC-SOURCE-SYSTEM " "
                          SUBVAR-1 OF HC-DETAIL-AREA " "
                          HC-RELEASE-OPERATOR " "
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
                  STRING "BILLING HOLD RELEASE SWEEP" " RUN DATE: "
                          WS-RUN-DATE-REPORT " PAGE: " WS-PAGE-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3010-WRITE-COLUMN-HEADER.
                  *> columns line up with the line built in 2500 -
                  *> key X(10), feed date, source, SUBVAR-1, the
                  *> releasing operator, then the disposition
                  MOVE "KEY        FEED-DT  SRC SV1 RELEASED BY"
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

              8000-FINALIZE.
                  IF WS-ROWS-RELEASED = 0 AND WS-ROWS-NO-MASTER = 0
                      MOVE "  NO HOLDS RELEASED" TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "HELD ROWS READ " WS-ROWS-READ
                          " RELEASED " WS-ROWS-RELEASED
                          " SUBVAR-1 " WS-RELEASED-SUBVAR1-TOTAL
                          " STILL HELD " WS-ROWS-CARRIED
                          " SUBVAR-1 " WS-CARRIED-SUBVAR1-TOTAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-ROWS-NO-MASTER > 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** " WS-ROWS-NO-MASTER
                              " HELD ROWS FOR ACCOUNTS NO LONGER ON"
                              " GROUPMSTR - CARRIED, RESOLVE BY HAND"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  CLOSE HELD-CHARGE-FILE
                  CLOSE GROUPVAR-MASTER
                  CLOSE REBILL-FILE
                  CLOSE CARRY-FILE
                  CLOSE REPORT-FILE
                  DISPLAY "HOLD SWEEP - READ " WS-ROWS-READ
                      " RELEASED " WS-ROWS-RELEASED
                      " STILL HELD " WS-ROWS-CARRIED
                      " NO MASTER " WS-ROWS-NO-MASTER.
