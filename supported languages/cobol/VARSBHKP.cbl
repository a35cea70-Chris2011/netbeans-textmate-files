IDENTIFICATION DIVISION.
            PROGRAM-ID. VARSBHKP.

            *> weekly billing-history housekeeping. VARS writes a
            *> billing-history entry for every account every feed
            *> day, so the KSDS only grows; the account statement
            *> needs no more than the retention period on the PARMIN
            *> card. Entries whose feed date is older than that are
            *> deleted. The file is one entry per account per day,
            *> so the report is totals rather than a line per entry
            *> - with the entries billing never answered counted
            *> apart, since those are the ones somebody may still
            *> have been chasing.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> one card: retention days in columns 1-4, the same
                *> card VARSHKP takes
                SELECT PARM-FILE
                    ASSIGN TO "PARMIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-PARM-STATUS.

                *> same KSDS VARS, VARSREL and VARSACK post to
                SELECT BILLING-HISTORY-FILE
                    ASSIGN TO "BILLHIST"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
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
                05 PARM-RETENTION-DAYS PIC 9(4).
                05 FILLER PIC X(76).

              *> entry layout shared with the writers and the
              *> VARSSTMT statement via BILLHIST.cpy
              FD BILLING-HISTORY-FILE
                  RECORDING MODE IS F.
              COPY BILLHIST.

              FD REPORT-FILE
                  RECORDING MODE IS F.
              01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
              01 WS-PARM-STATUS PIC X(2).
              01 WS-BILLHIST-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).
              01 WS-HISTORY-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-HISTORY-EOF VALUE 'Y'.

              01 WS-RETENTION-DAYS PIC 9(4) VALUE 0.
              01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
              01 WS-RUN-DATE-GROUPS REDEFINES WS-RUN-DATE-YYYYMMDD.
                05 WS-RUN-DATE-YYYY PIC 9(4).
                05 WS-RUN-DATE-MM PIC 9(2).
                05 WS-RUN-DATE-DD PIC 9(2).
              01 WS-RUN-DATE-REPORT PIC X(10).
              01 WS-RUN-DATE-INTEGER PIC 9(7).
              01 WS-CUTOFF-INTEGER PIC 9(7).
              *> entries for feed dates before this one are purged
              01 WS-CUTOFF-DATE PIC 9(8).

              01 WS-ENTRIES-EXAMINED PIC 9(7) VALUE 0.
              01 WS-ENTRIES-PURGED PIC 9(7) VALUE 0.
              01 WS-ENTRIES-KEPT PIC 9(7) VALUE 0.
              01 WS-UNANSWERED-PURGED PIC 9(7) VALUE 0.
              01 WS-DELETE-FAILURES PIC 9(7) VALUE 0.
              *> captured ahead of the DELETE - the record area is
              *> not reliable once the record is gone
              01 WS-PURGE-KEY PIC X(21).
              01 WS-PURGE-UNANSWERED-SWITCH PIC X(1) VALUE 'N'.
                88 WS-PURGE-UNANSWERED VALUE 'Y'.

              *> report page/line control - same shape VARS uses
              01 WS-LINE-COUNT PIC 9(3) VALUE 0.
              01 WS-PAGE-COUNT PIC 9(3) VALUE 0.
              01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.
              01 WS-REPORT-LINE-AREA PIC X(132).

            PROCEDURE DIVISION.
              0000-MAIN-PROCESS.
                  PERFORM 1000-INITIALIZE
                  PERFORM 2000-EXAMINE-HISTORY-ENTRY
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
                  MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)
                      TO WS-RUN-DATE-INTEGER
                  SUBTRACT WS-RETENTION-DAYS FROM WS-RUN-DATE-INTEGER
                      GIVING WS-CUTOFF-INTEGER
                  MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
                      TO WS-CUTOFF-DATE
                  OPEN I-O BILLING-HISTORY-FILE
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
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "RETENTION " WS-RETENTION-DAYS
                          " DAYS - PURGING ENTRIES FOR FEED DATES "
                          "BEFORE " WS-CUTOFF-DATE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  *> the key leads with the account, not the date, so
                  *> old entries are spread through the whole file -
                  *> one sequential pass from the start
                  MOVE LOW-VALUES TO BH-KEY
                  START BILLING-HISTORY-FILE KEY NOT < BH-KEY
                      INVALID KEY
                          SET WS-HISTORY-EOF TO TRUE
                  END-START
                  IF NOT WS-HISTORY-EOF
                      PERFORM 2100-READ-NEXT-ENTRY
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
                          DISPLAY "** EMPTY PARMIN - NO RETENTION DAYS"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
                  IF PARM-RETENTION-DAYS IS NOT NUMERIC
                          OR PARM-RETENTION-DAYS = 0
                      DISPLAY "** INVALID RETENTION DAYS: "
                          PARM-RETENTION-DAYS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  MOVE PARM-RETENTION-DAYS TO WS-RETENTION-DAYS
                  CLOSE PARM-FILE.

              2000-EXAMINE-HISTORY-ENTRY.
                  ADD 1 TO WS-ENTRIES-EXAMINED
                  IF BH-FEED-DATE < WS-CUTOFF-DATE
                      PERFORM 2200-PURGE-HISTORY-ENTRY
                  ELSE
                      ADD 1 TO WS-ENTRIES-KEPT
                  END-IF
                  PERFORM 2100-READ-NEXT-ENTRY.

              2100-READ-NEXT-ENTRY.
                  READ BILLING-HISTORY-FILE NEXT RECORD
                      AT END
                          SET WS-HISTORY-EOF TO TRUE
                  END-READ.

              *> released to billing but never answered - purged all
              *> the same, but counted so the report says so
              2200-PURGE-HISTORY-ENTRY.
                  MOVE BH-KEY TO WS-PURGE-KEY
                  MOVE 'N' TO WS-PURGE-UNANSWERED-SWITCH
                  IF BH-ROWS-RELEASED > 0 AND BH-NOT-ANSWERED
                      SET WS-PURGE-UNANSWERED TO TRUE
                  END-IF
                  DELETE BILLING-HISTORY-FILE RECORD
                      INVALID KEY
                          ADD 1 TO WS-DELETE-FAILURES
                          DISPLAY "** DELETE FAILED KEY " WS-PURGE-KEY
                              " STATUS " WS-BILLHIST-STATUS
                          MOVE SPACES TO WS-REPORT-LINE-AREA
                          STRING "** DELETE FAILED KEY " WS-PURGE-KEY
                                  " STATUS " WS-BILLHIST-STATUS
                                  " - ENTRY STILL LIVE"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                          PERFORM 3200-WRITE-REPORT-LINE
                          MOVE 8 TO RETURN-CODE
                      NOT INVALID KEY
                          ADD 1 TO WS-ENTRIES-PURGED
                          IF WS-PURGE-UNANSWERED
                              ADD 1 TO WS-UNANSWERED-PURGED
                          END-IF
                  END-DELETE.

              3000-WRITE-REPORT-HEADINGS.
                  MOVE 0 TO WS-LINE-COUNT
                  PERFORM 3005-WRITE-PAGE-BANNER.

              3005-WRITE-PAGE-BANNER.
                  ADD 1 TO WS-PAGE-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "BILLING HISTORY PURGE REPORT" " RUN DATE: "
                          WS-RUN-DATE-REPORT " PAGE: " WS-PAGE-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
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
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "EXAMINED " WS-ENTRIES-EXAMINED
                          " KEPT " WS-ENTRIES-KEPT
                          " PURGED " WS-ENTRIES-PURGED
                          " (NEVER ANSWERED BY BILLING "
                          WS-UNANSWERED-PURGED ")"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-DELETE-FAILURES > 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** DELETE FAILURES " WS-DELETE-FAILURES
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  CLOSE BILLING-HISTORY-FILE
                  CLOSE REPORT-FILE
                  DISPLAY "BILLING HISTORY HOUSEKEEPING - EXAMINED "
                      WS-ENTRIES-EXAMINED " PURGED "
                      WS-ENTRIES-PURGED.
