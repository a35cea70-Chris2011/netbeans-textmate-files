IDENTIFICATION DIVISION.
            PROGRAM-ID. VARSCHG.

            *> daily name and address change notification, run the
            *> morning after the day's last master update. CHGIN is
            *> the day's change log - one record per change VARS,
            *> VARSEDIT, VARSBAT, or a VARSRCV back-out made to an
            *> existing account's name (SUBVAR-2) or address
            *> (SUBVAR-3/4). Every change goes to NOTEOUT, the day's
            *> fixed-format notification file, closed by a trailer
            *> carrying the log date and the record count (split
            *> into name and address changes) so whoever takes the
            *> file can prove they got all of it - a day with no
            *> changes still gets a file holding only the trailer.
            *> Every change also prints on the daily listing with
            *> its old and new values, effective date, program, and
            *> operator.
            *> Address changes are kept on a rolling 30-day history
            *> (ADRHIN in, ADRHOUT out, rebuilt by the job once this
            *> step has ended cleanly). Any account whose address
            *> changed today and has changed more than once in the
            *> 30 days ending on the log date is listed again under
            *> a warning heading with each of those changes, and
            *> ends the step RC=4 so somebody looks at it before the
            *> next statement goes out.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> the day's change log - every writer's notices, in
                *> the order they were written
                SELECT CHANGE-LOG-FILE
                    ASSIGN TO "CHGIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-CHGLOG-STATUS.

                *> the day's notification file - the log's records
                *> copied across, then the trailer
                SELECT CHANGE-NOTICE-FILE
                    ASSIGN TO "NOTEOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-NOTICE-STATUS.

                *> address changes from the last 30 days, carried
                *> from one morning to the next in the notice layout
                SELECT ADDRESS-HISTORY-IN
                    ASSIGN TO "ADRHIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-ADRHIN-STATUS.

                *> the same history trimmed to the window with
                *> today's address changes added - written back as
                *> the new carry-forward by the job
                SELECT ADDRESS-HISTORY-OUT
                    ASSIGN TO "ADRHOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-ADRHOUT-STATUS.

                SELECT REPORT-FILE
                    ASSIGN TO "RPTOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-REPORT-STATUS.

            DATA DIVISION.
              FILE SECTION.
              *> every file here is in the one layout - shared with
              *> the writers via CHGNOTE.cpy, renamed field for field
              *> on the inputs
              FD CHANGE-LOG-FILE
                  RECORDING MODE IS F.
              COPY CHGNOTE REPLACING
                  ==CHANGE-NOTICE-RECORD== BY ==CHANGE-LOG-RECORD==
                  ==CHANGE-NOTICE-TRAILER== BY ==CHANGE-LOG-TRAILER==
                  LEADING ==CN-== BY ==CL-==
                  LEADING ==CT-== BY ==CLT-==.

              FD CHANGE-NOTICE-FILE
                  RECORDING MODE IS F.
              COPY CHGNOTE.

              FD ADDRESS-HISTORY-IN
                  RECORDING MODE IS F.
              COPY CHGNOTE REPLACING
                  ==CHANGE-NOTICE-RECORD== BY ==ADDRESS-HISTORY-RECORD==
                  ==CHANGE-NOTICE-TRAILER== BY ==ADDRESS-HISTORY-TRAILER==
                  LEADING ==CN-== BY ==AH-==
                  LEADING ==CT-== BY ==AHT-==.

              *> written from the table image - carried byte for byte
              FD ADDRESS-HISTORY-OUT
                  RECORDING MODE IS F.
              01 ADDRESS-HISTORY-OUT-RECORD PIC X(120).

              FD REPORT-FILE
                  RECORDING MODE IS F.
              01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
              01 WS-CHGLOG-STATUS PIC X(2).
              01 WS-NOTICE-STATUS PIC X(2).
              01 WS-ADRHIN-STATUS PIC X(2).
              01 WS-ADRHOUT-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).
              01 WS-CHGLOG-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-CHGLOG-EOF VALUE 'Y'.
              01 WS-ADRHIN-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-ADRHIN-EOF VALUE 'Y'.

              *> the day the log covers - the EXEC PARM names it
              *> outright ('yyyymmdd'), the same morning-after date
              *> VARSACKJ passes; without one it is the day before
              *> the run date. the window is the 30 days ending on it
              01 WS-PARM-SCAN-LENGTH PIC S9(4) COMP VALUE 0.
              01 WS-LOG-DATE PIC 9(8) VALUE 0.
              01 WS-LOG-DATE-GROUPS REDEFINES WS-LOG-DATE.
                05 WS-LOG-DATE-YYYY PIC 9(4).
                05 WS-LOG-DATE-MM PIC 9(2).
                05 WS-LOG-DATE-DD PIC 9(2).
              01 WS-LOG-DATE-REPORT PIC X(10).
              01 WS-LOG-DATE-INTEGER PIC 9(7) VALUE 0.
              01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
              01 WS-WINDOW-START PIC 9(8) VALUE 0.

              01 WS-CHANGES-READ PIC 9(7) VALUE 0.
              01 WS-NAME-CHANGES PIC 9(7) VALUE 0.
              01 WS-ADDRESS-CHANGES PIC 9(7) VALUE 0.
              01 WS-NOTICES-WRITTEN PIC 9(7) VALUE 0.
              *> a trailer or anything else that is not a detail has
              *> no business in the log - skipped, and said so
              01 WS-RECORDS-SKIPPED PIC 9(7) VALUE 0.
              01 WS-HISTORY-READ PIC 9(7) VALUE 0.
              01 WS-HISTORY-EXPIRED PIC 9(7) VALUE 0.
              01 WS-HISTORY-CARRIED PIC 9(7) VALUE 0.
              01 WS-ACCOUNTS-WARNED PIC 9(7) VALUE 0.

              *> the address changes inside the window - the carried
              *> history first, then today's. an entry logged today
              *> is flagged, so only an account whose address moved
              *> today is warned about, once. a rerun finds today's
              *> changes already carried (same key and write moment)
              *> and flags the carried entry instead of adding it
              *> again
              01 WS-ADDRESS-TABLE.
                05 WS-AT-ENTRY OCCURS 5000 TIMES.
                    10 WS-AT-KEY PIC X(10).
                    10 WS-AT-EFFECTIVE-DATE PIC 9(8).
                    10 WS-AT-RECORDED PIC X(14).
                    10 WS-AT-TODAY-SWITCH PIC X(1).
                        88 WS-AT-LOGGED-TODAY VALUE 'Y'.
                    10 WS-AT-IMAGE PIC X(120).
              01 WS-ADDRESS-COUNT PIC 9(5) VALUE 0.
              01 WS-ADDRESS-MAX PIC 9(5) VALUE 5000.
              01 WS-AT-SUB PIC 9(5) VALUE 0.
              01 WS-AT-SCAN PIC 9(5) VALUE 0.
              01 WS-AT-FOUND PIC 9(5) VALUE 0.
              01 WS-KEY-CHANGES PIC 9(3) VALUE 0.
              01 WS-NEW-KEY PIC X(10).
              01 WS-NEW-EFFECTIVE-DATE PIC 9(8).
              01 WS-NEW-RECORDED.
                05 WS-NEW-RECORDED-DATE PIC 9(8).
                05 WS-NEW-RECORDED-TIME PIC 9(6).
              01 WS-EARLIER-SWITCH PIC X(1) VALUE 'N'.
                88 WS-WARNED-EARLIER VALUE 'Y'.

              *> the entry being listed - unpacked from a table image
              *> for the warning lines
              01 WS-LIST-RECORD.
                05 FILLER PIC X(1).
                05 WS-LIST-KEY PIC X(10).
                05 WS-LIST-TYPE PIC X(4).
                05 WS-LIST-OLD PIC X(30).
                05 WS-LIST-NEW PIC X(30).
                05 WS-LIST-EFFECTIVE-DATE PIC 9(8).
                05 WS-LIST-PROGRAM PIC X(8).
                05 WS-LIST-OPERATOR PIC X(8).
                05 FILLER PIC X(21).

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
              *> EXEC card PARM - 'yyyymmdd', the day the log covers
              01 RUN-PARM.
                05 RUN-PARM-LENGTH PIC S9(4) COMP.
                05 RUN-PARM-TEXT PIC X(20).

            PROCEDURE DIVISION USING RUN-PARM.
              0000-MAIN-PROCESS.
                  PERFORM 1000-INITIALIZE
                  PERFORM 1200-LOAD-ADDRESS-HISTORY
                      UNTIL WS-ADRHIN-EOF
                  PERFORM 2000-PROCESS-CHANGE
                      UNTIL WS-CHGLOG-EOF
                  PERFORM 4000-CHECK-REPEATED-ADDRESSES
                  PERFORM 8000-FINALIZE
                  STOP RUN.

              1000-INITIALIZE.
                  ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
                  STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/"
                          WS-RUN-DATE-YYYY
                      DELIMITED BY SIZE INTO WS-RUN-DATE-REPORT
                  END-STRING
                  PERFORM 1010-PARSE-RUN-PARM
                  STRING WS-LOG-DATE-MM "/" WS-LOG-DATE-DD "/"
                          WS-LOG-DATE-YYYY
                      DELIMITED BY SIZE INTO WS-LOG-DATE-REPORT
                  END-STRING
                  MOVE FUNCTION INTEGER-OF-DATE(WS-LOG-DATE)
                      TO WS-LOG-DATE-INTEGER
                  COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
                      (WS-LOG-DATE-INTEGER - WS-WINDOW-DAYS + 1)
                  OPEN INPUT CHANGE-LOG-FILE
                  IF WS-CHGLOG-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN CHGIN, STATUS "
                          WS-CHGLOG-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN INPUT ADDRESS-HISTORY-IN
                  IF WS-ADRHIN-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN ADRHIN, STATUS "
                          WS-ADRHIN-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN OUTPUT CHANGE-NOTICE-FILE
                  IF WS-NOTICE-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN NOTEOUT, STATUS "
                          WS-NOTICE-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN OUTPUT ADDRESS-HISTORY-OUT
                  IF WS-ADRHOUT-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN ADRHOUT, STATUS "
                          WS-ADRHOUT-STATUS
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
                  PERFORM 1300-READ-ADDRESS-HISTORY
                  PERFORM 2100-READ-CHANGE-LOG.

              *> 'yyyymmdd' in the first 8 bytes. anything shorter or
              *> non-numeric falls back to the day before the run
              1010-PARSE-RUN-PARM.
                  MOVE RUN-PARM-LENGTH TO WS-PARM-SCAN-LENGTH
                  IF WS-PARM-SCAN-LENGTH >= 8
                          AND RUN-PARM-TEXT (1 : 8) IS NUMERIC
                      MOVE RUN-PARM-TEXT (1 : 8) TO WS-LOG-DATE
                  ELSE
                      COMPUTE WS-LOG-DATE = FUNCTION DATE-OF-INTEGER
                          (FUNCTION INTEGER-OF-DATE
                              (WS-RUN-DATE-YYYYMMDD) - 1)
                  END-IF.

              *> only address changes still inside the window are
              *> kept - anything older has aged off and is dropped
              *> from the carry-forward here
              1200-LOAD-ADDRESS-HISTORY.
                  ADD 1 TO WS-HISTORY-READ
                  IF AH-IS-DETAIL AND AH-ADDRESS-CHANGE
                          AND AH-EFFECTIVE-DATE >= WS-WINDOW-START
                      MOVE AH-KEY TO WS-NEW-KEY
                      MOVE AH-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE-DATE
                      MOVE AH-RECORDED-DATE TO WS-NEW-RECORDED-DATE
                      MOVE AH-RECORDED-TIME TO WS-NEW-RECORDED-TIME
                      PERFORM 1250-ADD-ADDRESS-ENTRY
                      MOVE ADDRESS-HISTORY-RECORD
                          TO WS-AT-IMAGE (WS-ADDRESS-COUNT)
                  ELSE
                      ADD 1 TO WS-HISTORY-EXPIRED
                  END-IF
                  PERFORM 1300-READ-ADDRESS-HISTORY.

              *> a full table would mean dropping changes from the
              *> history without a word - stop instead, and the job
              *> leaves yesterday's carry-forward in place
              1250-ADD-ADDRESS-ENTRY.
                  IF WS-ADDRESS-COUNT >= WS-ADDRESS-MAX
                      DISPLAY "** ADDRESS HISTORY TABLE FULL - ENLARGE "
                          "WS-ADDRESS-TABLE"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  ADD 1 TO WS-ADDRESS-COUNT
                  MOVE WS-NEW-KEY TO WS-AT-KEY (WS-ADDRESS-COUNT)
                  MOVE WS-NEW-EFFECTIVE-DATE
                      TO WS-AT-EFFECTIVE-DATE (WS-ADDRESS-COUNT)
                  MOVE WS-NEW-RECORDED
                      TO WS-AT-RECORDED (WS-ADDRESS-COUNT)
                  MOVE 'N' TO WS-AT-TODAY-SWITCH (WS-ADDRESS-COUNT).

              1300-READ-ADDRESS-HISTORY.
                  READ ADDRESS-HISTORY-IN
                      AT END
                          SET WS-ADRHIN-EOF TO TRUE
                  END-READ.

              *> every change is passed on and listed, name and
              *> address alike - only the address changes go on
              *> into the 30-day history
              2000-PROCESS-CHANGE.
                  IF CL-IS-DETAIL
                      ADD 1 TO WS-CHANGES-READ
                      WRITE CHANGE-NOTICE-RECORD FROM CHANGE-LOG-RECORD
                      ADD 1 TO WS-NOTICES-WRITTEN
                      IF CL-ADDRESS-CHANGE
                          ADD 1 TO WS-ADDRESS-CHANGES
                          PERFORM 2200-RECORD-ADDRESS-CHANGE
                      ELSE
                          ADD 1 TO WS-NAME-CHANGES
                      END-IF
                      PERFORM 2500-WRITE-CHANGE-LINE
                  ELSE
                      ADD 1 TO WS-RECORDS-SKIPPED
                  END-IF
                  PERFORM 2100-READ-CHANGE-LOG.

              2100-READ-CHANGE-LOG.
                  READ CHANGE-LOG-FILE
                      AT END
                          SET WS-CHGLOG-EOF TO TRUE
                  END-READ.

              *> the write moment (recorded date and time) tells a
              *> change already carried by an earlier run of this
              *> same morning from a new one
              2200-RECORD-ADDRESS-CHANGE.
                  MOVE CL-KEY TO WS-NEW-KEY
                  MOVE CL-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE-DATE
                  MOVE CL-RECORDED-DATE TO WS-NEW-RECORDED-DATE
                  MOVE CL-RECORDED-TIME TO WS-NEW-RECORDED-TIME
                  MOVE 0 TO WS-AT-FOUND
                  PERFORM 2250-MATCH-CARRIED-ENTRY
                      VARYING WS-AT-SUB FROM 1 BY 1
                      UNTIL WS-AT-SUB > WS-ADDRESS-COUNT
                          OR WS-AT-FOUND > 0
                  IF WS-AT-FOUND = 0
                      PERFORM 1250-ADD-ADDRESS-ENTRY
                      MOVE CHANGE-LOG-RECORD
                          TO WS-AT-IMAGE (WS-ADDRESS-COUNT)
                      MOVE WS-ADDRESS-COUNT TO WS-AT-FOUND
                  END-IF
                  SET WS-AT-LOGGED-TODAY (WS-AT-FOUND) TO TRUE.

              2250-MATCH-CARRIED-ENTRY.
                  IF WS-AT-KEY (WS-AT-SUB) = WS-NEW-KEY
                          AND WS-AT-RECORDED (WS-AT-SUB)
                              = WS-NEW-RECORDED
                      MOVE WS-AT-SUB TO WS-AT-FOUND
                  END-IF.

              2500-WRITE-CHANGE-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING CL-KEY " "
                          CL-CHANGE-TYPE " "
                          CL-OLD-VALUE " "
                          CL-NEW-VALUE " "
                          CL-EFFECTIVE-DATE " "
                          CL-PROGRAM-NAME " "
                          CL-OPERATOR
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              3000-WRITE-REPORT-HEADINGS.
                  MOVE 0 TO WS-LINE-COUNT
                  PERFORM 3005-WRITE-PAGE-BANNER.

              3005-WRITE-PAGE-BANNER.
                  ADD 1 TO WS-PAGE-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "NAME/ADDRESS CHANGES FOR "
                          WS-LOG-DATE-REPORT " RUN DATE: "
                          WS-RUN-DATE-REPORT " PAGE: " WS-PAGE-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3010-WRITE-COLUMN-HEADER.
                  *> columns line up with the lines built in 2500 and
                  *> 4300 - key X(10), change type X(4), old and new
                  *> value X(30) each, effective date, program X(8),
                  *> operator X(8); a name uses the first 15 of each
                  *> value, an address both lines
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "KEY        TYPE "
                          "OLD VALUE                      "
                          "NEW VALUE                      "
                          "EFF-DATE PROGRAM  OPERATOR"
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

              *> one look per entry logged today - an account with
              *> two address changes today is warned about at the
              *> first of them only
              4000-CHECK-REPEATED-ADDRESSES.
                  PERFORM 4100-CHECK-ADDRESS-ENTRY
                      VARYING WS-AT-SUB FROM 1 BY 1
                      UNTIL WS-AT-SUB > WS-ADDRESS-COUNT.

              4100-CHECK-ADDRESS-ENTRY.
                  IF WS-AT-LOGGED-TODAY (WS-AT-SUB)
                      MOVE WS-AT-KEY (WS-AT-SUB) TO WS-NEW-KEY
                      MOVE 'N' TO WS-EARLIER-SWITCH
                      PERFORM 4150-CHECK-EARLIER-ENTRY
                          VARYING WS-AT-SCAN FROM 1 BY 1
                          UNTIL WS-AT-SCAN >= WS-AT-SUB
                              OR WS-WARNED-EARLIER
                      IF NOT WS-WARNED-EARLIER
                          MOVE 0 TO WS-KEY-CHANGES
                          PERFORM 4200-COUNT-KEY-ENTRY
                              VARYING WS-AT-SCAN FROM 1 BY 1
                              UNTIL WS-AT-SCAN > WS-ADDRESS-COUNT
                          IF WS-KEY-CHANGES > 1
                              PERFORM 4250-WRITE-KEY-WARNING
                          END-IF
                      END-IF
                  END-IF.

              4150-CHECK-EARLIER-ENTRY.
                  IF WS-AT-LOGGED-TODAY (WS-AT-SCAN)
                          AND WS-AT-KEY (WS-AT-SCAN) = WS-NEW-KEY
                      SET WS-WARNED-EARLIER TO TRUE
                  END-IF.

              4200-COUNT-KEY-ENTRY.
                  IF WS-AT-KEY (WS-AT-SCAN) = WS-NEW-KEY
                      ADD 1 TO WS-KEY-CHANGES
                  END-IF.

              *> the section heading goes out with the first warning
              *> only; each account then shows every address change
              *> in the window, oldest first
              4250-WRITE-KEY-WARNING.
                  IF WS-ACCOUNTS-WARNED = 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** ADDRESS CHANGED MORE THAN ONCE IN "
                              WS-WINDOW-DAYS " DAYS (SINCE "
                              WS-WINDOW-START ")"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      PERFORM 3010-WRITE-COLUMN-HEADER
                  END-IF
                  ADD 1 TO WS-ACCOUNTS-WARNED
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "** " WS-NEW-KEY " ADDRESS CHANGED "
                          WS-KEY-CHANGES " TIMES"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  PERFORM 4300-WRITE-KEY-CHANGE-LINE
                      VARYING WS-AT-SCAN FROM 1 BY 1
                      UNTIL WS-AT-SCAN > WS-ADDRESS-COUNT.

              4300-WRITE-KEY-CHANGE-LINE.
                  IF WS-AT-KEY (WS-AT-SCAN) = WS-NEW-KEY
                      MOVE WS-AT-IMAGE (WS-AT-SCAN) TO WS-LIST-RECORD
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING WS-LIST-KEY " "
                              WS-LIST-TYPE " "
                              WS-LIST-OLD " "
                              WS-LIST-NEW " "
                              WS-LIST-EFFECTIVE-DATE " "
                              WS-LIST-PROGRAM " "
                              WS-LIST-OPERATOR
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF.

              *> the carry-forward is everything still in the
              *> window, today's included, in the order loaded
              5000-WRITE-ADDRESS-HISTORY.
                  WRITE ADDRESS-HISTORY-OUT-RECORD
                      FROM WS-AT-IMAGE (WS-AT-SUB)
                  ADD 1 TO WS-HISTORY-CARRIED.

              *> the trailer goes out even on a day with no changes,
              *> so the file always proves itself complete
              8000-FINALIZE.
                  MOVE SPACES TO CHANGE-NOTICE-TRAILER
                  SET CN-IS-TRAILER TO TRUE
                  MOVE WS-LOG-DATE TO CT-FILE-DATE
                  MOVE WS-NOTICES-WRITTEN TO CT-RECORD-COUNT
                  MOVE WS-NAME-CHANGES TO CT-NAME-COUNT
                  MOVE WS-ADDRESS-CHANGES TO CT-ADDRESS-COUNT
                  WRITE CHANGE-NOTICE-TRAILER
                  PERFORM 5000-WRITE-ADDRESS-HISTORY
                      VARYING WS-AT-SUB FROM 1 BY 1
                      UNTIL WS-AT-SUB > WS-ADDRESS-COUNT
                  IF WS-CHANGES-READ = 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE "  NO NAME OR ADDRESS CHANGES LOGGED"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "CHANGES NOTIFIED " WS-NOTICES-WRITTEN
                          " NAME " WS-NAME-CHANGES
                          " ADDRESS " WS-ADDRESS-CHANGES
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "ADDRESS HISTORY READ " WS-HISTORY-READ
                          " AGED OFF " WS-HISTORY-EXPIRED
                          " CARRIED " WS-HISTORY-CARRIED
                          " ACCOUNTS WARNED " WS-ACCOUNTS-WARNED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-RECORDS-SKIPPED > 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** " WS-RECORDS-SKIPPED
                              " NON-DETAIL RECORDS IN THE CHANGE LOG"
                              " - SKIPPED"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  IF WS-ACCOUNTS-WARNED > 0
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  CLOSE CHANGE-LOG-FILE
                  CLOSE ADDRESS-HISTORY-IN
                  CLOSE CHANGE-NOTICE-FILE
                  CLOSE ADDRESS-HISTORY-OUT
                  CLOSE REPORT-FILE
                  DISPLAY "CHANGE NOTICES " WS-NOTICES-WRITTEN
                      " NAME " WS-NAME-CHANGES
                      " ADDRESS " WS-ADDRESS-CHANGES
                      " ACCOUNTS WARNED " WS-ACCOUNTS-WARNED.
