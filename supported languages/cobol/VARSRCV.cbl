IDENTIFICATION DIVISION.
            PROGRAM-ID. VARSRCV.

            *> GROUPMSTR recovery from the change-history trail. Two
            *> actions off the PARMIN card:
            *>   R - forward recovery. The JCL has already redefined
            *>       the cluster and reloaded a VARSBKP backup into
            *>       it; this step proves the reload against the
            *>       backup log, then replays every history
            *>       after-image written since the backup was taken,
            *>       in write order, up to the point in time on the
            *>       card (blank = the end of the trail).
            *>   B - back-out. Every change one program wrote to the
            *>       live master on one day is undone, newest first,
            *>       putting each before-image back - the way out of
            *>       a bad VARSBAT transaction file without losing
            *>       everything else that day.
            *> Nothing is applied blindly: before a change goes in
            *> the record as it currently stands must be the image
            *> the change expects to find (the before-image on a
            *> replay, the after-image on a back-out). Anything else
            *> means the master and the trail disagree, and the
            *> change is reported with both images instead of being
            *> applied. The report lists every change applied or
            *> refused, with counts by originating program, so it
            *> can go to audit as it stands.
            *> A replay writes no history of its own - the changes
            *> it re-applies are already on the trail. A back-out is
            *> a new change, and leaves the same history record
            *> every other master write leaves.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> one card: action col 1 (R=RECOVER B=BACK OUT),
                *> date 2-9 (R: date of the backup reloaded, B: day
                *> the changes were written), point in time 10-23
                *> yyyymmddhhmmss (R only, blank = end of trail),
                *> program 24-31 (B only)
                SELECT PARM-FILE
                    ASSIGN TO "PARMIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-PARM-STATUS.

                *> written by VARSBKP - layout shared via BKPLOG.cpy
                SELECT BACKUP-LOG-FILE
                    ASSIGN TO "BKPLOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-LOG-STATUS.

                *> the dated history generations, in write order
                SELECT HISTORY-IN-FILE
                    ASSIGN TO "HISTIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HISTIN-STATUS.

                *> same KSDS VARS and VARSEDIT work against
                SELECT GROUPVAR-MASTER
                    ASSIGN TO "GROUPMSTR"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS GM-KEY
                    FILE STATUS IS WS-MASTER-STATUS.

                *> a back-out is a master write like any other - it
                *> leaves the same history record
                SELECT HISTORY-FILE
                    ASSIGN TO "HISTOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HISTORY-STATUS.

                *> and a restored name or address is a change like any
                *> other - it goes on the day's change log. a replay
                *> only puts back changes already notified, so only a
                *> back-out opens it
                SELECT CHANGE-NOTICE-FILE
                    ASSIGN TO "CHGOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-CHGLOG-STATUS.

                SELECT REPORT-FILE
                    ASSIGN TO "RPTOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-REPORT-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD PARM-FILE
                  RECORDING MODE IS F.
              01 PARM-RECORD.
                05 PARM-ACTION PIC X(1).
                    88 PARM-RECOVER VALUE 'R'.
                    88 PARM-BACK-OUT VALUE 'B'.
                05 PARM-DATE PIC X(8).
                05 PARM-POINT-IN-TIME PIC X(14).
                05 PARM-PROGRAM-NAME PIC X(8).
                05 FILLER PIC X(49).

              FD BACKUP-LOG-FILE
                  RECORDING MODE IS F.
              COPY BKPLOG.

              *> the trail being read carries the same layout as the
              *> one being written, so the input copy of MSTRHIST.cpy
              *> is renamed field for field
              FD HISTORY-IN-FILE
                  RECORDING MODE IS F.
              COPY MSTRHIST REPLACING ==MASTER-HISTORY-RECORD==
                                   BY ==HISTORY-IN-RECORD==
                                      LEADING ==MH-== BY ==HI-==.

              FD GROUPVAR-MASTER
                  RECORDING MODE IS F.
              *> record layout shared with VARS and VARSEDIT via
              *> GROUPMSTR.cpy so the programs can't drift apart
              COPY GROUPMSTR.

              *> one record per master write - layout shared via
              *> MSTRHIST.cpy
              FD HISTORY-FILE
                  RECORDING MODE IS F.
              COPY MSTRHIST.

              *> one record per name or address change - layout
              *> shared via CHGNOTE.cpy
              FD CHANGE-NOTICE-FILE
                  RECORDING MODE IS F.
              COPY CHGNOTE.

              FD REPORT-FILE
                  RECORDING MODE IS F.
              01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
              01 WS-PARM-STATUS PIC X(2).
              01 WS-LOG-STATUS PIC X(2).
              01 WS-HISTIN-STATUS PIC X(2).
              01 WS-MASTER-STATUS PIC X(2).
              01 WS-HISTORY-STATUS PIC X(2).
              01 WS-CHGLOG-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).
              01 WS-HISTIN-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-HISTIN-EOF VALUE 'Y'.
              01 WS-LOG-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-LOG-EOF VALUE 'Y'.
              01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-MASTER-EOF VALUE 'Y'.

              *> what the parameter card asked for
              01 WS-ACTION PIC X(1).
                88 WS-RECOVER-MODE VALUE 'R'.
                88 WS-BACK-OUT-MODE VALUE 'B'.
              01 WS-SELECT-DATE PIC X(8).
              01 WS-POINT-IN-TIME PIC X(14) VALUE SPACES.
              01 WS-SELECT-PROGRAM PIC X(8) VALUE SPACES.

              *> the backup the cluster was reloaded from, as the
              *> backup log recorded it - of two logged backups on
              *> the same date (a rerun) the later one is the copy
              *> the dated dataset holds
              01 WS-BACKUP-FOUND-SWITCH PIC X(1) VALUE 'N'.
                88 WS-BACKUP-FOUND VALUE 'Y'.
              01 WS-BACKUP-TIMESTAMP PIC X(21) VALUE SPACES.
              01 WS-BACKUP-COUNT PIC 9(7) VALUE 0.
              01 WS-MASTER-COUNT PIC 9(7) VALUE 0.

              *> write order is checked as the trail is read - the
              *> JCL sorts it on the write time, so a stamp going
              *> backwards means the wrong datasets were supplied
              01 WS-PREVIOUS-TIMESTAMP PIC X(21) VALUE SPACES.
              01 WS-FIRST-REPLAYED PIC X(14) VALUE SPACES.
              01 WS-LAST-REPLAYED PIC X(14) VALUE SPACES.

              *> the change being applied, whichever way round: the
              *> image the master must hold now, and the image to
              *> leave it holding
              01 WS-CHANGE-KEY PIC X(10).
              01 WS-CHANGE-PROGRAM PIC X(8).
              01 WS-CHANGE-TIMESTAMP PIC X(21).
              01 WS-CHANGE-STAMP-PARTS REDEFINES WS-CHANGE-TIMESTAMP.
                05 WS-CHANGE-WRITE-DATE PIC X(8).
                05 WS-CHANGE-WRITE-TIME PIC X(6).
                05 FILLER PIC X(7).
              01 WS-EXPECTED-IMAGE PIC X(140).
              01 WS-TARGET-IMAGE PIC X(140).
              01 WS-ON-FILE-IMAGE PIC X(140).
              *> no operator signs on to a back-out - its notices
              *> are marked as the back-out's own
              01 WS-NOTICE-OPERATOR PIC X(8) VALUE "BACKOUT".
              01 WS-NOTICES-WRITTEN PIC 9(7) VALUE 0.
              01 WS-KEY-ON-FILE-SWITCH PIC X(1) VALUE 'N'.
                88 WS-KEY-ON-FILE VALUE 'Y'.
              01 WS-APPLY-RESULT PIC X(1).
                88 WS-CHANGE-APPLIED VALUE 'A'.
                88 WS-CHANGE-MISMATCHED VALUE 'M'.
                88 WS-CHANGE-FAILED VALUE 'F'.
              01 WS-RESULT-TEXT PIC X(40).

              *> a back-out has to run newest first, and the trail
              *> can only be read oldest first - the day's changes
              *> by the named program are held here and walked
              *> backwards
              01 WS-BACK-OUT-TABLE.
                05 WS-BACK-OUT-ENTRY OCCURS 2000 TIMES.
                    10 WS-BT-KEY PIC X(10).
                    10 WS-BT-TIMESTAMP PIC X(21).
                    10 WS-BT-BEFORE-IMAGE PIC X(140).
                    10 WS-BT-AFTER-IMAGE PIC X(140).
              01 WS-BACK-OUT-COUNT PIC 9(5) VALUE 0.
              01 WS-BACK-OUT-MAX PIC 9(5) VALUE 2000.
              01 WS-BT-SUB PIC 9(5) VALUE 0.

              *> applied/refused counts by originating program -
              *> the audit summary at the foot of the report
              01 WS-PROGRAM-TABLE.
                05 WS-PROGRAM-ENTRY OCCURS 20 TIMES.
                    10 WS-PT-NAME PIC X(8).
                    10 WS-PT-APPLIED PIC 9(7).
                    10 WS-PT-MISMATCHED PIC 9(7).
                    10 WS-PT-FAILED PIC 9(7).
              01 WS-PROGRAM-COUNT PIC 9(3) VALUE 0.
              01 WS-PROGRAM-MAX PIC 9(3) VALUE 20.
              01 WS-PT-SUB PIC 9(3) VALUE 0.
              01 WS-PT-FOUND-SWITCH PIC X(1) VALUE 'N'.
                88 WS-PT-FOUND VALUE 'Y'.

              01 WS-HISTORY-READ PIC 9(7) VALUE 0.
              01 WS-IN-BACKUP PIC 9(7) VALUE 0.
              01 WS-BEYOND-POINT PIC 9(7) VALUE 0.
              01 WS-UNDATED PIC 9(7) VALUE 0.
              01 WS-NOT-SELECTED PIC 9(7) VALUE 0.
              01 WS-CHANGES-APPLIED PIC 9(7) VALUE 0.
              01 WS-CHANGES-MISMATCHED PIC 9(7) VALUE 0.
              01 WS-CHANGES-FAILED PIC 9(7) VALUE 0.

              *> report page/line control - same shape VARS uses
              01 WS-LINE-COUNT PIC 9(3) VALUE 0.
              01 WS-PAGE-COUNT PIC 9(3) VALUE 0.
              01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.
              01 WS-REPORT-LINE-AREA PIC X(132).
              01 WS-REPORT-TITLE PIC X(20).
              01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
              01 WS-RUN-DATE-GROUPS REDEFINES WS-RUN-DATE-YYYYMMDD.
                05 WS-RUN-DATE-YYYY PIC 9(4).
                05 WS-RUN-DATE-MM PIC 9(2).
                05 WS-RUN-DATE-DD PIC 9(2).
              01 WS-RUN-DATE-REPORT PIC X(10).

            PROCEDURE DIVISION.
              0000-MAIN-PROCESS.
                  PERFORM 1000-INITIALIZE
                  IF WS-RECOVER-MODE
                      PERFORM 2000-REPLAY-HISTORY-RECORD
                          UNTIL WS-HISTIN-EOF
                  ELSE
                      PERFORM 5000-SELECT-HISTORY-RECORD
                          UNTIL WS-HISTIN-EOF
                      PERFORM 6000-BACK-OUT-CHANGES
                  END-IF
                  PERFORM 8000-FINALIZE
                  STOP RUN.

              1000-INITIALIZE.
                  ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
                  STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/"
                          WS-RUN-DATE-YYYY
                      DELIMITED BY SIZE INTO WS-RUN-DATE-REPORT
                  END-STRING
                  PERFORM 1100-READ-PARM-CARD
                  OPEN OUTPUT REPORT-FILE
                  IF WS-REPORT-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN RPTOUT, STATUS "
                          WS-REPORT-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  IF WS-RECOVER-MODE
                      MOVE "GROUPMSTR RECOVERY" TO WS-REPORT-TITLE
                  ELSE
                      MOVE "GROUPMSTR BACK-OUT" TO WS-REPORT-TITLE
                  END-IF
                  PERFORM 3000-WRITE-REPORT-HEADINGS
                  IF WS-RECOVER-MODE
                      PERFORM 1200-FIND-LOGGED-BACKUP
                  END-IF
                  OPEN I-O GROUPVAR-MASTER
                  IF WS-MASTER-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN GROUPMSTR, STATUS "
                          WS-MASTER-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  IF WS-RECOVER-MODE
                      PERFORM 1400-PROVE-RELOADED-MASTER
                  ELSE
                      OPEN EXTEND HISTORY-FILE
                      IF WS-HISTORY-STATUS NOT = "00"
                          DISPLAY "** UNABLE TO OPEN HISTOUT, "
                              "STATUS " WS-HISTORY-STATUS
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      OPEN EXTEND CHANGE-NOTICE-FILE
                      IF WS-CHGLOG-STATUS NOT = "00"
                          DISPLAY "** UNABLE TO OPEN CHGOUT, "
                              "STATUS " WS-CHGLOG-STATUS
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                  END-IF
                  PERFORM 1600-ECHO-RUN-CRITERIA
                  OPEN INPUT HISTORY-IN-FILE
                  IF WS-HISTIN-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN HISTIN, STATUS "
                          WS-HISTIN-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 3010-WRITE-COLUMN-HEADER
                  PERFORM 2100-READ-HISTORY-FILE.

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
                          DISPLAY "** EMPTY PARMIN - NO ACTION"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
                  IF NOT PARM-RECOVER AND NOT PARM-BACK-OUT
                      DISPLAY "** INVALID ACTION: " PARM-ACTION
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  IF PARM-DATE IS NOT NUMERIC
                      DISPLAY "** INVALID DATE: " PARM-DATE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  MOVE PARM-ACTION TO WS-ACTION
                  MOVE PARM-DATE TO WS-SELECT-DATE
                  *> a half-typed point in time would stop the
                  *> replay somewhere nobody chose
                  IF WS-RECOVER-MODE
                          AND PARM-POINT-IN-TIME NOT = SPACES
                          AND PARM-POINT-IN-TIME IS NOT NUMERIC
                      DISPLAY "** INVALID POINT IN TIME: "
                          PARM-POINT-IN-TIME
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  IF WS-RECOVER-MODE
                      MOVE PARM-POINT-IN-TIME TO WS-POINT-IN-TIME
                  END-IF
                  *> a back-out without a program would undo every
                  *> change the day made
                  IF WS-BACK-OUT-MODE
                          AND PARM-PROGRAM-NAME = SPACES
                      DISPLAY "** BACK-OUT REQUIRES A PROGRAM NAME"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  MOVE PARM-PROGRAM-NAME TO WS-SELECT-PROGRAM
                  CLOSE PARM-FILE.

              *> the backup named on the card has to be on the log -
              *> a backup that never finished never got logged, and
              *> without its stamp there is no telling which history
              *> it already holds
              1200-FIND-LOGGED-BACKUP.
                  OPEN INPUT BACKUP-LOG-FILE
                  IF WS-LOG-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN BKPLOG, STATUS "
                          WS-LOG-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 1300-READ-BACKUP-LOG
                      UNTIL WS-LOG-EOF
                  CLOSE BACKUP-LOG-FILE
                  IF NOT WS-BACKUP-FOUND
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** NO BACKUP LOGGED FOR " WS-SELECT-DATE
                              " - NOTHING REPLAYED"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      CLOSE REPORT-FILE
                      DISPLAY "** NO BACKUP LOGGED FOR "
                          WS-SELECT-DATE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF.

              1300-READ-BACKUP-LOG.
                  READ BACKUP-LOG-FILE
                      AT END
                          SET WS-LOG-EOF TO TRUE
                      NOT AT END
                          IF BL-BACKUP-DATE = WS-SELECT-DATE
                              SET WS-BACKUP-FOUND TO TRUE
                              MOVE BL-TIMESTAMP TO WS-BACKUP-TIMESTAMP
                              MOVE BL-RECORD-COUNT TO WS-BACKUP-COUNT
                          END-IF
                  END-READ.

              *> the reload is proved before anything goes on top of
              *> it - a short REPRO would otherwise surface as a
              *> flood of "key not on file" mismatches, or worse,
              *> replayed creations masking the records it lost
              1400-PROVE-RELOADED-MASTER.
                  MOVE LOW-VALUES TO GM-KEY
                  START GROUPVAR-MASTER KEY NOT < GM-KEY
                      INVALID KEY
                          SET WS-MASTER-EOF TO TRUE
                  END-START
                  IF NOT WS-MASTER-EOF
                      PERFORM 1500-READ-NEXT-MASTER
                  END-IF
                  PERFORM 1450-COUNT-MASTER-RECORD
                      UNTIL WS-MASTER-EOF
                  IF WS-MASTER-COUNT NOT = WS-BACKUP-COUNT
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** RELOADED MASTER HOLDS "
                              WS-MASTER-COUNT " RECORDS, BACKUP OF "
                              WS-SELECT-DATE " LOGGED "
                              WS-BACKUP-COUNT " - NOTHING REPLAYED"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      CLOSE GROUPVAR-MASTER
                      CLOSE REPORT-FILE
                      DISPLAY "** RELOAD COUNT " WS-MASTER-COUNT
                          " DOES NOT MATCH BACKUP LOG "
                          WS-BACKUP-COUNT
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF.

              1450-COUNT-MASTER-RECORD.
                  ADD 1 TO WS-MASTER-COUNT
                  PERFORM 1500-READ-NEXT-MASTER.

              1500-READ-NEXT-MASTER.
                  READ GROUPVAR-MASTER NEXT RECORD
                      AT END
                          SET WS-MASTER-EOF TO TRUE
                  END-READ.

              1600-ECHO-RUN-CRITERIA.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-RECOVER-MODE
                      STRING "FORWARD RECOVERY FROM BACKUP OF "
                              WS-SELECT-DATE " TAKEN "
                              WS-BACKUP-TIMESTAMP(1:14)
                              " - " WS-BACKUP-COUNT " RECORDS, "
                              "RELOADED " WS-MASTER-COUNT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      IF WS-POINT-IN-TIME = SPACES
                          MOVE "REPLAYING TO THE END OF THE TRAIL"
                              TO WS-REPORT-LINE-AREA
                      ELSE
                          STRING "REPLAYING UP TO AND INCLUDING "
                                  WS-POINT-IN-TIME
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                      END-IF
                  ELSE
                      STRING "BACK-OUT OF " WS-SELECT-PROGRAM
                              " CHANGES WRITTEN ON " WS-SELECT-DATE
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> a record with no write time predates the stamp - it
              *> cannot be placed against the backup, so it is
              *> reported rather than guessed at. Anything stamped
              *> no later than the backup is already in it
              2000-REPLAY-HISTORY-RECORD.
                  ADD 1 TO WS-HISTORY-READ
                  PERFORM 2200-CHECK-WRITE-ORDER
                  EVALUATE TRUE
                      WHEN HI-TIMESTAMP = SPACES
                          ADD 1 TO WS-UNDATED
                          MOVE HI-KEY TO WS-CHANGE-KEY
                          MOVE HI-PROGRAM-NAME TO WS-CHANGE-PROGRAM
                          MOVE HI-TIMESTAMP TO WS-CHANGE-TIMESTAMP
                          MOVE "** NO WRITE TIME - NOT REPLAYED"
                              TO WS-RESULT-TEXT
                          PERFORM 3100-WRITE-CHANGE-LINE
                      WHEN HI-TIMESTAMP(1:16)
                              NOT > WS-BACKUP-TIMESTAMP(1:16)
                          ADD 1 TO WS-IN-BACKUP
                      WHEN WS-POINT-IN-TIME NOT = SPACES
                              AND HI-TIMESTAMP(1:14)
                                  > WS-POINT-IN-TIME
                          ADD 1 TO WS-BEYOND-POINT
                      WHEN OTHER
                          PERFORM 2300-REPLAY-CHANGE
                  END-EVALUATE
                  PERFORM 2100-READ-HISTORY-FILE.

              2100-READ-HISTORY-FILE.
                  READ HISTORY-IN-FILE
                      AT END
                          SET WS-HISTIN-EOF TO TRUE
                  END-READ.

              *> replaying out of order would rebuild a master that
              *> never existed - stop before anything more goes in
              2200-CHECK-WRITE-ORDER.
                  IF HI-TIMESTAMP NOT = SPACES
                      IF WS-PREVIOUS-TIMESTAMP NOT = SPACES
                              AND HI-TIMESTAMP(1:16)
                                  < WS-PREVIOUS-TIMESTAMP(1:16)
                          MOVE SPACES TO WS-REPORT-LINE-AREA
                          STRING "** HISTORY OUT OF WRITE ORDER AT "
                                  "KEY " HI-KEY " WRITTEN "
                                  HI-TIMESTAMP(1:14) " AFTER "
                                  WS-PREVIOUS-TIMESTAMP(1:14)
                                  " - RUN STOPPED"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                          PERFORM 3200-WRITE-REPORT-LINE
                          PERFORM 8000-FINALIZE
                          DISPLAY "** HISTIN OUT OF WRITE ORDER"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      MOVE HI-TIMESTAMP TO WS-PREVIOUS-TIMESTAMP
                  END-IF.

              2300-REPLAY-CHANGE.
                  MOVE HI-KEY TO WS-CHANGE-KEY
                  MOVE HI-PROGRAM-NAME TO WS-CHANGE-PROGRAM
                  MOVE HI-TIMESTAMP TO WS-CHANGE-TIMESTAMP
                  MOVE HI-BEFORE-IMAGE TO WS-EXPECTED-IMAGE
                  MOVE HI-AFTER-IMAGE TO WS-TARGET-IMAGE
                  PERFORM 4000-APPLY-CHANGE
                  IF WS-FIRST-REPLAYED = SPACES
                      MOVE HI-TIMESTAMP(1:14) TO WS-FIRST-REPLAYED
                  END-IF
                  MOVE HI-TIMESTAMP(1:14) TO WS-LAST-REPLAYED.

              *> the one place the master is touched. The record on
              *> file must be the expected image - or absent, when
              *> the expected image is blank - before the target
              *> image goes in; a blank target removes the record
              4000-APPLY-CHANGE.
                  MOVE WS-CHANGE-KEY TO GM-KEY
                  READ GROUPVAR-MASTER
                      INVALID KEY
                          MOVE 'N' TO WS-KEY-ON-FILE-SWITCH
                          MOVE SPACES TO WS-ON-FILE-IMAGE
                      NOT INVALID KEY
                          MOVE 'Y' TO WS-KEY-ON-FILE-SWITCH
                          MOVE GROUPVAR-MASTER-RECORD
                              TO WS-ON-FILE-IMAGE
                  END-READ
                  MOVE 'M' TO WS-APPLY-RESULT
                  EVALUATE TRUE
                      WHEN WS-EXPECTED-IMAGE = SPACES
                              AND WS-TARGET-IMAGE = SPACES
                          MOVE "** BLANK BEFORE AND AFTER IMAGES"
                              TO WS-RESULT-TEXT
                      WHEN WS-EXPECTED-IMAGE = SPACES
                              AND WS-KEY-ON-FILE
                          MOVE "** MISMATCH - KEY ALREADY ON FILE"
                              TO WS-RESULT-TEXT
                      WHEN WS-EXPECTED-IMAGE NOT = SPACES
                              AND NOT WS-KEY-ON-FILE
                          MOVE "** MISMATCH - KEY NOT ON FILE"
                              TO WS-RESULT-TEXT
                      WHEN WS-EXPECTED-IMAGE NOT = SPACES
                              AND WS-ON-FILE-IMAGE
                                  NOT = WS-EXPECTED-IMAGE
                          MOVE "** MISMATCH - RECORD ON FILE DIFFERS"
                              TO WS-RESULT-TEXT
                      WHEN WS-TARGET-IMAGE = SPACES
                          PERFORM 4100-REMOVE-RECORD
                      WHEN WS-EXPECTED-IMAGE = SPACES
                          PERFORM 4200-CREATE-RECORD
                      WHEN OTHER
                          PERFORM 4300-REPLACE-RECORD
                  END-EVALUATE
                  EVALUATE TRUE
                      WHEN WS-CHANGE-APPLIED
                          ADD 1 TO WS-CHANGES-APPLIED
                      WHEN WS-CHANGE-FAILED
                          ADD 1 TO WS-CHANGES-FAILED
                      WHEN OTHER
                          ADD 1 TO WS-CHANGES-MISMATCHED
                  END-EVALUATE
                  PERFORM 3100-WRITE-CHANGE-LINE
                  IF WS-CHANGE-MISMATCHED
                      PERFORM 3150-WRITE-MISMATCH-IMAGES
                  END-IF
                  PERFORM 4500-TALLY-PROGRAM.

              4100-REMOVE-RECORD.
                  DELETE GROUPVAR-MASTER RECORD
                      INVALID KEY
                          MOVE 'F' TO WS-APPLY-RESULT
                          MOVE SPACES TO WS-RESULT-TEXT
                          STRING "** DELETE FAILED, STATUS "
                                  WS-MASTER-STATUS
                              DELIMITED BY SIZE INTO WS-RESULT-TEXT
                          END-STRING
                      NOT INVALID KEY
                          MOVE 'A' TO WS-APPLY-RESULT
                          MOVE "REMOVED" TO WS-RESULT-TEXT
                  END-DELETE.

              4200-CREATE-RECORD.
                  MOVE WS-TARGET-IMAGE TO GROUPVAR-MASTER-RECORD
                  WRITE GROUPVAR-MASTER-RECORD
                      INVALID KEY
                          MOVE 'F' TO WS-APPLY-RESULT
                          MOVE SPACES TO WS-RESULT-TEXT
                          STRING "** WRITE FAILED, STATUS "
                                  WS-MASTER-STATUS
                              DELIMITED BY SIZE INTO WS-RESULT-TEXT
                          END-STRING
                      NOT INVALID KEY
                          MOVE 'A' TO WS-APPLY-RESULT
                          MOVE "CREATED" TO WS-RESULT-TEXT
                  END-WRITE.

              4300-REPLACE-RECORD.
                  MOVE WS-TARGET-IMAGE TO GROUPVAR-MASTER-RECORD
                  REWRITE GROUPVAR-MASTER-RECORD
                      INVALID KEY
                          MOVE 'F' TO WS-APPLY-RESULT
                          MOVE SPACES TO WS-RESULT-TEXT
                          STRING "** REWRITE FAILED, STATUS "
                                  WS-MASTER-STATUS
                              DELIMITED BY SIZE INTO WS-RESULT-TEXT
                          END-STRING
                      NOT INVALID KEY
                          MOVE 'A' TO WS-APPLY-RESULT
                          MOVE "REPLACED" TO WS-RESULT-TEXT
                  END-REWRITE.

              4500-TALLY-PROGRAM.
                  MOVE 'N' TO WS-PT-FOUND-SWITCH
                  PERFORM 4510-MATCH-PROGRAM-ENTRY
                      VARYING WS-PT-SUB FROM 1 BY 1
                      UNTIL WS-PT-SUB > WS-PROGRAM-COUNT
                          OR WS-PT-FOUND
                  IF WS-PT-FOUND
                      SUBTRACT 1 FROM WS-PT-SUB
                  ELSE
                      IF WS-PROGRAM-COUNT >= WS-PROGRAM-MAX
                          DISPLAY "** PROGRAM TABLE FULL - ENLARGE "
                              "WS-PROGRAM-TABLE"
                          PERFORM 8000-FINALIZE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      ADD 1 TO WS-PROGRAM-COUNT
                      MOVE WS-PROGRAM-COUNT TO WS-PT-SUB
                      MOVE WS-CHANGE-PROGRAM TO WS-PT-NAME(WS-PT-SUB)
                      MOVE 0 TO WS-PT-APPLIED(WS-PT-SUB)
                      MOVE 0 TO WS-PT-MISMATCHED(WS-PT-SUB)
                      MOVE 0 TO WS-PT-FAILED(WS-PT-SUB)
                  END-IF
                  EVALUATE TRUE
                      WHEN WS-CHANGE-APPLIED
                          ADD 1 TO WS-PT-APPLIED(WS-PT-SUB)
                      WHEN WS-CHANGE-FAILED
                          ADD 1 TO WS-PT-FAILED(WS-PT-SUB)
                      WHEN OTHER
                          ADD 1 TO WS-PT-MISMATCHED(WS-PT-SUB)
                  END-EVALUATE.

              4510-MATCH-PROGRAM-ENTRY.
                  IF WS-PT-NAME(WS-PT-SUB) = WS-CHANGE-PROGRAM
                      SET WS-PT-FOUND TO TRUE
                  END-IF.

              *> the back-out selection: the named program's writes
              *> on the named day, by when they were written rather
              *> than the business date they carry
              5000-SELECT-HISTORY-RECORD.
                  ADD 1 TO WS-HISTORY-READ
                  PERFORM 2200-CHECK-WRITE-ORDER
                  IF HI-PROGRAM-NAME = WS-SELECT-PROGRAM
                          AND HI-TIMESTAMP(1:8) = WS-SELECT-DATE
                      IF WS-BACK-OUT-COUNT >= WS-BACK-OUT-MAX
                          DISPLAY "** BACK-OUT TABLE FULL - ENLARGE "
                              "WS-BACK-OUT-TABLE"
                          PERFORM 8000-FINALIZE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      ADD 1 TO WS-BACK-OUT-COUNT
                      MOVE HI-KEY TO WS-BT-KEY(WS-BACK-OUT-COUNT)
                      MOVE HI-TIMESTAMP
                          TO WS-BT-TIMESTAMP(WS-BACK-OUT-COUNT)
                      MOVE HI-BEFORE-IMAGE
                          TO WS-BT-BEFORE-IMAGE(WS-BACK-OUT-COUNT)
                      MOVE HI-AFTER-IMAGE
                          TO WS-BT-AFTER-IMAGE(WS-BACK-OUT-COUNT)
                  ELSE
                      ADD 1 TO WS-NOT-SELECTED
                  END-IF
                  PERFORM 2100-READ-HISTORY-FILE.

              6000-BACK-OUT-CHANGES.
                  IF WS-BACK-OUT-COUNT = 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** NO CHANGES BY " WS-SELECT-PROGRAM
                              " WRITTEN ON " WS-SELECT-DATE
                              " - NOTHING BACKED OUT"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  ELSE
                      PERFORM 6100-BACK-OUT-ONE-CHANGE
                          VARYING WS-BT-SUB FROM WS-BACK-OUT-COUNT
                          BY -1 UNTIL WS-BT-SUB < 1
                  END-IF.

              *> undone the other way round: the after-image must be
              *> what is on file now - anything later that touched
              *> the key has to be looked at by a person first
              6100-BACK-OUT-ONE-CHANGE.
                  MOVE WS-BT-KEY(WS-BT-SUB) TO WS-CHANGE-KEY
                  MOVE WS-SELECT-PROGRAM TO WS-CHANGE-PROGRAM
                  MOVE WS-BT-TIMESTAMP(WS-BT-SUB)
                      TO WS-CHANGE-TIMESTAMP
                  MOVE WS-BT-AFTER-IMAGE(WS-BT-SUB)
                      TO WS-EXPECTED-IMAGE
                  MOVE WS-BT-BEFORE-IMAGE(WS-BT-SUB)
                      TO WS-TARGET-IMAGE
                  PERFORM 4000-APPLY-CHANGE
                  IF WS-CHANGE-APPLIED
                      PERFORM 6200-WRITE-BACK-OUT-HISTORY
                  END-IF.

              6200-WRITE-BACK-OUT-HISTORY.
                  MOVE WS-CHANGE-KEY TO MH-KEY
                  MOVE WS-RUN-DATE-YYYYMMDD TO MH-CHANGE-DATE
                  MOVE "VARSRCV" TO MH-PROGRAM-NAME
                  MOVE FUNCTION CURRENT-DATE TO MH-TIMESTAMP
                  MOVE WS-ON-FILE-IMAGE TO MH-BEFORE-IMAGE
                  MOVE WS-TARGET-IMAGE TO MH-AFTER-IMAGE
                  *> the notices read the history record as built -
                  *> once written, the record area is not ours
                  PERFORM 6210-WRITE-CHANGE-NOTICES
                  WRITE MASTER-HISTORY-RECORD.

              *> a name or address the back-out restored goes on the
              *> day's change log, taken from the history record as built
              6210-WRITE-CHANGE-NOTICES.
                  COPY CHGEMIT.

              3000-WRITE-REPORT-HEADINGS.
                  MOVE 0 TO WS-LINE-COUNT
                  PERFORM 3005-WRITE-PAGE-BANNER.

              3005-WRITE-PAGE-BANNER.
                  ADD 1 TO WS-PAGE-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING WS-REPORT-TITLE " RUN DATE: "
                          WS-RUN-DATE-REPORT " PAGE: " WS-PAGE-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3010-WRITE-COLUMN-HEADER.
                  *> columns line up with the change line built in
                  *> 3100 - key X(10), write date and time, the
                  *> program that made the change, then the outcome
                  MOVE "KEY        WRITTEN         PROGRAM  RESULT"
                      TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE ALL "-" TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3100-WRITE-CHANGE-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING WS-CHANGE-KEY " "
                          WS-CHANGE-WRITE-DATE " "
                          WS-CHANGE-WRITE-TIME " "
                          WS-CHANGE-PROGRAM " "
                          WS-RESULT-TEXT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> both images under a refused change, so whoever
              *> picks it up can see exactly how the master and the
              *> trail disagree without a second inquiry - each runs
              *> on to a second line, the record being wider than
              *> the print line
              3150-WRITE-MISMATCH-IMAGES.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-KEY-ON-FILE
                      STRING "    ON FILE   " WS-ON-FILE-IMAGE (1:100)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "              " WS-ON-FILE-IMAGE (101:40)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  ELSE
                      MOVE "    ON FILE   (NO RECORD)"
                          TO WS-REPORT-LINE-AREA
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-EXPECTED-IMAGE NOT = SPACES
                      STRING "    EXPECTED  " WS-EXPECTED-IMAGE (1:100)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "              " WS-EXPECTED-IMAGE (101:40)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  ELSE
                      MOVE "    EXPECTED  (NO RECORD)"
                          TO WS-REPORT-LINE-AREA
                  END-IF
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

              *> the audit summary - what was read, what the backup
              *> already held, what went in, and what did not,
              *> broken down by the program that made the change
              8000-FINALIZE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "HISTORY RECORDS READ " WS-HISTORY-READ
                          " APPLIED " WS-CHANGES-APPLIED
                          " MISMATCHED " WS-CHANGES-MISMATCHED
                          " FAILED " WS-CHANGES-FAILED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-RECOVER-MODE
                      STRING "ALREADY IN BACKUP " WS-IN-BACKUP
                              " BEYOND POINT IN TIME " WS-BEYOND-POINT
                              " WITHOUT WRITE TIME " WS-UNDATED
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "CHANGES REPLAYED WERE WRITTEN FROM "
                              WS-FIRST-REPLAYED " TO "
                              WS-LAST-REPLAYED
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  ELSE
                      STRING "CHANGES SELECTED " WS-BACK-OUT-COUNT
                              " OTHER HISTORY RECORDS "
                              WS-NOT-SELECTED
                              " CHANGE NOTICES " WS-NOTICES-WRITTEN
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE "PROGRAM  APPLIED MISMTCH  FAILED"
                      TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  PERFORM 8100-WRITE-PROGRAM-LINE
                      VARYING WS-PT-SUB FROM 1 BY 1
                      UNTIL WS-PT-SUB > WS-PROGRAM-COUNT
                  CLOSE HISTORY-IN-FILE
                  CLOSE GROUPVAR-MASTER
                  IF WS-BACK-OUT-MODE
                      CLOSE HISTORY-FILE
                      CLOSE CHANGE-NOTICE-FILE
                  END-IF
                  CLOSE REPORT-FILE
                  *> a refused change leaves the master short of the
                  *> trail for that key - someone has to look
                  IF WS-CHANGES-FAILED > 0
                      MOVE 8 TO RETURN-CODE
                  ELSE
                      IF WS-CHANGES-MISMATCHED > 0 OR WS-UNDATED > 0
                              OR WS-BACK-OUT-MODE
                                  AND WS-BACK-OUT-COUNT = 0
                          MOVE 4 TO RETURN-CODE
                      END-IF
                  END-IF
                  DISPLAY WS-REPORT-TITLE " - READ " WS-HISTORY-READ
                      " APPLIED " WS-CHANGES-APPLIED
                      " MISMATCHED " WS-CHANGES-MISMATCHED
                      " FAILED " WS-CHANGES-FAILED.

              8100-WRITE-PROGRAM-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING WS-PT-NAME(WS-PT-SUB) " "
                          WS-PT-APPLIED(WS-PT-SUB) " "
                          WS-PT-MISMATCHED(WS-PT-SUB) " "
                          WS-PT-FAILED(WS-PT-SUB)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.
