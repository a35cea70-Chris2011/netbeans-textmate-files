                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-OPERATOR-STATUS.

                *> same KSDS VARS maintains, read only - a record
                *> suspended for SUBVAR-1 variance left the master at
                *> its prior value, which is shown beside the
                *> quarantined one so the operator can judge the swing
                SELECT GROUPVAR-MASTER
                    ASSIGN TO "GROUPMSTR"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS GM-KEY
                    FILE STATUS IS WS-MASTER-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD SUSPENSE-FILE
                  RECORDING MODE IS F.
              COPY OPERREC.

              FD GROUPVAR-MASTER
                  RECORDING MODE IS F.
              COPY GROUPMSTR.

              WORKING-STORAGE SECTION.
              01 WS-SUSPENSE-STATUS PIC X(2).
              01 WS-RECYCLE-STATUS PIC X(2).
              01 WS-VALIDATION-ERROR-SWITCH PIC X(1) VALUE 'N'.
                88 WS-VALIDATION-ERROR VALUE 'Y'.
              01 WS-ERROR-MESSAGE PIC X(40) VALUE SPACES.
              01 WS-MASTER-STATUS PIC X(2).
              *> prior-value display for a VARI record - blank for
              *> every other reason, where the master's value says
              *> nothing about why the record was suspended
              01 WS-PRIOR-LABEL PIC X(16) VALUE SPACES.
              01 WS-PRIOR-SUBVAR1 PIC X(3) VALUE SPACES.
              01 WS-PRIOR-FED PIC X(17) VALUE SPACES.
              01 WS-VARIANCE-HINT PIC X(50) VALUE SPACES.
              01 WS-RECORDS-RELEASED PIC 9(7) VALUE 0.
              01 WS-RECORDS-RESUSPENDED PIC 9(7) VALUE 0.

                05 LINE 3 COLUMN 56 PIC 9(8) FROM SUS-RUN-DATE.
                05 LINE 5 COLUMN 1 VALUE "SUBVAR-1 :".
                05 LINE 5 COLUMN 13 PIC 9(3) USING SUBVAR-1 OF GROUP-VAR.
                05 LINE 5 COLUMN 30 PIC X(16) FROM WS-PRIOR-LABEL.
                05 LINE 5 COLUMN 47 PIC X(3) FROM WS-PRIOR-SUBVAR1.
                05 LINE 5 COLUMN 52 PIC X(17) FROM WS-PRIOR-FED.
                05 LINE 6 COLUMN 1 VALUE "SUBVAR-2 :".
                05 LINE 6 COLUMN 13 PIC X(15) USING SUBVAR-2 OF GROUP-VAR.
                05 LINE 7 COLUMN 1 VALUE "SUBVAR-3 :".
                05 LINE 10 COLUMN 1
                    VALUE "ACTION (A=ACCEPT S=SKIP X=EXIT):".
                05 LINE 10 COLUMN 34 PIC X(1) USING WS-ACTION-CODE.
                05 LINE 11 COLUMN 1 PIC X(50) FROM WS-VARIANCE-HINT.
                05 LINE 12 COLUMN 1 PIC X(40) FROM WS-ERROR-MESSAGE.

            PROCEDURE DIVISION.
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
                  PERFORM 2100-READ-SUSPENSE-FILE.

              *> three tries at the sign-on screen, each verified
                      TO SUBVAR-3 OF GROUP-VAR
                  MOVE SUBVAR-4 OF FIX-DETAIL-AREA
                      TO SUBVAR-4 OF GROUP-VAR
                  PERFORM 2200-SHOW-PRIOR-VALUE
                  PERFORM 2300-PROMPT-FOR-FIELDS
                  PERFORM 2400-VALIDATE-ACTION
                  *> a failed correction redisplays FIX-SCREEN with the
                          SET WS-EOF TO TRUE
                  END-READ.

              *> accepting a VARI record unchanged confirms the new
              *> value; correcting SUBVAR-1 first replaces it. either
              *> way the recycled row is exempt from the check next
              *> run and refreshes the master there
              2200-SHOW-PRIOR-VALUE.
                  MOVE SPACES TO WS-PRIOR-LABEL
                  MOVE SPACES TO WS-PRIOR-SUBVAR1
                  MOVE SPACES TO WS-PRIOR-FED
                  MOVE SPACES TO WS-VARIANCE-HINT
                  IF SUS-SUBVAR1-VARIANCE
                      MOVE "PRIOR (MASTER) :" TO WS-PRIOR-LABEL
                      MOVE "A=CONFIRM NEW SUBVAR-1, OR CORRECT IT AND A"
                          TO WS-VARIANCE-HINT
                      MOVE FIX-KEY TO GM-KEY
                      READ GROUPVAR-MASTER
                          INVALID KEY
                              MOVE "NONE" TO WS-PRIOR-FED
                          NOT INVALID KEY
                              MOVE SUBVAR-1 OF GM-DETAIL-AREA
                                  TO WS-PRIOR-SUBVAR1
                              STRING "LAST FED "
                                      GM-LAST-FEED-DATE
                                  DELIMITED BY SIZE
                                  INTO WS-PRIOR-FED
                              END-STRING
                      END-READ
                  END-IF.

              2300-PROMPT-FOR-FIELDS.
                  *> WS-ERROR-MESSAGE is left as 2400-VALIDATE-ACTION
                  *> set it - blank on the first pass, or carrying the
                  CLOSE SUSPENSE-FILE
                  CLOSE RECYCLE-FILE
                  CLOSE RESUSPENSE-FILE
                  CLOSE GROUPVAR-MASTER
                  DISPLAY "RECORDS RELEASED    : " WS-RECORDS-RELEASED
                  DISPLAY "RECORDS RESUSPENDED : "
                      WS-RECORDS-RESUSPENDED.
