IDENTIFICATION DIVISION.
            PROGRAM-ID. VARSDUPR.

            *> operator decisions on the held-duplicates queue. The
            *> VARSDUP screen holds a staged row back from billing
            *> whenever its key and feed date were already bound for
            *> billing; most of those are true duplicates and are
            *> dropped, but the odd one is a genuine second charge
            *> and must still be billed. Nothing leaves the queue
            *> except by a decision card naming the row and the
            *> operator it runs as. The operator is verified against
            *> the same security file VARSBAT and the sign-on screens
            *> use - unknown IDs and inquiry-only authority are
            *> refused. A release card sends the row to the DUP
            *> staging extract (RELOUT), which VARSREL then releases
            *> under source DUP with the usual trailer; a drop card
            *> removes it for good. Rows no card names are carried
            *> forward to the rebuilt queue (HOLDOUT), so nothing is
            *> silently lost. Every decision and every refused card
            *> prints; any refused card ends the run RC=4.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> one card per decision - see DECISION-CARD below
                SELECT DECISION-FILE
                    ASSIGN TO "DECIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-DECISION-STATUS.

                *> operator security file - each card's operator is
                *> verified here for authority, the same records the
                *> interactive sign-ons check
                SELECT OPERATOR-FILE
                    ASSIGN TO "OPERIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-OPERATOR-STATUS.

                *> the held-duplicates queue as VARSDUP left it
                SELECT HELD-DUPLICATE-FILE
                    ASSIGN TO "HOLDIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HELD-STATUS.

                *> released rows - staged for VARSREL, never billed
                *> directly from here
                SELECT RELEASE-FILE
                    ASSIGN TO "RELOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-RELEASE-STATUS.

                *> undecided rows - written back as the new queue
                SELECT CARRY-FILE
                    ASSIGN TO "HOLDOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-CARRY-STATUS.

                SELECT REPORT-FILE
                    ASSIGN TO "RPTOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-REPORT-STATUS.

                *> one record proving queue in = released + carried
                *> + dropped, for VARSBAL to tie to the DUP release
                SELECT RUN-CONTROL-FILE
                    ASSIGN TO "CTLOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-RUNCTL-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD DECISION-FILE
                  RECORDING MODE IS F.
              01 DECISION-CARD.
                05 DC-DECISION PIC X(1).
                    88 DC-RELEASE VALUE 'R'.
                    88 DC-DROP VALUE 'D'.
                05 DC-KEY PIC X(10).
                05 DC-FEED-DATE PIC X(8).
                05 DC-SOURCE PIC X(3).
                05 DC-OPERATOR PIC X(8).
                05 FILLER PIC X(50).

              *> operator layout shared with VARSBAT/VARSEDIT/VARSFIX
              *> via OPERREC.cpy
              FD OPERATOR-FILE
                  RECORDING MODE IS F.
              COPY OPERREC.

              *> held-row layout shared with VARSDUP via DUPREC.cpy
              FD HELD-DUPLICATE-FILE
                  RECORDING MODE IS F.
              COPY DUPREC.

              FD RELEASE-FILE
                  RECORDING MODE IS F.
              01 RELEASE-RECORD PIC X(70).

              FD CARRY-FILE
                  RECORDING MODE IS F.
              01 CARRY-RECORD PIC X(90).

              FD REPORT-FILE
                  RECORDING MODE IS F.
              01 REPORT-LINE PIC X(132).

              *> step run-control record - layout shared with the
              *> rest of the chain via RUNCTL.cpy
              FD RUN-CONTROL-FILE
                  RECORDING MODE IS F.
              COPY RUNCTL.

              WORKING-STORAGE SECTION.
              01 WS-DECISION-STATUS PIC X(2).
              01 WS-OPERATOR-STATUS PIC X(2).
              01 WS-HELD-STATUS PIC X(2).
              01 WS-RELEASE-STATUS PIC X(2).
              01 WS-CARRY-STATUS PIC X(2).
              01 WS-REPORT-STATUS PIC X(2).
              01 WS-RUNCTL-STATUS PIC X(2).
              01 WS-DECISION-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-DECISION-EOF VALUE 'Y'.
              01 WS-OPERATOR-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-OPERATOR-EOF VALUE 'Y'.
              01 WS-HELD-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-HELD-EOF VALUE 'Y'.

              *> the security file is held in storage once - same
              *> table VARSBAT builds
              01 WS-OPER-COUNT PIC 9(3) VALUE 0.
              01 WS-OPER-OVERFLOW PIC 9(3) VALUE 0.
              01 WS-OPER-TABLE.
                05 WS-OPER-ENTRY OCCURS 100 TIMES.
                    10 WS-OPR-ID PIC X(8).
                    10 WS-OPR-AUTH PIC X(1).
              01 WS-OPR-SUB PIC 9(3) VALUE 0.
              01 WS-OPR-FOUND-SWITCH PIC X(1) VALUE 'N'.
                88 WS-OPR-FOUND VALUE 'Y'.
              01 WS-CARD-AUTH PIC X(1) VALUE 'I'.
                88 WS-CARD-AUTH-INQUIRY VALUE 'I'.

              *> the decision cards are held in storage so each queue
              *> row can be matched against all of them in one pass
              *> of the queue. a card decides exactly one held row -
              *> two identical held copies need two cards - and a
              *> card is refused up front, before any row is
              *> touched, if its code or its operator is no good
              01 WS-CARD-COUNT PIC 9(3) VALUE 0.
              01 WS-CARD-OVERFLOW PIC 9(3) VALUE 0.
              01 WS-CARD-TABLE.
                05 WS-CARD-ENTRY OCCURS 200 TIMES.
                    10 WS-CD-DECISION PIC X(1).
                    10 WS-CD-KEY PIC X(10).
                    10 WS-CD-FEED-DATE PIC X(8).
                    10 WS-CD-SOURCE PIC X(3).
                    10 WS-CD-OPERATOR PIC X(8).
                    10 WS-CD-STATE PIC X(1).
                        88 WS-CD-OPEN VALUE 'O'.
                        88 WS-CD-USED VALUE 'U'.
                        88 WS-CD-REFUSED VALUE 'X'.
              01 WS-CD-SUB PIC 9(3) VALUE 0.
              01 WS-CARD-MATCH-SUB PIC 9(3) VALUE 0.
              01 WS-CARD-MATCH-SWITCH PIC X(1) VALUE 'N'.
                88 WS-CARD-MATCHED VALUE 'Y'.
              01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

              01 WS-QUEUE-READ PIC 9(7) VALUE 0.
              01 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
              01 WS-RELEASED-AMOUNT PIC 9(9) VALUE 0.
              01 WS-DROPPED-COUNT PIC 9(7) VALUE 0.
              01 WS-DROPPED-AMOUNT PIC 9(9) VALUE 0.
              01 WS-CARRIED-COUNT PIC 9(7) VALUE 0.
              01 WS-CARRIED-AMOUNT PIC 9(9) VALUE 0.
              01 WS-CARDS-REFUSED PIC 9(7) VALUE 0.

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
                  PERFORM 2000-DECIDE-HELD-RECORD
                      UNTIL WS-HELD-EOF
                  PERFORM 8000-FINALIZE
                  STOP RUN.

              1000-INITIALIZE.
                  ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
                  STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/"
                          WS-RUN-DATE-YYYY
                      DELIMITED BY SIZE INTO WS-RUN-DATE-REPORT
                  END-STRING
                  PERFORM 1100-LOAD-OPERATOR-TABLE
                  OPEN OUTPUT REPORT-FILE
                  IF WS-REPORT-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN RPTOUT, STATUS "
                          WS-REPORT-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 3000-WRITE-REPORT-HEADINGS
                  PERFORM 3010-WRITE-COLUMN-HEADER
                  PERFORM 1200-LOAD-DECISION-TABLE
                  OPEN INPUT HELD-DUPLICATE-FILE
                  IF WS-HELD-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN HOLDIN, STATUS "
                          WS-HELD-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN OUTPUT RELEASE-FILE
                  IF WS-RELEASE-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN RELOUT, STATUS "
                          WS-RELEASE-STATUS
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
                  PERFORM 2100-READ-HELD-FILE.

              1100-LOAD-OPERATOR-TABLE.
                  OPEN INPUT OPERATOR-FILE
                  IF WS-OPERATOR-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN OPERIN, STATUS "
                          WS-OPERATOR-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 1150-LOAD-OPERATOR-RECORD
                      UNTIL WS-OPERATOR-EOF
                  CLOSE OPERATOR-FILE
                  *> same reasoning as VARSBAT - authority judged
                  *> against a partial list would refuse the dropped
                  *> operators as unknown with nothing pointing at
                  *> the real cause
                  IF WS-OPER-OVERFLOW > 0
                      DISPLAY "** " WS-OPER-OVERFLOW
                          " OPERATOR RECORDS BEYOND TABLE LIMIT"
                          " - ENLARGE WS-OPER-TABLE"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF.

              1150-LOAD-OPERATOR-RECORD.
                  READ OPERATOR-FILE
                      AT END
                          SET WS-OPERATOR-EOF TO TRUE
                      NOT AT END
                          IF WS-OPER-COUNT < 100
                              ADD 1 TO WS-OPER-COUNT
                              MOVE OP-ID
                                  TO WS-OPR-ID (WS-OPER-COUNT)
                              MOVE OP-AUTH-LEVEL
                                  TO WS-OPR-AUTH (WS-OPER-COUNT)
                          ELSE
                              ADD 1 TO WS-OPER-OVERFLOW
                          END-IF
                  END-READ.

              1200-LOAD-DECISION-TABLE.
                  OPEN INPUT DECISION-FILE
                  IF WS-DECISION-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN DECIN, STATUS "
                          WS-DECISION-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 1250-LOAD-DECISION-CARD
                      UNTIL WS-DECISION-EOF
                  CLOSE DECISION-FILE
                  *> a decision deck bigger than the table would
                  *> leave the cards past the limit silently unacted
                  IF WS-CARD-OVERFLOW > 0
                      DISPLAY "** " WS-CARD-OVERFLOW
                          " DECISION CARDS BEYOND TABLE LIMIT"
                          " - ENLARGE WS-CARD-TABLE"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF.

              1250-LOAD-DECISION-CARD.
                  READ DECISION-FILE
                      AT END
                          SET WS-DECISION-EOF TO TRUE
                      NOT AT END
                          IF WS-CARD-COUNT < 200
                              ADD 1 TO WS-CARD-COUNT
                              PERFORM 1300-EDIT-DECISION-CARD
                          ELSE
                              ADD 1 TO WS-CARD-OVERFLOW
                          END-IF
                  END-READ.

              1300-EDIT-DECISION-CARD.
                  MOVE DC-DECISION TO WS-CD-DECISION (WS-CARD-COUNT)
                  MOVE DC-KEY TO WS-CD-KEY (WS-CARD-COUNT)
                  MOVE DC-FEED-DATE TO WS-CD-FEED-DATE (WS-CARD-COUNT)
                  MOVE DC-SOURCE TO WS-CD-SOURCE (WS-CARD-COUNT)
                  MOVE DC-OPERATOR TO WS-CD-OPERATOR (WS-CARD-COUNT)
                  SET WS-CD-OPEN (WS-CARD-COUNT) TO TRUE
                  MOVE SPACES TO WS-REJECT-REASON
                  IF NOT DC-RELEASE AND NOT DC-DROP
                      MOVE "INVALID DECISION CODE" TO WS-REJECT-REASON
                  ELSE
                      IF DC-FEED-DATE IS NOT NUMERIC
                          MOVE "FEED DATE NOT NUMERIC"
                              TO WS-REJECT-REASON
                      ELSE
                          PERFORM 1400-CHECK-OPERATOR-AUTHORITY
                      END-IF
                  END-IF
                  IF WS-REJECT-REASON NOT = SPACES
                      SET WS-CD-REFUSED (WS-CARD-COUNT) TO TRUE
                      MOVE WS-CARD-COUNT TO WS-CD-SUB
                      PERFORM 4200-WRITE-REFUSED-LINE
                  END-IF.

              *> the card runs as the operator it names - unknown IDs
              *> and inquiry-only authority are refused exactly as
              *> VARSBAT refuses them: letting a held charge go to
              *> billing is an update to production
              1400-CHECK-OPERATOR-AUTHORITY.
                  MOVE 'N' TO WS-OPR-FOUND-SWITCH
                  PERFORM 1450-MATCH-OPERATOR-ENTRY
                      VARYING WS-OPR-SUB FROM 1 BY 1
                      UNTIL WS-OPR-SUB > WS-OPER-COUNT
                          OR WS-OPR-FOUND
                  IF NOT WS-OPR-FOUND
                      MOVE "UNKNOWN OPERATOR" TO WS-REJECT-REASON
                  ELSE
                      IF WS-CARD-AUTH-INQUIRY
                          MOVE "NO UPDATE AUTHORITY"
                              TO WS-REJECT-REASON
                      END-IF
                  END-IF.

              1450-MATCH-OPERATOR-ENTRY.
                  IF WS-OPR-ID (WS-OPR-SUB) = DC-OPERATOR
                      SET WS-OPR-FOUND TO TRUE
                      MOVE WS-OPR-AUTH (WS-OPR-SUB) TO WS-CARD-AUTH
                  END-IF.

              2000-DECIDE-HELD-RECORD.
                  ADD 1 TO WS-QUEUE-READ
                  PERFORM 2200-FIND-DECISION-CARD
                  IF NOT WS-CARD-MATCHED
                      WRITE CARRY-RECORD FROM HELD-DUPLICATE-RECORD
                      ADD 1 TO WS-CARRIED-COUNT
                      ADD DH-ACCOUNT-TOTAL TO WS-CARRIED-AMOUNT
                  ELSE
                      SET WS-CD-USED (WS-CARD-MATCH-SUB) TO TRUE
                      IF WS-CD-DECISION (WS-CARD-MATCH-SUB) = 'R'
                          WRITE RELEASE-RECORD FROM DH-EXTRACT-IMAGE
                          ADD 1 TO WS-RELEASED-COUNT
                          ADD DH-ACCOUNT-TOTAL TO WS-RELEASED-AMOUNT
                          PERFORM 4100-WRITE-DECIDED-LINE
                      ELSE
                          ADD 1 TO WS-DROPPED-COUNT
                          ADD DH-ACCOUNT-TOTAL TO WS-DROPPED-AMOUNT
                          PERFORM 4100-WRITE-DECIDED-LINE
                      END-IF
                  END-IF
                  PERFORM 2100-READ-HELD-FILE.

              2100-READ-HELD-FILE.
                  READ HELD-DUPLICATE-FILE
                      AT END
                          SET WS-HELD-EOF TO TRUE
                  END-READ.

              *> key, feed date, and the source the held row was
              *> staged under - the three things the VARSDUP report
              *> shows for it - pick out the first open card
              2200-FIND-DECISION-CARD.
                  MOVE 'N' TO WS-CARD-MATCH-SWITCH
                  MOVE 0 TO WS-CARD-MATCH-SUB
                  PERFORM 2250-MATCH-DECISION-CARD
                      VARYING WS-CD-SUB FROM 1 BY 1
                      UNTIL WS-CD-SUB > WS-CARD-COUNT
                          OR WS-CARD-MATCHED.

              2250-MATCH-DECISION-CARD.
                  IF WS-CD-OPEN (WS-CD-SUB)
                          AND WS-CD-KEY (WS-CD-SUB) = DH-KEY
                          AND WS-CD-FEED-DATE (WS-CD-SUB)
                              = DH-FEED-DATE
                          AND WS-CD-SOURCE (WS-CD-SUB)
                              = DH-SOURCE-SYSTEM
                      SET WS-CARD-MATCHED TO TRUE
                      MOVE WS-CD-SUB TO WS-CARD-MATCH-SUB
                  END-IF.

              3000-WRITE-REPORT-HEADINGS.
                  MOVE 0 TO WS-LINE-COUNT
                  PERFORM 3005-WRITE-PAGE-BANNER.

              3005-WRITE-PAGE-BANNER.
                  ADD 1 TO WS-PAGE-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "HELD DUPLICATE DECISIONS" " RUN DATE: "
                          WS-RUN-DATE-REPORT " PAGE: " WS-PAGE-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.

              3010-WRITE-COLUMN-HEADER.
                  *> columns line up with the lines built in
                  *> 4100/4200 - disposition X(8), decision X(1), key
                  *> X(10), feed date X(8), source X(3), operator
                  *> X(8), then the amount or the refusal reason
                  MOVE "DISP     D KEY        FEED DATE SRC OPERATOR AMOUNT / REASON"
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

              4100-WRITE-DECIDED-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-CD-DECISION (WS-CARD-MATCH-SUB) = 'R'
                      MOVE "RELEASED" TO WS-REPORT-LINE-AREA
                  ELSE
                      MOVE "DROPPED" TO WS-REPORT-LINE-AREA
                  END-IF
                  STRING WS-CD-DECISION (WS-CARD-MATCH-SUB) " "
                          DH-KEY " "
                          DH-FEED-DATE "  "
                          DH-SOURCE-SYSTEM " "
                          WS-CD-OPERATOR (WS-CARD-MATCH-SUB) " "
                          DH-ACCOUNT-TOTAL
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-AREA (10 : 123)
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              4200-WRITE-REFUSED-LINE.
                  ADD 1 TO WS-CARDS-REFUSED
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "REFUSED  "
                          WS-CD-DECISION (WS-CD-SUB) " "
                          WS-CD-KEY (WS-CD-SUB) " "
                          WS-CD-FEED-DATE (WS-CD-SUB) "  "
                          WS-CD-SOURCE (WS-CD-SUB) " "
                          WS-CD-OPERATOR (WS-CD-SUB) " "
                          WS-REJECT-REASON
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> a good card that found no held row is as much a
              *> problem as a bad one - the operator meant to decide
              *> something that is not in the queue (mistyped key,
              *> wrong source, or already decided earlier)
              4300-CHECK-UNUSED-CARD.
                  IF WS-CD-OPEN (WS-CD-SUB)
                      MOVE "NO HELD ROW MATCHES" TO WS-REJECT-REASON
                      PERFORM 4200-WRITE-REFUSED-LINE
                  END-IF.

              8000-FINALIZE.
                  PERFORM 4300-CHECK-UNUSED-CARD
                      VARYING WS-CD-SUB FROM 1 BY 1
                      UNTIL WS-CD-SUB > WS-CARD-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "QUEUE READ " WS-QUEUE-READ
                          "  RELEASED " WS-RELEASED-COUNT
                          " AMOUNT " WS-RELEASED-AMOUNT
                          "  DROPPED " WS-DROPPED-COUNT
                          " AMOUNT " WS-DROPPED-AMOUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "STILL HELD " WS-CARRIED-COUNT
                          " AMOUNT " WS-CARRIED-AMOUNT
                          "  CARDS REFUSED " WS-CARDS-REFUSED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-CARDS-REFUSED > 0
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  PERFORM 8100-WRITE-RUN-CONTROL
                  CLOSE HELD-DUPLICATE-FILE
                  CLOSE RELEASE-FILE
                  CLOSE CARRY-FILE
                  CLOSE REPORT-FILE
                  DISPLAY "DUPLICATE DECISIONS - QUEUE "
                      WS-QUEUE-READ
                      " RELEASED " WS-RELEASED-COUNT
                      " DROPPED " WS-DROPPED-COUNT
                      " STILL HELD " WS-CARRIED-COUNT.

              *> released rows out are what the DUP VARSREL step
              *> must show in and out; the exception side carries
              *> the rows still held. dropped rows are the balance
              *> of records in, and print on the report above. only
              *> charges are ever held, so there are no credits and
              *> the net is the released amount
              8100-WRITE-RUN-CONTROL.
                  OPEN EXTEND RUN-CONTROL-FILE
                  IF WS-RUNCTL-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN CTLOUT, STATUS "
                          WS-RUNCTL-STATUS
                  ELSE
                      MOVE SPACES TO RUN-CONTROL-RECORD
                      MOVE WS-RUN-DATE-YYYYMMDD TO RCT-RUN-DATE
                      MOVE "VARSDUPR" TO RCT-STEP-NAME
                      MOVE "DUP" TO RCT-SOURCE-SYSTEM
                      MOVE WS-QUEUE-READ TO RCT-RECORDS-IN
                      MOVE WS-RELEASED-COUNT TO RCT-RECORDS-OUT
                      MOVE WS-CARRIED-COUNT TO RCT-RECORDS-EXCEPTION
                      MOVE WS-RELEASED-AMOUNT TO RCT-AMOUNT
                      MOVE WS-CARRIED-AMOUNT TO RCT-AMOUNT-EXCEPTION
                      MOVE 0 TO RCT-RECORDS-ON-HOLD
                      MOVE 0 TO RCT-AMOUNT-ON-HOLD
                      MOVE 0 TO RCT-CREDIT-RECORDS
                      MOVE 0 TO RCT-CREDIT-AMOUNT
                      MOVE WS-RELEASED-AMOUNT TO RCT-NET-AMOUNT
                      WRITE RUN-CONTROL-RECORD
                      CLOSE RUN-CONTROL-FILE
                  END-IF.
