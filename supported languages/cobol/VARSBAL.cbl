            PROGRAM-ID. VARSBAL.

            *> end-of-day balancing over the shared run-control
            *> dataset. Each step of the chain - VARS, VARSDUP,
            *> VARSREL, VARSACK - appends one machine-readable record
            *> per run
            *> (RUNCTL.cpy); this program reads them back for the
            *> feed date on the PARMIN card and proves the chain
            *> arithmetic for every source that ran that day:
            *> detail records read = billed + suspended + on hold
            *> in VARS,
            *> rows VARS staged = rows the duplicate screen passed
            *> plus rows it held, rows passed = rows VARSREL released
            *> (and the amounts agree), and rows released = rows
            *> billing's acknowledgment matched with no exception
            *> left open. Held duplicates an operator later released
            *> through VARSDUPR are proved the same way under source
            *> DUP, from the decision run through to their own
            *> release and acknowledgment.
            *> Credit rows from source adjustments are proved on a
            *> side of their own: every step's amount is gross
            *> charges, each step's credit count and amount must
            *> agree with the step before it, and each net must be
            *> gross less credits.
            *> The result is a one-page balancing certificate; any
            *> break - including a step whose record never arrived -
            *> ends the run RC=8, so a cross-step discrepancy is a
                    10 WS-CT-OUT PIC 9(7).
                    10 WS-CT-EXC PIC 9(7).
                    10 WS-CT-AMT PIC 9(9).
                    10 WS-CT-AMT-EXC PIC 9(9).
                    10 WS-CT-HOLD PIC 9(7).
                    10 WS-CT-CRD-CNT PIC 9(7).
                    10 WS-CT-CRD-AMT PIC 9(9).
                    10 WS-CT-NET PIC S9(9).
              01 WS-CT-SUB PIC 9(3) VALUE 0.
              01 WS-CT-SUB-SAVE PIC 9(3) VALUE 0.
              01 WS-SCAN-SUB PIC 9(3) VALUE 0.
              01 WS-MATCH-FOUND-SWITCH PIC X(1) VALUE 'N'.
                88 WS-MATCH-FOUND VALUE 'Y'.

              *> what was handed to VARSREL for the source being
              *> proved - VARS's staged numbers on a day the screen
              *> did not run, the screen's passed numbers when it did,
              *> VARSDUPR's released numbers for the DUP release
              01 WS-HANDOFF-STEP PIC X(8) VALUE SPACES.
              01 WS-HANDOFF-COUNT PIC 9(7) VALUE 0.
              01 WS-HANDOFF-AMOUNT PIC 9(9) VALUE 0.
              01 WS-HANDOFF-CRD-CNT PIC 9(7) VALUE 0.
              01 WS-HANDOFF-CRD-AMT PIC 9(9) VALUE 0.
              *> gross less credits, worked out here to prove each
              *> step's own net figure
              01 WS-PROVED-NET PIC S9(9) VALUE 0.
              01 WS-NET-EDIT PIC -9(9).
              01 WS-SCREEN-AMOUNT-TOTAL PIC 9(9) VALUE 0.

              01 WS-VARS-RUNS-SEEN PIC 9(3) VALUE 0.
              01 WS-BREAK-SWITCH PIC X(1) VALUE 'N'.
                88 WS-BREAK-FOUND VALUE 'Y'.
                              TO WS-CT-EXC (WS-CTL-COUNT)
                          MOVE RCT-AMOUNT
                              TO WS-CT-AMT (WS-CTL-COUNT)
                          MOVE RCT-AMOUNT-EXCEPTION
                              TO WS-CT-AMT-EXC (WS-CTL-COUNT)
                          MOVE RCT-RECORDS-ON-HOLD
                              TO WS-CT-HOLD (WS-CTL-COUNT)
                          PERFORM 2050-LOAD-CREDIT-FIGURES
                      END-IF
                  END-IF
                  PERFORM 2100-READ-CONTROL-FILE.

              *> a record written before credit rows existed has the
              *> credit side blank - no credits, net = gross
              2050-LOAD-CREDIT-FIGURES.
                  IF RCT-CREDIT-RECORDS IS NUMERIC
                          AND RCT-CREDIT-AMOUNT IS NUMERIC
                          AND RCT-NET-AMOUNT IS NUMERIC
                      MOVE RCT-CREDIT-RECORDS
                          TO WS-CT-CRD-CNT (WS-CTL-COUNT)
                      MOVE RCT-CREDIT-AMOUNT
                          TO WS-CT-CRD-AMT (WS-CTL-COUNT)
                      MOVE RCT-NET-AMOUNT
                          TO WS-CT-NET (WS-CTL-COUNT)
                  ELSE
                      MOVE 0 TO WS-CT-CRD-CNT (WS-CTL-COUNT)
                      MOVE 0 TO WS-CT-CRD-AMT (WS-CTL-COUNT)
                      MOVE RCT-AMOUNT TO WS-CT-NET (WS-CTL-COUNT)
                  END-IF.

              2100-READ-CONTROL-FILE.
                  READ RUN-CONTROL-FILE
                      AT END
                      MOVE "** NO VARS RUN RECORDED FOR THIS DATE"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  PERFORM 7700-CERTIFY-DUP-DECISIONS
                      VARYING WS-CT-SUB FROM 1 BY 1
                      UNTIL WS-CT-SUB > WS-CTL-COUNT.

              7100-CERTIFY-VARS-RUN.
                  IF WS-CT-STEP (WS-CT-SUB) = "VARS"
                      ADD 1 TO WS-VARS-RUNS-SEEN
                      PERFORM 7200-CHECK-VARS-INTERNAL
                      MOVE WS-CT-SUB TO WS-MATCH-SUB
                      PERFORM 7280-CHECK-STEP-NET
                      MOVE "VARS" TO WS-HANDOFF-STEP
                      MOVE WS-CT-OUT (WS-CT-SUB) TO WS-HANDOFF-COUNT
                      MOVE WS-CT-AMT (WS-CT-SUB) TO WS-HANDOFF-AMOUNT
                      MOVE WS-CT-CRD-CNT (WS-CT-SUB)
                          TO WS-HANDOFF-CRD-CNT
                      MOVE WS-CT-CRD-AMT (WS-CT-SUB)
                          TO WS-HANDOFF-CRD-AMT
                      MOVE WS-CT-SOURCE (WS-CT-SUB) TO WS-MATCH-SOURCE
                      PERFORM 7250-CHECK-SCREEN-LINK
                      PERFORM 7300-CHECK-RELEASE-LINK
                  END-IF.

              *> detail records read = billed + suspended + on
              *> hold - the reconciliation VARS prints, proved from
              *> the record. held rows leave the chain here: they
              *> were never staged, so nothing downstream answers
              *> for them until VARSHLD re-bills them on a later day.
              *> adjustments are in the read count, credit rows in
              *> billed, and quarantined adjustments in suspended
              7200-CHECK-VARS-INTERNAL.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-CT-IN (WS-CT-SUB)
                          = WS-CT-OUT (WS-CT-SUB)
                              + WS-CT-EXC (WS-CT-SUB)
                              + WS-CT-HOLD (WS-CT-SUB)
                      STRING "VARS " WS-CT-SOURCE (WS-CT-SUB)
                              " READ " WS-CT-IN (WS-CT-SUB)
                              " = BILLED " WS-CT-OUT (WS-CT-SUB)
                              " + SUSPENDED " WS-CT-EXC (WS-CT-SUB)
                              " + ON HOLD " WS-CT-HOLD (WS-CT-SUB)
                              "  OK"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                              " READ " WS-CT-IN (WS-CT-SUB)
                              " <> BILLED " WS-CT-OUT (WS-CT-SUB)
                              " + SUSPENDED " WS-CT-EXC (WS-CT-SUB)
                              " + ON HOLD " WS-CT-HOLD (WS-CT-SUB)
                              "  BREAK"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> with the duplicate screen between VARS and the
              *> release, VARS's staged rows and amount must split
              *> exactly into passed + held, and what VARSREL then
              *> has to account for is only the passed side. a day
              *> with no VARSDUP record (a run from before the screen
              *> existed) proves VARS straight against VARSREL
              7250-CHECK-SCREEN-LINK.
                  MOVE "VARSDUP" TO WS-MATCH-STEP
                  PERFORM 7600-FIND-STEP-RECORD
                  IF WS-MATCH-FOUND
                      COMPUTE WS-SCREEN-AMOUNT-TOTAL
                          = WS-CT-AMT (WS-MATCH-SUB)
                              + WS-CT-AMT-EXC (WS-MATCH-SUB)
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      IF WS-CT-OUT (WS-CT-SUB) = WS-CT-IN (WS-MATCH-SUB)
                              AND WS-CT-IN (WS-MATCH-SUB)
                                  = WS-CT-OUT (WS-MATCH-SUB)
                                      + WS-CT-EXC (WS-MATCH-SUB)
                              AND WS-CT-AMT (WS-CT-SUB)
                                  = WS-SCREEN-AMOUNT-TOTAL
                              AND WS-CT-CRD-CNT (WS-CT-SUB)
                                  = WS-CT-CRD-CNT (WS-MATCH-SUB)
                              AND WS-CT-CRD-AMT (WS-CT-SUB)
                                  = WS-CT-CRD-AMT (WS-MATCH-SUB)
                          STRING "VARSDUP " WS-MATCH-SOURCE
                                  " STAGED " WS-CT-IN (WS-MATCH-SUB)
                                  " = PASSED " WS-CT-OUT (WS-MATCH-SUB)
                                  " + HELD " WS-CT-EXC (WS-MATCH-SUB)
                                  " CREDITS "
                                  WS-CT-CRD-CNT (WS-MATCH-SUB)
                                  "  OK"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                      ELSE
                          SET WS-BREAK-FOUND TO TRUE
                          STRING "** VARSDUP " WS-MATCH-SOURCE
                                  " VARS STAGED " WS-CT-OUT (WS-CT-SUB)
                                  " SCREENED " WS-CT-IN (WS-MATCH-SUB)
                                  " PASSED " WS-CT-OUT (WS-MATCH-SUB)
                                  " HELD " WS-CT-EXC (WS-MATCH-SUB)
                                  " AMT " WS-CT-AMT (WS-CT-SUB)
                                  "/" WS-SCREEN-AMOUNT-TOTAL
                                  " CREDITS "
                                  WS-CT-CRD-CNT (WS-CT-SUB)
                                  "/" WS-CT-CRD-CNT (WS-MATCH-SUB)
                                  " AMT " WS-CT-CRD-AMT (WS-CT-SUB)
                                  "/" WS-CT-CRD-AMT (WS-MATCH-SUB)
                                  "  BREAK"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                      END-IF
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE "VARSDUP" TO WS-HANDOFF-STEP
                      MOVE WS-CT-OUT (WS-MATCH-SUB) TO WS-HANDOFF-COUNT
                      MOVE WS-CT-AMT (WS-MATCH-SUB)
                          TO WS-HANDOFF-AMOUNT
                      MOVE WS-CT-CRD-CNT (WS-MATCH-SUB)
                          TO WS-HANDOFF-CRD-CNT
                      MOVE WS-CT-CRD-AMT (WS-MATCH-SUB)
                          TO WS-HANDOFF-CRD-AMT
                      PERFORM 7280-CHECK-STEP-NET
                  END-IF.

              *> gross charges less credits must be the net the step
              *> recorded for itself. the caller points WS-MATCH-SUB
              *> at the step's entry
              7280-CHECK-STEP-NET.
                  COMPUTE WS-PROVED-NET = WS-CT-AMT (WS-MATCH-SUB)
                      - WS-CT-CRD-AMT (WS-MATCH-SUB)
                  MOVE WS-CT-NET (WS-MATCH-SUB) TO WS-NET-EDIT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-PROVED-NET = WS-CT-NET (WS-MATCH-SUB)
                      STRING "  " WS-CT-STEP (WS-MATCH-SUB)
                              " " WS-CT-SOURCE (WS-MATCH-SUB)
                              " GROSS " WS-CT-AMT (WS-MATCH-SUB)
                              " - CREDITS "
                              WS-CT-CRD-CNT (WS-MATCH-SUB)
                              " AMT " WS-CT-CRD-AMT (WS-MATCH-SUB)
                              " = NET " WS-NET-EDIT
                              "  OK"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  ELSE
                      SET WS-BREAK-FOUND TO TRUE
                      STRING "** " WS-CT-STEP (WS-MATCH-SUB)
                              " " WS-CT-SOURCE (WS-MATCH-SUB)
                              " GROSS " WS-CT-AMT (WS-MATCH-SUB)
                              " - CREDITS "
                              WS-CT-CRD-CNT (WS-MATCH-SUB)
                              " AMT " WS-CT-CRD-AMT (WS-MATCH-SUB)
                              " <> NET " WS-NET-EDIT
                              "  BREAK"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> rows handed to release = rows VARSREL released,
              *> amounts agree, then released rows = rows the
              *> acknowledgment match claimed, with no exception left
              *> open - credits agreeing at every link as well. the
              *> caller sets WS-MATCH-SOURCE and the handoff numbers
              7300-CHECK-RELEASE-LINK.
                  MOVE "VARSREL" TO WS-MATCH-STEP
                  PERFORM 7600-FIND-STEP-RECORD
                  IF NOT WS-MATCH-FOUND
                      SET WS-BREAK-FOUND TO TRUE
                      PERFORM 3200-WRITE-REPORT-LINE
                  ELSE
                      PERFORM 7400-CHECK-RELEASE-NUMBERS
                      PERFORM 7280-CHECK-STEP-NET
                      PERFORM 7500-CHECK-ACK-LINK
                  END-IF.

              7400-CHECK-RELEASE-NUMBERS.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-HANDOFF-COUNT
                          = WS-CT-IN (WS-MATCH-SUB)
                          AND WS-CT-IN (WS-MATCH-SUB)
                              = WS-CT-OUT (WS-MATCH-SUB)
                          AND WS-HANDOFF-AMOUNT
                              = WS-CT-AMT (WS-MATCH-SUB)
                          AND WS-HANDOFF-CRD-CNT
                              = WS-CT-CRD-CNT (WS-MATCH-SUB)
                          AND WS-HANDOFF-CRD-AMT
                              = WS-CT-CRD-AMT (WS-MATCH-SUB)
                      STRING "VARSREL " WS-MATCH-SOURCE
                              " " WS-HANDOFF-STEP
                              " " WS-HANDOFF-COUNT
                              " = RELEASED "
                              WS-CT-OUT (WS-MATCH-SUB)
                              " AMT " WS-CT-AMT (WS-MATCH-SUB)
                  ELSE
                      SET WS-BREAK-FOUND TO TRUE
                      STRING "** VARSREL " WS-MATCH-SOURCE
                              " " WS-HANDOFF-STEP
                              " " WS-HANDOFF-COUNT
                              " RELEASED "
                              WS-CT-OUT (WS-MATCH-SUB)
                              " AMT " WS-HANDOFF-AMOUNT
                              "/" WS-CT-AMT (WS-MATCH-SUB)
                              " CREDITS " WS-HANDOFF-CRD-CNT
                              "/" WS-CT-CRD-CNT (WS-MATCH-SUB)
                              " AMT " WS-HANDOFF-CRD-AMT
                              "/" WS-CT-CRD-AMT (WS-MATCH-SUB)
                              "  BREAK"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                              AND WS-CT-IN (WS-MATCH-SUB)
                                  = WS-CT-OUT (WS-MATCH-SUB)
                              AND WS-CT-EXC (WS-MATCH-SUB) = 0
                              AND WS-CT-CRD-CNT (WS-MATCH-SUB)
                                  = WS-CT-CRD-CNT (WS-CT-SUB-SAVE)
                              AND WS-CT-CRD-AMT (WS-MATCH-SUB)
                                  = WS-CT-CRD-AMT (WS-CT-SUB-SAVE)
                          STRING "VARSACK " WS-MATCH-SOURCE
                                  " RELEASED "
                                  WS-CT-IN (WS-MATCH-SUB)
                                  WS-CT-OUT (WS-MATCH-SUB)
                                  " EXCEPTIONS "
                                  WS-CT-EXC (WS-MATCH-SUB)
                                  " CREDITS "
                                  WS-CT-CRD-CNT (WS-MATCH-SUB)
                                  "/" WS-CT-CRD-CNT (WS-CT-SUB-SAVE)
                                  "  BREAK"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> a VARSDUPR decision run releases held rows under
              *> source DUP - its queue must account for every row
              *> (released and still-held can never exceed what was
              *> read; dropped rows are the remainder), and the rows
              *> it released go through the same release and
              *> acknowledgment proof as a source batch
              7700-CERTIFY-DUP-DECISIONS.
                  IF WS-CT-STEP (WS-CT-SUB) = "VARSDUPR"
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      IF WS-CT-IN (WS-CT-SUB)
                              >= WS-CT-OUT (WS-CT-SUB)
                                  + WS-CT-EXC (WS-CT-SUB)
                          STRING "VARSDUPR QUEUE " WS-CT-IN (WS-CT-SUB)
                                  " RELEASED " WS-CT-OUT (WS-CT-SUB)
                                  " STILL HELD " WS-CT-EXC (WS-CT-SUB)
                                  "  OK"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                      ELSE
                          SET WS-BREAK-FOUND TO TRUE
                          STRING "** VARSDUPR QUEUE "
                                  WS-CT-IN (WS-CT-SUB)
                                  " < RELEASED " WS-CT-OUT (WS-CT-SUB)
                                  " + STILL HELD " WS-CT-EXC (WS-CT-SUB)
                                  "  BREAK"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                      END-IF
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE "VARSDUPR" TO WS-HANDOFF-STEP
                      MOVE WS-CT-OUT (WS-CT-SUB) TO WS-HANDOFF-COUNT
                      MOVE WS-CT-AMT (WS-CT-SUB) TO WS-HANDOFF-AMOUNT
                      MOVE WS-CT-CRD-CNT (WS-CT-SUB)
                          TO WS-HANDOFF-CRD-CNT
                      MOVE WS-CT-CRD-AMT (WS-CT-SUB)
                          TO WS-HANDOFF-CRD-AMT
                      MOVE WS-CT-SOURCE (WS-CT-SUB) TO WS-MATCH-SOURCE
                      PERFORM 7300-CHECK-RELEASE-LINK
                  END-IF.

              *> linear scan of the day's handful of records - finds
              *> the entry for the wanted step and source
              7600-FIND-STEP-RECORD.
