                      MOVE 'N' TO WS-SELECT-SWITCH
                  END-IF.

              *> who/when, then the full before and after images -
              *> every byte of the master record is display data, so
              *> the raw image is the clearest possible rendering and
              *> can never lag a field added to GROUPMSTR.cpy later.
              *> the record is wider than the print line, so each
              *> image runs on to a second line at byte 101
              2300-WRITE-CHANGE-DETAIL.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING MH-CHANGE-DATE " "
                      MOVE "  BEFORE (RECORD CREATED)"
                          TO WS-REPORT-LINE-AREA
                  ELSE
                      STRING "  BEFORE " MH-BEFORE-IMAGE (1:100)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "         " MH-BEFORE-IMAGE (101:40)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
                      MOVE "  AFTER  (RECORD REMOVED)"
                          TO WS-REPORT-LINE-AREA
                  ELSE
                      STRING "  AFTER  " MH-AFTER-IMAGE (1:100)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "         " MH-AFTER-IMAGE (101:40)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
