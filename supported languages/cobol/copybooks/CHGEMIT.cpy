      *> CHGEMIT.cpy
      *> shared name and address change detection, applied
      *> identically by every program that can change either on
      *> GROUPMSTR. It works from the master-history record as
      *> built, before it is written, for the same write, so a notice
      *> can never disagree with the MSTRHIST trail: the before and
      *> after images are compared on the name (SUBVAR-2) and on the
      *> address (SUBVAR-3/4 together), and one notice is written to
      *> the change log for each that differs. A creation (blank
      *> before image) or a removal (blank after image) is not a
      *> change. The slices follow the GROUPMSTR layout - name in
      *> 15-29, address lines in 30-44 and 45-59. Shared the same
      *> way GVVALID.cpy already is, so the writers can't drift
      *> apart about what counts as a change.
      *> COPY this as the body of a paragraph - the fragment supplies
      *> its own terminating period, e.g.
      *>     2196-WRITE-CHANGE-NOTICES.
      *>         COPY CHGEMIT.
      *> requires the change-log FD (COPY CHGNOTE) open for output,
      *> the MASTER-HISTORY-RECORD (COPY MSTRHIST) built but not yet
      *> written, and in WORKING-STORAGE:
      *>     WS-NOTICE-OPERATOR PIC X(8), set by the caller, and
      *>     WS-NOTICES-WRITTEN PIC 9(7).
      IF MH-BEFORE-IMAGE NOT = SPACES
              AND MH-AFTER-IMAGE NOT = SPACES
          IF MH-BEFORE-IMAGE (15 : 15)
                  NOT = MH-AFTER-IMAGE (15 : 15)
              MOVE SPACES TO CHANGE-NOTICE-RECORD
              SET CN-IS-DETAIL TO TRUE
              MOVE MH-KEY TO CN-KEY
              SET CN-NAME-CHANGE TO TRUE
              MOVE MH-BEFORE-IMAGE (15 : 15) TO CN-OLD-LINE-1
              MOVE MH-AFTER-IMAGE (15 : 15) TO CN-NEW-LINE-1
              MOVE MH-CHANGE-DATE TO CN-EFFECTIVE-DATE
              MOVE MH-PROGRAM-NAME TO CN-PROGRAM-NAME
              MOVE WS-NOTICE-OPERATOR TO CN-OPERATOR
              MOVE MH-WRITE-DATE TO CN-RECORDED-DATE
              MOVE MH-WRITE-TIME TO CN-RECORDED-TIME
              WRITE CHANGE-NOTICE-RECORD
              ADD 1 TO WS-NOTICES-WRITTEN
          END-IF
          IF MH-BEFORE-IMAGE (30 : 30)
                  NOT = MH-AFTER-IMAGE (30 : 30)
              MOVE SPACES TO CHANGE-NOTICE-RECORD
              SET CN-IS-DETAIL TO TRUE
              MOVE MH-KEY TO CN-KEY
              SET CN-ADDRESS-CHANGE TO TRUE
              MOVE MH-BEFORE-IMAGE (30 : 30) TO CN-OLD-VALUE
              MOVE MH-AFTER-IMAGE (30 : 30) TO CN-NEW-VALUE
              MOVE MH-CHANGE-DATE TO CN-EFFECTIVE-DATE
              MOVE MH-PROGRAM-NAME TO CN-PROGRAM-NAME
              MOVE WS-NOTICE-OPERATOR TO CN-OPERATOR
              MOVE MH-WRITE-DATE TO CN-RECORDED-DATE
              MOVE MH-WRITE-TIME TO CN-RECORDED-TIME
              WRITE CHANGE-NOTICE-RECORD
              ADD 1 TO WS-NOTICES-WRITTEN
          END-IF
      END-IF.
