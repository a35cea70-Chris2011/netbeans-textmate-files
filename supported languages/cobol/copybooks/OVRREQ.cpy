      *> OVRREQ.cpy
      *> shared record layout for the override-request KSDS
      *> (PROD.VARS.OVRPEND) - every GROUPMSTR override an operator
      *> enters through the VARSEDIT DATA-SCREEN or a VARSBAT 'O'
      *> transaction lands here as a request, and only reaches the
      *> master when a second operator approves it on the VARSEDIT
      *> approval queue. The master itself never carries a pending
      *> override, so the nightly run goes on billing feed values
      *> for the key until the approval is in; VARS reads the
      *> pending requests only to report them. Decided requests stay
      *> on file with who decided them and when, for the VARSOVRR
      *> daily approvals report.
      *>   P - pending, awaiting a second operator
      *>   A - approved and applied to the master
      *>   R - rejected, never applied
      *> The key is the master key plus the moment the request was
      *> entered, so every request a key has ever had is kept and
      *> they read back oldest first. Only one request per master
      *> key may be pending at a time.
      *> Shared the same way OPERREC.cpy already is, so the makers,
      *> the checker screen, VARS, and the report can't drift apart.
      *> COPY this immediately after the FD, e.g.
      *>     FD OVERRIDE-REQUEST-FILE
      *>         RECORDING MODE IS F.
      *>     COPY OVRREQ.
      01 OVERRIDE-REQUEST-RECORD.
        05 OR-KEY.
            10 OR-GM-KEY PIC X(10).
            10 OR-ENTRY-STAMP PIC X(16).
        05 OR-STATUS PIC X(1).
            88 OR-PENDING VALUE 'P'.
            88 OR-APPROVED VALUE 'A'.
            88 OR-REJECTED VALUE 'R'.
      *> the values the override would put on the master, and the
      *> master's values when it was entered - what the checker and
      *> the report compare
        05 OR-NEW-DETAIL.
            COPY GROUPVAR REPLACING LEADING ==05== BY ==10==.
        05 OR-OLD-DETAIL.
            COPY GROUPVAR REPLACING LEADING ==05== BY ==10==.
      *> the window already resolved and edited under the maker's
      *> authority - blank dates defaulted, length limit applied
        05 OR-EFF-DATE PIC 9(8).
        05 OR-EXP-DATE PIC 9(8).
        05 OR-ENTERED-BY PIC X(8).
        05 OR-ENTRY-PROGRAM PIC X(8).
        05 OR-ENTRY-DATE PIC 9(8).
        05 OR-DECIDED-BY PIC X(8).
        05 OR-DECISION-DATE PIC 9(8).
        05 FILLER PIC X(1).
