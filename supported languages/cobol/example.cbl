                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HDRLOG-STATUS.

                *> SUBVAR-1 variance tolerances - one card per source
                *> system. OPTIONAL so a run with no cards still runs,
                *> with the variance check off and the report saying so
                SELECT OPTIONAL VARIANCE-PARM-FILE
                    ASSIGN TO "PARMIN"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-VARPARM-STATUS.

                *> detail records 2250-VALIDATE-GROUP-VAR rejects are
                *> quarantined here - full input image plus a reason
                *> code and run date - instead of flowing into BILLOUT,
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-SUSPENSE-STATUS.

                *> adjustment records that fail their check against
                *> the billing history are quarantined here - same
                *> layout as SUSPOUT, but a dataset of their own,
                *> because VARSFIX recycles everything in SUSPOUT as
                *> a charge and an adjustment is never one
                SELECT ADJUSTMENT-SUSPENSE-FILE
                    ASSIGN TO "ADJOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-ADJSUSP-STATUS.

                *> rows for an account on billing hold are diverted
                *> here instead of BILLOUT - full input image plus the
                *> feed date and source, so VARSHLD can feed them back
                *> to a later run as re-bill rows once the hold is
                *> released
                SELECT HELD-CHARGE-FILE
                    ASSIGN TO "HOLDOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HOLDCHG-STATUS.

                *> masters removed by a close-account feed record go
                *> here first, exactly the way VARSHKP archives a
                *> purge - the closed account is out of the KSDS but
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-HISTORY-STATUS.

                *> the day's name and address change log - one notice
                *> per name or address a master write changes, taken
                *> from the same before and after images as HISTOUT.
                *> shared by every master writer; VARSCHG builds the
                *> day's notification file from it
                SELECT CHANGE-NOTICE-FILE
                    ASSIGN TO "CHGOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-CHGLOG-STATUS.

                *> GROUP-VAR master, same dataset VARSEDIT maintains -
                *> VARS seeds it from GROUPIN and overlays any operator
                *> correction back onto the in-flight detail record
                    RECORD KEY IS GM-KEY
                    FILE STATUS IS WS-MASTER-STATUS.

                *> override requests still awaiting a second operator
                *> - never applied here, since nothing reaches the
                *> master until it is approved, but read once at
                *> start so the run report can say which keys have
                *> an override waiting and what the feed billed
                SELECT OVERRIDE-REQUEST-FILE
                    ASSIGN TO "OVRPEND"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS OR-KEY
                    FILE STATUS IS WS-REQUEST-STATUS.

                *> billing-history KSDS - one entry per account per
                *> feed date and source, written here as each row is
                *> staged, then marked released by VARSREL and
                *> answered by VARSACK, so the VARSSTMT statement can
                *> follow a charge end to end. an adjustment browses
                *> every entry for its key and original feed date, so
                *> access is dynamic rather than purely random
                SELECT BILLING-HISTORY-FILE
                    ASSIGN TO "BILLHIST"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BH-KEY
                    FILE STATUS IS WS-BILLHIST-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD GROUPVAR-FILE
                    *> no billing row is produced, and the closure is
                    *> reported in its own section of the run report
                    88 GV-IS-CLOSE VALUE 'C'.
                    *> the source correcting a charge it already sent
                    *> on an earlier feed date - checked against what
                    *> the billing history says was billed for the key
                    *> on that date, and staged as a credit row only
                    *> if it fits; never touches the master
                    88 GV-IS-ADJUSTMENT VALUE 'A'.
                    88 GV-IS-TRAILER VALUE 'T'.
                05 GV-KEY PIC X(10).
                05 GV-DETAIL-AREA.
                    10 GV-HDR-SOURCE-SYSTEM PIC X(3).
                        88 GV-HDR-SOURCE-KNOWN VALUE 'GV1' 'GV2'.
                    10 GV-HDR-RECORD-COUNT PIC 9(7).
                    *> adjustment records in the file, counted apart
                    *> from the charge and close records above - blank
                    *> from a source that sends none
                    10 GV-HDR-ADJUSTMENT-COUNT PIC 9(7).
                    10 FILLER PIC X(23).
                *> a signed amount - negative is a credit, the only
                *> kind of adjustment billing takes from this feed -
                *> the source's reason code, and the feed date of the
                *> charge being adjusted
                05 GV-ADJUSTMENT-AREA REDEFINES GV-DETAIL-AREA.
                    10 GV-ADJ-AMOUNT PIC S9(3) SIGN LEADING SEPARATE.
                    10 GV-ADJ-REASON PIC X(4).
                    10 GV-ADJ-ORIG-FEED-DATE PIC 9(8).
                    10 FILLER PIC X(32).
                *> gross charges, credits, and the signed net - the
                *> credit and net fields are blank from a source that
                *> sends no adjustments
                05 GV-TRAILER-AREA REDEFINES GV-DETAIL-AREA.
                    10 GV-CONTROL-TOTAL PIC 9(7).
                    10 GV-CREDIT-TOTAL PIC 9(7).
                    10 GV-NET-TOTAL PIC S9(7) SIGN LEADING SEPARATE.
                    10 FILLER PIC X(26).
                *> who released the record back into processing -
                *> stamped by VARSFIX on the 'R' records it recycles,
                *> blank on everything the source systems send
                05 CKPT-BILLED-AMOUNT PIC 9(9).
                05 CKPT-CLOSE-RECORDS-READ PIC 9(7).
                05 CKPT-CLOSE-NOT-FOUND PIC 9(7).
                05 CKPT-VARIANCE-RECORDS PIC 9(7).
                05 CKPT-VARIANCE-SUBVAR1 PIC 9(7).
                05 CKPT-RECORDS-ON-HOLD PIC 9(7).
                05 CKPT-ON-HOLD-SUBVAR1 PIC 9(7).
                05 CKPT-ADJUSTMENTS-READ PIC 9(7).
                05 CKPT-CREDIT-RUNNING-TOTAL PIC 9(7).
                05 CKPT-CREDIT-RECORDS PIC 9(7).
                05 CKPT-CREDIT-AMOUNT PIC 9(9).
                05 CKPT-ADJ-QUARANTINED PIC 9(7).
                05 CKPT-ADJ-QUARANTINED-TOTAL PIC 9(7).
                05 CKPT-EXPECTED-ADJ-COUNT PIC 9(7).

              *> AUDITOUT is a dated dataset (see the JCL) - one audit
              *> file per run date - holding every value VARS displayed.
                05 HL-RUN-DATE PIC 9(8).
                05 FILLER PIC X(1).

              *> columns 1-3 source system, column 5 P (percentage of
              *> the master's SUBVAR-1) or A (absolute amount),
              *> columns 7-9 the tolerance
              FD VARIANCE-PARM-FILE
                  RECORDING MODE IS F.
              01 VARIANCE-PARM-RECORD.
                05 VP-SOURCE-SYSTEM PIC X(3).
                    88 VP-SOURCE-KNOWN VALUE 'GV1' 'GV2'.
                05 FILLER PIC X(1).
                05 VP-TOLERANCE-TYPE PIC X(1).
                    88 VP-TYPE-VALID VALUE 'P' 'A'.
                05 FILLER PIC X(1).
                05 VP-TOLERANCE PIC 9(3).
                05 FILLER PIC X(71).

              *> suspense image is the untouched 67-byte GROUPIN record
              *> so VARSFIX can re-emit it as a detail record once the
              *> operator has corrected it - layout shared with VARSFIX
                  RECORDING MODE IS F.
              COPY SUSPREC.

              *> quarantined adjustments - the SUSPREC layout under
              *> names of its own, since both files are open at once
              FD ADJUSTMENT-SUSPENSE-FILE
                  RECORDING MODE IS F.
              COPY SUSPREC REPLACING
                  ==SUSPENSE-RECORD== BY ==ADJ-SUSPENSE-RECORD==
                  LEADING ==SUS-== BY ==ADS-==.

              *> held-charge layout shared with VARSHLD and VARSHAGE
              *> via HOLDREC.cpy
              FD HELD-CHARGE-FILE
                  RECORDING MODE IS F.
              COPY HOLDREC.

              *> archive layout shared with VARSHKP and VARSARCR via
              *> ARCREC.cpy, so a close here restores exactly like a
              *> housekeeping purge
                  RECORDING MODE IS F.
              COPY MSTRHIST.

              *> notice layout shared with every master writer and
              *> VARSCHG via CHGNOTE.cpy
              FD CHANGE-NOTICE-FILE
                  RECORDING MODE IS F.
              COPY CHGNOTE.

              *> same GROUPMSTR dataset VARSEDIT.cbl maintains - record
              *> layout shared via GROUPMSTR.cpy, the same way GROUPVAR.cpy
              *> is, so the two programs can't drift apart
              COPY GROUPMSTR.

              *> working storage defines variables
              *> request layout shared with VARSEDIT and VARSBAT via
              *> OVRREQ.cpy
              FD OVERRIDE-REQUEST-FILE
                  RECORDING MODE IS F.
              COPY OVRREQ.

              *> entry layout shared with VARSREL, VARSACK, VARSSTMT
              *> and VARSBHKP via BILLHIST.cpy
              FD BILLING-HISTORY-FILE
                  RECORDING MODE IS F.
              COPY BILLHIST.

              WORKING-STORAGE SECTION.
              *> define a number with a sign, 3 numbers, a decimal, and then
              *> two numbers aafter the decimal. by default it should be 0 filled
              01 WS-RESTART-BILLED-AMOUNT PIC 9(9) VALUE 0.
              01 WS-RESTART-CLOSE-READ PIC 9(7) VALUE 0.
              01 WS-RESTART-CLOSE-NOT-FOUND PIC 9(7) VALUE 0.
              01 WS-RESTART-VARIANCE-RECORDS PIC 9(7) VALUE 0.
              01 WS-RESTART-VARIANCE-SUBVAR1 PIC 9(7) VALUE 0.
              01 WS-RESTART-RECORDS-ON-HOLD PIC 9(7) VALUE 0.
              01 WS-RESTART-ON-HOLD-SUBVAR1 PIC 9(7) VALUE 0.
              01 WS-RESTART-ADJUSTMENTS-READ PIC 9(7) VALUE 0.
              01 WS-RESTART-CREDIT-RUNNING PIC 9(7) VALUE 0.
              01 WS-RESTART-CREDIT-RECORDS PIC 9(7) VALUE 0.
              01 WS-RESTART-CREDIT-AMOUNT PIC 9(9) VALUE 0.
              01 WS-RESTART-ADJ-QUARANTINED PIC 9(7) VALUE 0.
              01 WS-RESTART-ADJ-QUAR-TOTAL PIC 9(7) VALUE 0.
              01 WS-RESTART-EXPECTED-ADJ-COUNT PIC 9(7) VALUE 0.

              *> control-total reconciliation for SUBVAR-1 across the run
              01 WS-SUBVAR1-RUNNING-TOTAL PIC 9(7) VALUE 0.
              01 WS-BILLEXTR-STATUS PIC X(2).

              *> suspense control - a detail record that fails GVVALID
              *> (reason VALD) or the SUBVAR-1 variance check (VARI)
              *> is quarantined to SUSPOUT and kept out of the billing
              *> extract, but its raw SUBVAR-1 still reaches the
              *> running total, so the run reconciles as
              *> records read = processed + suspended + on hold
              01 WS-SUSPENSE-STATUS PIC X(2).
              01 WS-DETAIL-RECORDS-READ PIC 9(7) VALUE 0.
              01 WS-RECORDS-BILLED PIC 9(7) VALUE 0.
              01 WS-RECORDS-SUSPENDED PIC 9(7) VALUE 0.
              01 WS-SUSPENDED-SUBVAR1-TOTAL PIC 9(7) VALUE 0.
              01 WS-SUSPENSE-REASON PIC X(4) VALUE SPACES.

              *> SUBVAR-1 variance control - a feed value that swings
              *> away from the master's by more than the source's
              *> PARMIN tolerance is quarantined to suspense as
              *> 'VARI' instead of billed, and the master keeps its
              *> prior value, so VARSFIX can show the operator both
              *> and a confirmed or corrected row comes back through
              *> recycle. the counts ride the checkpoint like the
              *> other suspense counts; the listing covers the rows
              *> this execution saw, and anything it cannot show is
              *> counted as not listed
              01 WS-VARPARM-STATUS PIC X(2).
              01 WS-VARPARM-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-VARPARM-EOF VALUE 'Y'.
              01 WS-TOLERANCE-COUNT PIC 9(2) VALUE 0.
              01 WS-TOLERANCE-TABLE.
                05 WS-TOLERANCE-ENTRY OCCURS 10 TIMES.
                    10 WS-TL-SOURCE PIC X(3).
                    10 WS-TL-TYPE PIC X(1).
                    10 WS-TL-AMOUNT PIC 9(3).
              01 WS-TL-SUB PIC 9(2) VALUE 0.
              01 WS-TL-FOUND-SWITCH PIC X(1) VALUE 'N'.
                88 WS-TL-FOUND VALUE 'Y'.
              01 WS-VARIANCE-CHECK-SWITCH PIC X(1) VALUE 'N'.
                88 WS-VARIANCE-CHECK-ON VALUE 'Y'.
              01 WS-VARIANCE-TYPE PIC X(1) VALUE SPACE.
                88 WS-VARIANCE-PERCENT VALUE 'P'.
                88 WS-VARIANCE-ABSOLUTE VALUE 'A'.
              01 WS-VARIANCE-TOLERANCE PIC 9(3) VALUE 0.
              01 WS-VARIANCE-SWITCH PIC X(1) VALUE 'N'.
                88 WS-VARIANCE-FOUND VALUE 'Y'.
              01 WS-VARIANCE-PRIOR PIC 9(3) VALUE 0.
              01 WS-VARIANCE-DIFF PIC 9(3) VALUE 0.
              01 WS-VARIANCE-SCALED-DIFF PIC 9(6) VALUE 0.
              01 WS-VARIANCE-ALLOWED PIC 9(6) VALUE 0.
              01 WS-VARIANCE-RECORDS PIC 9(7) VALUE 0.
              01 WS-VARIANCE-SUBVAR1-TOTAL PIC 9(7) VALUE 0.
              01 WS-VARIANCE-UNLISTED PIC 9(7) VALUE 0.
              01 WS-VARIANCE-LIST-COUNT PIC 9(3) VALUE 0.
              01 WS-VARIANCE-LIST-TABLE.
                05 WS-VARIANCE-LIST-ENTRY OCCURS 100 TIMES.
                    10 WS-VL-KEY PIC X(10).
                    10 WS-VL-PRIOR PIC 9(3).
                    10 WS-VL-NEW PIC 9(3).
                    10 WS-VL-DIFF PIC 9(3).
              01 WS-VL-SUB PIC 9(3) VALUE 0.
              01 WS-VARIANCE-TYPE-DISPLAY PIC X(8) VALUE SPACES.

              *> billing-hold control - a row whose master is on hold
              *> is neither billed nor suspended: it goes to the dated
              *> held-charges dataset as its own category, counted and
              *> totalled apart so the reconciliation and the
              *> run-control record still balance. a hold is not an
              *> error, so it never raises the return code. the
              *> listing covers the rows this execution saw, and
              *> anything it cannot show is counted as not listed
              01 WS-HOLDCHG-STATUS PIC X(2).
              01 WS-BILLHIST-STATUS PIC X(2).
              01 WS-ACCOUNT-HOLD-SWITCH PIC X(1) VALUE 'N'.
                88 WS-ACCOUNT-ON-HOLD VALUE 'Y'.
              01 WS-HOLD-REASON-NOTE PIC X(4) VALUE SPACES.
              01 WS-HOLD-REVIEW-NOTE PIC 9(8) VALUE 0.
              01 WS-RECORDS-ON-HOLD PIC 9(7) VALUE 0.
              01 WS-ON-HOLD-SUBVAR1-TOTAL PIC 9(7) VALUE 0.
              01 WS-ON-HOLD-UNLISTED PIC 9(7) VALUE 0.
              01 WS-ON-HOLD-LIST-COUNT PIC 9(3) VALUE 0.
              01 WS-ON-HOLD-LIST-TABLE.
                05 WS-ON-HOLD-LIST-ENTRY OCCURS 100 TIMES.
                    10 WS-HL-KEY PIC X(10).
                    10 WS-HL-TYPE PIC X(1).
                    10 WS-HL-SUBVAR1 PIC 9(3).
                    10 WS-HL-REASON PIC X(4).
                    10 WS-HL-REVIEW-DATE PIC 9(8).
              01 WS-HL-SUB PIC 9(3) VALUE 0.

              *> run-control evidence - the amount actually staged
              *> for billing (post-override values, recycled rows
              01 WS-RUNCTL-STATUS PIC X(2).
              01 WS-BILLED-AMOUNT-TOTAL PIC 9(9) VALUE 0.

              *> adjustment control - an 'A' record is a credit the
              *> source wants against a charge from an earlier feed
              *> date. it is checked against the billing history for
              *> that key and date: what billing accepted, less the
              *> credits already taken there, has to cover it. one
              *> that fits is staged as a credit row; one that does
              *> not is quarantined to ADJOUT. credits are counted
              *> and totalled apart from charges everywhere, so the
              *> gross charges, the credits, and the net all show.
              *> WS-CREDIT-RUNNING-TOTAL is the trailer's side: every
              *> credit the source sent, quarantined ones included,
              *> the way WS-SUBVAR1-RUNNING-TOTAL takes suspended rows
              01 WS-ADJSUSP-STATUS PIC X(2).
              01 WS-ADJUSTMENT-RECORDS-READ PIC 9(7) VALUE 0.
              01 WS-CREDIT-RUNNING-TOTAL PIC 9(7) VALUE 0.
              01 WS-CREDIT-RECORDS PIC 9(7) VALUE 0.
              01 WS-CREDIT-AMOUNT-TOTAL PIC 9(9) VALUE 0.
              01 WS-ADJ-QUARANTINED PIC 9(7) VALUE 0.
              01 WS-ADJ-QUARANTINED-TOTAL PIC 9(7) VALUE 0.
              01 WS-EXPECTED-ADJ-COUNT PIC 9(7) VALUE 0.
              01 WS-EXPECTED-TOTAL-COUNT PIC 9(7) VALUE 0.
              01 WS-EXPECTED-CREDIT-TOTAL PIC 9(7) VALUE 0.
              01 WS-EXPECTED-NET PIC S9(9) VALUE 0.
              01 WS-ACTUAL-NET PIC S9(9) VALUE 0.
              01 WS-STAGED-NET PIC S9(9) VALUE 0.
              01 WS-EXPECTED-NET-EDIT PIC -9(9).
              01 WS-ACTUAL-NET-EDIT PIC -9(9).
              01 WS-ADJ-CREDIT PIC 9(3) VALUE 0.
              01 WS-ADJ-REASON PIC X(4) VALUE SPACES.
              01 WS-ADJ-BILLED-NET PIC 9(7) VALUE 0.
              01 WS-ADJ-PRIOR-CREDITS PIC 9(7) VALUE 0.
              01 WS-ADJ-ENTRY-CREDITS PIC 9(7) VALUE 0.
              01 WS-HISTORY-SCAN-SWITCH PIC X(1) VALUE 'N'.
                88 WS-HISTORY-SCAN-DONE VALUE 'Y'.
              *> the history key a staged row posts under - a credit
              *> row's is its original feed date and source ADJ, not
              *> the date and source stamped on the row itself
              01 WS-HISTORY-KEY PIC X(21) VALUE SPACES.
              01 WS-ADJ-UNLISTED PIC 9(7) VALUE 0.
              01 WS-ADJ-LIST-COUNT PIC 9(3) VALUE 0.
              01 WS-ADJ-LIST-TABLE.
                05 WS-ADJ-LIST-ENTRY OCCURS 100 TIMES.
                    10 WS-AL-KEY PIC X(10).
                    10 WS-AL-ORIG-DATE PIC X(8).
                    10 WS-AL-CREDIT PIC 9(3).
                    10 WS-AL-SOURCE-REASON PIC X(4).
                    10 WS-AL-RESULT PIC X(8).
                    10 WS-AL-BILLED PIC 9(7).
                    10 WS-AL-PRIOR PIC 9(7).
              01 WS-AL-SUB PIC 9(3) VALUE 0.

              *> header control - the feed has to prove it is today's
              *> file from a known source, and a feed date that
              *> already completed a run for that source is refused
              *> the rewritten one. spaces mean the key is new and
              *> the write is a seed
              01 WS-HISTORY-STATUS PIC X(2).
              01 WS-HISTORY-BEFORE PIC X(140) VALUE SPACES.
              *> who a notice says made the change - the source
              *> system for a feed value, the VARSFIX release
              *> operator for a recycled row
              01 WS-CHGLOG-STATUS PIC X(2).
              01 WS-NOTICE-OPERATOR PIC X(8) VALUE SPACES.
              01 WS-NOTICES-WRITTEN PIC 9(7) VALUE 0.

              *> run options parsed from the EXEC PARM - HIVOL selects
              *> the high-volume mode where GROUPIN arrives pre-sorted
              *> by key (the sort step in the JCL) and the master is
              *> walked once with START/READ NEXT instead of one
              *> random seek per detail record
              01 WS-PARM-OPTIONS PIC X(40) VALUE SPACES.
              01 WS-PARM-SCAN-LENGTH PIC S9(4) COMP VALUE 0.
              01 WS-PARM-HIVOL-TALLY PIC 9(2) VALUE 0.
              01 WS-HIVOL-SWITCH PIC X(1) VALUE 'N'.
              01 WS-PARM-VERIFY-TALLY PIC 9(2) VALUE 0.
              01 WS-VERIFY-SWITCH PIC X(1) VALUE 'N'.
                88 WS-VERIFY-MODE VALUE 'Y'.
              *> CATCHUP=yyyymmdd authorizes a run against a missed
              *> prior day's feed after an outage - the header must
              *> carry exactly that date instead of the run date,
              *> HDRLOG still refuses it if it already ran, and a
              *> day older than one already logged for the source is
              *> refused so backed-up days go through oldest first
              01 WS-PARM-CATCHUP-TALLY PIC 9(2) VALUE 0.
              01 WS-PARM-CATCHUP-OFFSET PIC 9(2) VALUE 0.
              01 WS-PARM-CATCHUP-TEXT PIC X(8) VALUE SPACES.
              01 WS-CATCHUP-SWITCH PIC X(1) VALUE 'N'.
                88 WS-CATCHUP-MODE VALUE 'Y'.
              01 WS-CATCHUP-DATE PIC 9(8) VALUE 0.
              01 WS-HEADER-OUT-OF-ORDER-SWITCH PIC X(1) VALUE 'N'.
                88 WS-HEADER-OUT-OF-ORDER VALUE 'Y'.
              01 WS-LATEST-LOGGED-DATE PIC 9(8) VALUE 0.
              *> the source's last feed day before this one, from
              *> HDRLOG - a key last fed then and fed again today has
              *> arrived on another feed day in a row (2197)
              01 WS-PRIOR-FEED-DAY PIC 9(8) VALUE 0.
              *> the date every output of the run is stamped with -
              *> the run date normally, the named feed date on a
              *> catch-up - so billing rows, run control, history,
              *> and the master's last-feed date all land on the day
              *> the feed belongs to, and VARSBAL, VARSMTH, and
              *> VARSHKP see a catch-up day as that day
              01 WS-FEED-DATE PIC 9(8) VALUE 0.

              *> calendar-date edit work area - shared layout the
              *> DATEVAL.cpy fragment requires, used to prove the
              *> catch-up date is a real date before it is trusted
              01 WS-EDIT-DATE PIC 9(8) VALUE 0.
              01 WS-EDIT-DATE-GROUPS REDEFINES WS-EDIT-DATE.
                05 WS-EDIT-YYYY PIC 9(4).
                05 WS-EDIT-MM PIC 9(2).
                05 WS-EDIT-DD PIC 9(2).
              01 WS-EDIT-MAX-DD PIC 9(2) VALUE 0.
              01 WS-EDIT-LEAP-REM PIC 9(4) VALUE 0.
              01 WS-DATE-VALID-SWITCH PIC X(1) VALUE 'N'.
                88 WS-DATE-VALID VALUE 'Y'.

              *> sequential master-walk state for high-volume mode.
              *> the FD record area holds the master record the walk
              01 WS-OA-SUB PIC 9(3) VALUE 0.
              01 WS-OA-EXP-DISPLAY PIC X(8).

              *> overrides entered but not yet approved - loaded in
              *> key order from OVRPEND at start, and marked with the
              *> feed values as their keys come through, so the
              *> activity section shows what was billed instead
              01 WS-REQUEST-STATUS PIC X(2).
              01 WS-REQUEST-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-REQUEST-EOF VALUE 'Y'.
              01 WS-PENDING-OVERRIDE-COUNT PIC 9(3) VALUE 0.
              01 WS-PENDING-OVERFLOW PIC 9(3) VALUE 0.
              01 WS-PENDING-OVERRIDE-TABLE.
                05 WS-PENDING-OVERRIDE-ENTRY OCCURS 100 TIMES.
                    10 WS-PO-KEY PIC X(10).
                    10 WS-PO-RQST-SUBVAR1 PIC 9(3).
                    10 WS-PO-RQST-SUBVAR2 PIC X(15).
                    10 WS-PO-FEED-SUBVAR1 PIC 9(3).
                    10 WS-PO-FEED-SUBVAR2 PIC X(15).
                    10 WS-PO-ENTRY-DATE PIC 9(8).
                    10 WS-PO-ENTERED-BY PIC X(8).
                    10 WS-PO-FEED-SEEN PIC X(1).
                        88 WS-PO-IN-FEED VALUE 'Y'.
              01 WS-PO-SUB PIC 9(3) VALUE 0.
              01 WS-PO-SCAN-DONE-SWITCH PIC X(1) VALUE 'N'.
                88 WS-PO-SCAN-DONE VALUE 'Y'.
              01 WS-PO-FEED-SUBVAR1-DISPLAY PIC X(3).
              01 WS-PO-FEED-SUBVAR2-DISPLAY PIC X(15).

              LINKAGE SECTION.
              *> EXEC card PARM - how the JCL selects the run mode
              *> without a recompile
              01 RUN-PARM.
                05 RUN-PARM-LENGTH PIC S9(4) COMP.
                05 RUN-PARM-TEXT PIC X(40).

            *> print our variables
            PROCEDURE DIVISION USING RUN-PARM.
                          WS-RUN-DATE-YYYY
                      DELIMITED BY SIZE INTO WS-RUN-DATE-REPORT
                  END-STRING
                  MOVE WS-RUN-DATE-YYYYMMDD TO WS-FEED-DATE
                  IF WS-CATCHUP-MODE
                      PERFORM 1020-VALIDATE-CATCHUP-DATE
                  END-IF
                  PERFORM 1500-LOAD-VARIANCE-TOLERANCES
                  *> restart status has to be known before any output
                  *> file is opened, or a restarted run truncates the
                  *> report/audit/billing history it is meant to extend.
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  *> read-only in verify mode too - a trial feed's
                  *> adjustments are still checked against what was
                  *> billed, but nothing is posted
                  IF WS-VERIFY-MODE
                      OPEN INPUT BILLING-HISTORY-FILE
                  ELSE
                      OPEN I-O BILLING-HISTORY-FILE
                  END-IF
                  IF WS-BILLHIST-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN BILLHIST, STATUS "
                          WS-BILLHIST-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 1600-LOAD-PENDING-OVERRIDES
                  PERFORM 2100-READ-GROUPVAR-FILE.
                  PERFORM 1400-SKIP-ALREADY-PROCESSED.
                  *> a restart skips the header that chose the
                  *> tolerance and found the source's previous feed
                  *> day - do both again from the header date and
                  *> source the checkpoint carried
                  IF WS-RESTART-MODE AND WS-HEADER-SEEN
                      PERFORM 2080-SELECT-VARIANCE-TOLERANCE
                      PERFORM 2075-FIND-PRIOR-FEED-DAY
                  END-IF.

              *> the PARM is free-form keywords - scanning for the
              *> keyword rather than matching the whole field lets the
                  *> field - scan only what fits rather than reference
                  *> past the end of RUN-PARM-TEXT
                  MOVE RUN-PARM-LENGTH TO WS-PARM-SCAN-LENGTH
                  IF WS-PARM-SCAN-LENGTH > 40
                      MOVE 40 TO WS-PARM-SCAN-LENGTH
                  END-IF
                  IF WS-PARM-SCAN-LENGTH > 0
                      MOVE RUN-PARM-TEXT (1 : WS-PARM-SCAN-LENGTH)
                      SET WS-VERIFY-MODE TO TRUE
                      DISPLAY "VERIFY RUN - NO MASTER, BILLING, "
                          "AUDIT, OR CHECKPOINT OUTPUT"
                  END-IF
                  *> the date is the eight characters after the
                  *> keyword - a keyword too near the end of the
                  *> options to carry a whole date is left blank, and
                  *> 1020 refuses it along with any other bad date
                  MOVE 0 TO WS-PARM-CATCHUP-TALLY
                  INSPECT WS-PARM-OPTIONS
                      TALLYING WS-PARM-CATCHUP-TALLY
                          FOR ALL "CATCHUP="
                  IF WS-PARM-CATCHUP-TALLY > 0
                      SET WS-CATCHUP-MODE TO TRUE
                      MOVE 0 TO WS-PARM-CATCHUP-OFFSET
                      INSPECT WS-PARM-OPTIONS
                          TALLYING WS-PARM-CATCHUP-OFFSET
                              FOR CHARACTERS BEFORE INITIAL "CATCHUP="
                      IF WS-PARM-CATCHUP-OFFSET <= 24
                          MOVE WS-PARM-OPTIONS
                              (WS-PARM-CATCHUP-OFFSET + 9 : 8)
                              TO WS-PARM-CATCHUP-TEXT
                      END-IF
                  END-IF.

              *> a catch-up date has to be a real calendar day
              *> strictly before today - naming today is just a
              *> normal run, and a future date is a typing error
              1020-VALIDATE-CATCHUP-DATE.
                  IF WS-PARM-CATCHUP-TEXT IS NOT NUMERIC
                      DISPLAY "** CATCH-UP DATE <" WS-PARM-CATCHUP-TEXT
                          "> NOT NUMERIC - CODE CATCHUP=YYYYMMDD"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  MOVE WS-PARM-CATCHUP-TEXT TO WS-CATCHUP-DATE
                  MOVE WS-CATCHUP-DATE TO WS-EDIT-DATE
                  PERFORM 1030-EDIT-CALENDAR-DATE
                  IF NOT WS-DATE-VALID
                      DISPLAY "** CATCH-UP DATE " WS-CATCHUP-DATE
                          " IS NOT A REAL DATE"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  IF WS-CATCHUP-DATE NOT < WS-RUN-DATE-YYYYMMDD
                      DISPLAY "** CATCH-UP DATE " WS-CATCHUP-DATE
                          " IS NOT BEFORE RUN DATE "
                          WS-RUN-DATE-YYYYMMDD
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  MOVE WS-CATCHUP-DATE TO WS-FEED-DATE
                  DISPLAY "CATCH-UP RUN - FEED DATE " WS-CATCHUP-DATE
                      " PROCESSED ON RUN DATE " WS-RUN-DATE-YYYYMMDD.

              1030-EDIT-CALENDAR-DATE.
                  *> same rule VARSEDIT and VARSBAT apply - shared via
                  *> DATEVAL.cpy so the date gates can't drift
                  COPY DATEVAL.

              1050-OPEN-OUTPUT-FILES.
                  IF WS-RESTART-MODE
                      OPEN EXTEND REPORT-FILE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  IF WS-RESTART-MODE
                      OPEN EXTEND CHANGE-NOTICE-FILE
                  ELSE
                      OPEN OUTPUT CHANGE-NOTICE-FILE
                  END-IF
                  IF WS-CHGLOG-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN CHGOUT, STATUS "
                          WS-CHGLOG-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  IF WS-RESTART-MODE
                      OPEN EXTEND CHECKPOINT-FILE
                  ELSE
                          WS-CHECKPOINT-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  IF WS-RESTART-MODE
                      OPEN EXTEND HELD-CHARGE-FILE
                  ELSE
                      OPEN OUTPUT HELD-CHARGE-FILE
                  END-IF
                  IF WS-HOLDCHG-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN HOLDOUT, STATUS "
                          WS-HOLDCHG-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  IF WS-RESTART-MODE
                      OPEN EXTEND ADJUSTMENT-SUSPENSE-FILE
                  ELSE
                      OPEN OUTPUT ADJUSTMENT-SUSPENSE-FILE
                  END-IF
                  IF WS-ADJSUSP-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN ADJOUT, STATUS "
                          WS-ADJSUSP-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF.

              1200-WRITE-VARS-TO-REPORT.
                                      TO WS-RESTART-CLOSE-READ
                                  MOVE CKPT-CLOSE-NOT-FOUND
                                      TO WS-RESTART-CLOSE-NOT-FOUND
                                  MOVE CKPT-VARIANCE-RECORDS
                                      TO WS-RESTART-VARIANCE-RECORDS
                                  MOVE CKPT-VARIANCE-SUBVAR1
                                      TO WS-RESTART-VARIANCE-SUBVAR1
                                  MOVE CKPT-RECORDS-ON-HOLD
                                      TO WS-RESTART-RECORDS-ON-HOLD
                                  MOVE CKPT-ON-HOLD-SUBVAR1
                                      TO WS-RESTART-ON-HOLD-SUBVAR1
                                  MOVE CKPT-ADJUSTMENTS-READ
                                      TO WS-RESTART-ADJUSTMENTS-READ
                                  MOVE CKPT-CREDIT-RUNNING-TOTAL
                                      TO WS-RESTART-CREDIT-RUNNING
                                  MOVE CKPT-CREDIT-RECORDS
                                      TO WS-RESTART-CREDIT-RECORDS
                                  MOVE CKPT-CREDIT-AMOUNT
                                      TO WS-RESTART-CREDIT-AMOUNT
                                  MOVE CKPT-ADJ-QUARANTINED
                                      TO WS-RESTART-ADJ-QUARANTINED
                                  MOVE CKPT-ADJ-QUARANTINED-TOTAL
                                      TO WS-RESTART-ADJ-QUAR-TOTAL
                                  MOVE CKPT-EXPECTED-ADJ-COUNT
                                      TO WS-RESTART-EXPECTED-ADJ-COUNT
                          END-READ
                      END-PERFORM
                      CLOSE CHECKPOINT-FILE
                              TO WS-CLOSE-RECORDS-READ
                          MOVE WS-RESTART-CLOSE-NOT-FOUND
                              TO WS-CLOSE-NOT-FOUND
                          MOVE WS-RESTART-VARIANCE-RECORDS
                              TO WS-VARIANCE-RECORDS
                          MOVE WS-RESTART-VARIANCE-SUBVAR1
                              TO WS-VARIANCE-SUBVAR1-TOTAL
                          MOVE WS-RESTART-RECORDS-ON-HOLD
                              TO WS-RECORDS-ON-HOLD
                          MOVE WS-RESTART-ON-HOLD-SUBVAR1
                              TO WS-ON-HOLD-SUBVAR1-TOTAL
                          MOVE WS-RESTART-ADJUSTMENTS-READ
                              TO WS-ADJUSTMENT-RECORDS-READ
                          MOVE WS-RESTART-CREDIT-RUNNING
                              TO WS-CREDIT-RUNNING-TOTAL
                          MOVE WS-RESTART-CREDIT-RECORDS
                              TO WS-CREDIT-RECORDS
                          MOVE WS-RESTART-CREDIT-AMOUNT
                              TO WS-CREDIT-AMOUNT-TOTAL
                          MOVE WS-RESTART-ADJ-QUARANTINED
                              TO WS-ADJ-QUARANTINED
                          MOVE WS-RESTART-ADJ-QUAR-TOTAL
                              TO WS-ADJ-QUARANTINED-TOTAL
                          MOVE WS-RESTART-EXPECTED-ADJ-COUNT
                              TO WS-EXPECTED-ADJ-COUNT
                          *> the high-volume sequence check picks up
                          *> where the prior run stopped - without
                          *> this a restarted sorted run would accept
                      PERFORM 2100-READ-GROUPVAR-FILE
                  END-IF.

              *> the tolerance cards are read once, before anything
              *> is opened for output - a card the run cannot trust
              *> stops it cold, the way a bad VARSAGE threshold does,
              *> rather than billing the day against a check nobody
              *> meant to set
              1500-LOAD-VARIANCE-TOLERANCES.
                  OPEN INPUT VARIANCE-PARM-FILE
                  IF WS-VARPARM-STATUS NOT = "00"
                          AND WS-VARPARM-STATUS NOT = "05"
                      DISPLAY "** UNABLE TO OPEN PARMIN, STATUS "
                          WS-VARPARM-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 1550-READ-TOLERANCE-CARD
                      UNTIL WS-VARPARM-EOF
                  CLOSE VARIANCE-PARM-FILE.

              1550-READ-TOLERANCE-CARD.
                  READ VARIANCE-PARM-FILE
                      AT END
                          SET WS-VARPARM-EOF TO TRUE
                      NOT AT END
                          PERFORM 1560-EDIT-TOLERANCE-CARD
                  END-READ.

              1560-EDIT-TOLERANCE-CARD.
                  IF NOT VP-SOURCE-KNOWN
                          OR NOT VP-TYPE-VALID
                          OR VP-TOLERANCE IS NOT NUMERIC
                      DISPLAY "** INVALID VARIANCE TOLERANCE CARD <"
                          VARIANCE-PARM-RECORD (1 : 9) ">"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  MOVE 'N' TO WS-TL-FOUND-SWITCH
                  PERFORM 1570-LOOK-UP-TOLERANCE
                      VARYING WS-TL-SUB FROM 1 BY 1
                      UNTIL WS-TL-SUB > WS-TOLERANCE-COUNT
                          OR WS-TL-FOUND
                  *> two cards for one source leave it ambiguous
                  *> which tolerance the day was billed under
                  IF WS-TL-FOUND
                      DISPLAY "** DUPLICATE VARIANCE TOLERANCE CARD "
                          "FOR " VP-SOURCE-SYSTEM
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  IF WS-TOLERANCE-COUNT >= 10
                      DISPLAY "** TOO MANY VARIANCE TOLERANCE CARDS - "
                          "ENLARGE WS-TOLERANCE-TABLE"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  ADD 1 TO WS-TOLERANCE-COUNT
                  MOVE VP-SOURCE-SYSTEM
                      TO WS-TL-SOURCE (WS-TOLERANCE-COUNT)
                  MOVE VP-TOLERANCE-TYPE
                      TO WS-TL-TYPE (WS-TOLERANCE-COUNT)
                  MOVE VP-TOLERANCE
                      TO WS-TL-AMOUNT (WS-TOLERANCE-COUNT).

              1570-LOOK-UP-TOLERANCE.
                  IF WS-TL-SOURCE (WS-TL-SUB) = VP-SOURCE-SYSTEM
                      SET WS-TL-FOUND TO TRUE
                  END-IF.

              *> the request file is read once, front to back, and
              *> closed - only requests still pending are kept, and
              *> they arrive in key order, which 2177 relies on
              1600-LOAD-PENDING-OVERRIDES.
                  OPEN INPUT OVERRIDE-REQUEST-FILE
                  IF WS-REQUEST-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN OVRPEND, STATUS "
                          WS-REQUEST-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  PERFORM 1650-LOAD-PENDING-REQUEST
                      UNTIL WS-REQUEST-EOF
                  CLOSE OVERRIDE-REQUEST-FILE.

              1650-LOAD-PENDING-REQUEST.
                  READ OVERRIDE-REQUEST-FILE
                      AT END
                          SET WS-REQUEST-EOF TO TRUE
                      NOT AT END
                          IF OR-PENDING
                              IF WS-PENDING-OVERRIDE-COUNT < 100
                                  ADD 1 TO WS-PENDING-OVERRIDE-COUNT
                                  MOVE WS-PENDING-OVERRIDE-COUNT
                                      TO WS-PO-SUB
                                  MOVE OR-GM-KEY TO WS-PO-KEY (WS-PO-SUB)
                                  MOVE SUBVAR-1 OF OR-NEW-DETAIL
                                      TO WS-PO-RQST-SUBVAR1 (WS-PO-SUB)
                                  MOVE SUBVAR-2 OF OR-NEW-DETAIL
                                      TO WS-PO-RQST-SUBVAR2 (WS-PO-SUB)
                                  MOVE 0 TO WS-PO-FEED-SUBVAR1 (WS-PO-SUB)
                                  MOVE SPACES
                                      TO WS-PO-FEED-SUBVAR2 (WS-PO-SUB)
                                  MOVE OR-ENTRY-DATE
                                      TO WS-PO-ENTRY-DATE (WS-PO-SUB)
                                  MOVE OR-ENTERED-BY
                                      TO WS-PO-ENTERED-BY (WS-PO-SUB)
                                  MOVE 'N' TO WS-PO-FEED-SEEN (WS-PO-SUB)
                              ELSE
                                  ADD 1 TO WS-PENDING-OVERFLOW
                              END-IF
                          END-IF
                  END-READ.

              1700-WRITE-AUDIT-NUMERIC-VALUE.
                  MOVE WS-AUDIT-SOURCE-NUMERIC TO WS-AUDIT-NUMERIC-EDIT
                  MOVE WS-AUDIT-NUMERIC-EDIT TO WS-AUDIT-FIELD-VALUE
                          PERFORM 2200-PROCESS-DETAIL-RECORD
                      WHEN GV-IS-CLOSE
                          PERFORM 2300-PROCESS-CLOSE-RECORD
                      WHEN GV-IS-ADJUSTMENT
                          PERFORM 2500-PROCESS-ADJUSTMENT-RECORD
                      WHEN GV-IS-TRAILER
                          PERFORM 2700-CHECK-CONTROL-TOTAL
                      WHEN OTHER
                      END-STRING
                      PERFORM 2060-HEADER-HARD-STOP
                  END-IF
                  *> a catch-up run takes only the day it was named
                  *> for - any other date is still a stale feed
                  IF WS-CATCHUP-MODE
                      IF GV-HDR-CREATE-DATE NOT = WS-CATCHUP-DATE
                          MOVE SPACES TO WS-REPORT-LINE-AREA
                          STRING "** ERROR: HEADER DATE "
                                  GV-HDR-CREATE-DATE
                                  " IS NOT CATCH-UP DATE "
                                  WS-CATCHUP-DATE
                                  " - WRONG FEED"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                          PERFORM 2060-HEADER-HARD-STOP
                      END-IF
                  ELSE
                      IF GV-HDR-CREATE-DATE NOT = WS-RUN-DATE-YYYYMMDD
                          MOVE SPACES TO WS-REPORT-LINE-AREA
                          STRING "** ERROR: HEADER DATE "
                                  GV-HDR-CREATE-DATE
                                  " IS NOT RUN DATE "
                                  WS-RUN-DATE-YYYYMMDD
                                  " - STALE FEED"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                          PERFORM 2060-HEADER-HARD-STOP
                      END-IF
                  END-IF
                  IF NOT GV-HDR-SOURCE-KNOWN
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 2060-HEADER-HARD-STOP
                  END-IF
                  *> a missed day run after a later day has already
                  *> gone through would walk the master's last-feed
                  *> date and values backwards - backed-up days have
                  *> to be caught up oldest first, ahead of today's
                  IF WS-CATCHUP-MODE AND WS-HEADER-OUT-OF-ORDER
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** ERROR: CATCH-UP FEED DATED "
                              GV-HDR-CREATE-DATE
                              " IS OLDER THAN " GV-HDR-SOURCE-SYSTEM
                              " FEED " WS-LATEST-LOGGED-DATE
                              " ALREADY PROCESSED - OUT OF ORDER"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 2060-HEADER-HARD-STOP
                  END-IF
                  SET WS-HEADER-SEEN TO TRUE
                  MOVE GV-HDR-CREATE-DATE TO WS-HEADER-DATE
                  MOVE GV-HDR-SOURCE-SYSTEM TO WS-HEADER-SOURCE
                  PERFORM 2075-FIND-PRIOR-FEED-DAY
                  MOVE GV-HDR-RECORD-COUNT TO WS-EXPECTED-RECORD-COUNT
                  *> a source that sends no adjustments leaves the
                  *> count blank - it is expecting none
                  IF GV-HDR-ADJUSTMENT-COUNT IS NUMERIC
                      MOVE GV-HDR-ADJUSTMENT-COUNT
                          TO WS-EXPECTED-ADJ-COUNT
                  ELSE
                      MOVE 0 TO WS-EXPECTED-ADJ-COUNT
                  END-IF
                  COMPUTE WS-EXPECTED-TOTAL-COUNT =
                      WS-EXPECTED-RECORD-COUNT + WS-EXPECTED-ADJ-COUNT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "FEED HEADER ACCEPTED - SOURCE "
                          GV-HDR-SOURCE-SYSTEM
                          " DATED " GV-HDR-CREATE-DATE
                          " EXPECTING " GV-HDR-RECORD-COUNT
                          " RECORDS + " WS-EXPECTED-ADJ-COUNT
                          " ADJUSTMENTS = " WS-EXPECTED-TOTAL-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  PERFORM 2080-SELECT-VARIANCE-TOLERANCE.

              *> the tolerance is per source, so it is only known
              *> once the header has said whose feed this is. no
              *> card for the source leaves the check off, and the
              *> report says so rather than implying it passed
              2080-SELECT-VARIANCE-TOLERANCE.
                  MOVE 'N' TO WS-VARIANCE-CHECK-SWITCH
                  PERFORM 2085-MATCH-TOLERANCE-SOURCE
                      VARYING WS-TL-SUB FROM 1 BY 1
                      UNTIL WS-TL-SUB > WS-TOLERANCE-COUNT
                          OR WS-VARIANCE-CHECK-ON
                  IF WS-VARIANCE-PERCENT
                      MOVE "PERCENT" TO WS-VARIANCE-TYPE-DISPLAY
                  ELSE
                      MOVE "ABSOLUTE" TO WS-VARIANCE-TYPE-DISPLAY
                  END-IF
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-VARIANCE-CHECK-ON
                      STRING "SUBVAR-1 VARIANCE TOLERANCE FOR "
                              WS-HEADER-SOURCE " "
                              WS-VARIANCE-TOLERANCE " "
                              WS-VARIANCE-TYPE-DISPLAY
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  ELSE
                      STRING "** NO SUBVAR-1 VARIANCE TOLERANCE FOR "
                              WS-HEADER-SOURCE " - CHECK NOT APPLIED"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE.

              2085-MATCH-TOLERANCE-SOURCE.
                  IF WS-TL-SOURCE (WS-TL-SUB) = WS-HEADER-SOURCE
                      SET WS-VARIANCE-CHECK-ON TO TRUE
                      MOVE WS-TL-TYPE (WS-TL-SUB) TO WS-VARIANCE-TYPE
                      MOVE WS-TL-AMOUNT (WS-TL-SUB)
                          TO WS-VARIANCE-TOLERANCE
                  END-IF.

              *> a header failure means the whole feed is suspect -
              *> nothing has been billed or seeded yet, so stop cold
              *> before any of it can reach production
                                          = GV-HDR-SOURCE-SYSTEM
                                  SET WS-HEADER-DUPLICATE TO TRUE
                              END-IF
                              IF HL-SOURCE-SYSTEM
                                      = GV-HDR-SOURCE-SYSTEM
                                      AND HL-FEED-DATE
                                          > GV-HDR-CREATE-DATE
                                  SET WS-HEADER-OUT-OF-ORDER TO TRUE
                                  IF HL-FEED-DATE
                                          > WS-LATEST-LOGGED-DATE
                                      MOVE HL-FEED-DATE
                                          TO WS-LATEST-LOGGED-DATE
                                  END-IF
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE HEADER-LOG-FILE.

              *> the source's feed day before this one, for the
              *> consecutive-day count 2197 keeps. works from the
              *> header date and source the run holds, so a restart
              *> (which skips the header) finds the same day - and
              *> today's own entry is only logged once the run
              *> completes, so an older one is all that is wanted
              2075-FIND-PRIOR-FEED-DAY.
                  MOVE 'N' TO WS-HDRLOG-EOF-SWITCH
                  MOVE 0 TO WS-PRIOR-FEED-DAY
                  OPEN INPUT HEADER-LOG-FILE
                  PERFORM 2076-READ-PRIOR-FEED-DAY
                      UNTIL WS-HDRLOG-EOF
                  CLOSE HEADER-LOG-FILE.

              2076-READ-PRIOR-FEED-DAY.
                  READ HEADER-LOG-FILE
                      AT END
                          SET WS-HDRLOG-EOF TO TRUE
                      NOT AT END
                          IF HL-SOURCE-SYSTEM = WS-HEADER-SOURCE
                                  AND HL-FEED-DATE < WS-HEADER-DATE
                                  AND HL-FEED-DATE > WS-PRIOR-FEED-DAY
                              MOVE HL-FEED-DATE TO WS-PRIOR-FEED-DAY
                          END-IF
                  END-READ.

              2200-PROCESS-DETAIL-RECORD.
                  ADD 1 TO WS-DETAIL-RECORDS-READ
                  MOVE SUBVAR-1 OF GROUPVAR-INPUT-RECORD
                      TO SUBVAR-3 OF GROUP-VAR
                  MOVE SUBVAR-4 OF GROUPVAR-INPUT-RECORD
                      TO SUBVAR-4 OF GROUP-VAR
                  MOVE 'N' TO WS-VARIANCE-SWITCH
                  MOVE 'N' TO WS-ACCOUNT-HOLD-SWITCH
                  PERFORM 2150-APPLY-MASTER-OVERRIDE
                  PERFORM 2250-VALIDATE-GROUP-VAR
                  *> accumulate from the raw GROUPIN value, not the
                      ADD SUBVAR-1 OF GROUPVAR-INPUT-RECORD
                          TO WS-SUBVAR1-RUNNING-TOTAL
                  END-IF
                  *> a record failing validation is suspended as
                  *> VALD even when its SUBVAR-1 also swung - the
                  *> field has to be fixed before its size means
                  *> anything. a swing is suspended as VARI ahead of
                  *> the billing hold: a held row comes back from
                  *> VARSHLD as a recycled re-bill row, which is never
                  *> variance checked, so holding the swing would let
                  *> it bill unconfirmed once the hold is released.
                  *> confirmed through VARSFIX, it recycles and is
                  *> held then if the account is still on hold. only
                  *> a valid row with no swing is held directly
                  EVALUATE TRUE
                      WHEN WS-VALIDATION-ERROR
                          *> quarantine the failed record - billing
                          *> never sees it, VARSFIX corrects and
                          *> recycles it
                          MOVE 'VALD' TO WS-SUSPENSE-REASON
                          PERFORM 2450-WRITE-SUSPENSE-RECORD
                      WHEN WS-VARIANCE-FOUND
                          MOVE 'VARI' TO WS-SUSPENSE-REASON
                          PERFORM 2450-WRITE-SUSPENSE-RECORD
                          PERFORM 2460-RECORD-VARIANCE
                      WHEN WS-ACCOUNT-ON-HOLD
                          PERFORM 2470-WRITE-HELD-CHARGE
                      WHEN OTHER
                          DISPLAY "GROUP VAR :"GROUP-VAR
                          PERFORM 3100-WRITE-REPORT-DETAIL-LINE
                          *> a verify run counts the record as
                          *> processed so the reconciliation still
                          *> balances, but no extract row may reach
                          *> staging
                          IF NOT WS-VERIFY-MODE
                              PERFORM 2400-WRITE-BILLING-EXTRACT
                          END-IF
                          ADD 1 TO WS-RECORDS-BILLED
                  END-EVALUATE
                  ADD 1 TO WS-RECORDS-SINCE-CHECKPOINT
                  IF WS-RECORDS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                          AND NOT WS-VERIFY-MODE

              2165-APPLY-MASTER-RECORD.
                  MOVE GROUPVAR-MASTER-RECORD TO WS-HISTORY-BEFORE
                  *> noted before the master is touched - the hold
                  *> only diverts the row, the master still follows
                  *> the feed below like any other
                  IF GM-ON-HOLD
                      SET WS-ACCOUNT-ON-HOLD TO TRUE
                      MOVE GM-HOLD-REASON TO WS-HOLD-REASON-NOTE
                      MOVE GM-HOLD-REVIEW-DATE TO WS-HOLD-REVIEW-NOTE
                  END-IF
                  IF WS-PENDING-OVERRIDE-COUNT > 0
                      PERFORM 2177-NOTE-PENDING-OVERRIDE
                  END-IF
                  IF GM-OVERRIDDEN
                      PERFORM 2170-APPLY-OVERRIDE-WINDOW
                  ELSE
                      PERFORM 2185-CHECK-SUBVAR1-VARIANCE
                      *> a quarantined swing must not reach the
                      *> master either - it keeps the prior value
                      *> until the row is confirmed through recycle.
                      *> the key did still arrive, so it is stamped
                      IF NOT WS-VARIANCE-FOUND
                          PERFORM 2180-REFRESH-MASTER-FROM-FEED
                      ELSE
                          PERFORM 2183-STAMP-MASTER-ARRIVAL
                      END-IF
                  END-IF.

              *> an operator has corrected this key via VARSEDIT, but
              *> the correction only holds inside its window: lapsed
              *> overrides are cleared and the master reverts to feed
              *> values, future-dated ones sit staged until their day,
              *> and only an in-window override suppresses the feed -
              *> which is recorded for the activity section
              2170-APPLY-OVERRIDE-WINDOW.
                  END-IF
                  EVALUATE TRUE
                      WHEN GM-OVERRIDE-EXP-DATE NOT = 0
                              AND WS-FEED-DATE
                                  > GM-OVERRIDE-EXP-DATE
                          *> window has lapsed - clear the flag and
                          *> let the feed own this key again; the
                          MOVE SPACES TO GM-UPDATE-OPERATOR
                          PERFORM 2180-REFRESH-MASTER-FROM-FEED
                      WHEN GM-OVERRIDE-EFF-DATE
                              > WS-FEED-DATE
                          *> staged for a future date - feed values
                          *> flow today, but the staged correction is
                          *> left untouched for its effective day
                          PERFORM 2197-STAMP-FEED-SOURCE
                          IF NOT WS-VERIFY-MODE
                              REWRITE GROUPVAR-MASTER-RECORD
                              PERFORM 2195-WRITE-MASTER-HISTORY
                          *> the key is still arriving in the feed
                          *> even while overridden - stamp it so
                          *> housekeeping never purges a live one
                          PERFORM 2197-STAMP-FEED-SOURCE
                          IF NOT WS-VERIFY-MODE
                              REWRITE GROUPVAR-MASTER-RECORD
                              PERFORM 2195-WRITE-MASTER-HISTORY
                      ADD 1 TO WS-OVERRIDE-OVERFLOW
                  END-IF.

              *> an override awaiting approval changes nothing here -
              *> the master never saw it, so the key bills its feed
              *> values like any other. the feed values are noted so
              *> the activity section can show what was billed in
              *> its place. the table is in key order, so the scan
              *> stops at the first key not below this one
              2177-NOTE-PENDING-OVERRIDE.
                  MOVE 'N' TO WS-PO-SCAN-DONE-SWITCH
                  PERFORM 2178-MATCH-PENDING-ENTRY
                      VARYING WS-PO-SUB FROM 1 BY 1
                      UNTIL WS-PO-SUB > WS-PENDING-OVERRIDE-COUNT
                          OR WS-PO-SCAN-DONE.

              2178-MATCH-PENDING-ENTRY.
                  IF WS-PO-KEY (WS-PO-SUB) NOT < GM-KEY
                      SET WS-PO-SCAN-DONE TO TRUE
                      IF WS-PO-KEY (WS-PO-SUB) = GM-KEY
                          SET WS-PO-IN-FEED (WS-PO-SUB) TO TRUE
                          MOVE SUBVAR-1 OF GROUP-VAR
                              TO WS-PO-FEED-SUBVAR1 (WS-PO-SUB)
                          MOVE SUBVAR-2 OF GROUP-VAR
                              TO WS-PO-FEED-SUBVAR2 (WS-PO-SUB)
                      END-IF
                  END-IF.

              *> no live operator override - keep the master in step
              *> with today's GROUPIN feed so a future VARSEDIT edit
              *> starts from current data instead of a stale snapshot
                      TO SUBVAR-3 OF GM-DETAIL-AREA
                  MOVE SUBVAR-4 OF GROUP-VAR
                      TO SUBVAR-4 OF GM-DETAIL-AREA
                  PERFORM 2197-STAMP-FEED-SOURCE
                  IF NOT WS-VERIFY-MODE
                      REWRITE GROUPVAR-MASTER-RECORD
                      PERFORM 2195-WRITE-MASTER-HISTORY
                  END-IF.

              *> a row held back for variance leaves the SUBVAR
              *> values as they were, but the arrival itself is
              *> recorded - otherwise VARSMISS would list the key as
              *> missing, its feed-day count would restart, and the
              *> VARSHKP inactivity clock would keep running on an
              *> account that is still live. the history image shows
              *> the feed touch with the detail area unchanged
              2183-STAMP-MASTER-ARRIVAL.
                  PERFORM 2197-STAMP-FEED-SOURCE
                  IF NOT WS-VERIFY-MODE
                      REWRITE GROUPVAR-MASTER-RECORD
                      PERFORM 2195-WRITE-MASTER-HISTORY
                  END-IF.

              *> the feed's SUBVAR-1 against the value the master
              *> holds from the last feed, ahead of the refresh that
              *> would overwrite it. a percentage tolerance is tested
              *> as difference x 100 against tolerance x prior so no
              *> division is needed - which also means any move off
              *> a zero prior is beyond every percentage. recycled
              *> rows are exempt: an operator has already confirmed
              *> or corrected them in VARSFIX. an override lapsing
              *> back to the feed is not checked either (2170) - the
              *> master there holds the operator's value, not the
              *> feed's history
              2185-CHECK-SUBVAR1-VARIANCE.
                  IF WS-VARIANCE-CHECK-ON
                          AND NOT GV-IS-RECYCLED
                          AND SUBVAR-1 OF GROUP-VAR IS NUMERIC
                          AND SUBVAR-1 OF GM-DETAIL-AREA IS NUMERIC
                      MOVE SUBVAR-1 OF GM-DETAIL-AREA
                          TO WS-VARIANCE-PRIOR
                      IF SUBVAR-1 OF GROUP-VAR > WS-VARIANCE-PRIOR
                          COMPUTE WS-VARIANCE-DIFF =
                              SUBVAR-1 OF GROUP-VAR - WS-VARIANCE-PRIOR
                      ELSE
                          COMPUTE WS-VARIANCE-DIFF =
                              WS-VARIANCE-PRIOR - SUBVAR-1 OF GROUP-VAR
                      END-IF
                      IF WS-VARIANCE-PERCENT
                          COMPUTE WS-VARIANCE-SCALED-DIFF =
                              WS-VARIANCE-DIFF * 100
                          COMPUTE WS-VARIANCE-ALLOWED =
                              WS-VARIANCE-TOLERANCE * WS-VARIANCE-PRIOR
                      ELSE
                          MOVE WS-VARIANCE-DIFF
                              TO WS-VARIANCE-SCALED-DIFF
                          MOVE WS-VARIANCE-TOLERANCE
                              TO WS-VARIANCE-ALLOWED
                      END-IF
                      IF WS-VARIANCE-SCALED-DIFF > WS-VARIANCE-ALLOWED
                          SET WS-VARIANCE-FOUND TO TRUE
                      END-IF
                  END-IF.

              *> first time this key has been seen - seed the master
              *> from today's input so VARSEDIT has a record to
              *> maintain. not an operator override yet, so leave it
              *> marked as such. the key is set here, not inherited:
              *> in the sequential walk the record area still holds
              *> whatever master the walk stopped on - which is also
              *> why the record is cleared first, so the reserve
              *> bytes can't carry another key's data
              2190-SEED-MASTER-FROM-FEED.
                  MOVE SPACES TO GROUPVAR-MASTER-RECORD
                  MOVE GV-KEY OF GROUPVAR-INPUT-RECORD TO GM-KEY
                  MOVE 'N' TO GM-OVERRIDE-SWITCH
                  MOVE SUBVAR-1 OF GROUP-VAR
                      TO SUBVAR-3 OF GM-DETAIL-AREA
                  MOVE SUBVAR-4 OF GROUP-VAR
                      TO SUBVAR-4 OF GM-DETAIL-AREA
                  MOVE WS-FEED-DATE
                      TO GM-LAST-FEED-DATE
                  MOVE ZEROES TO GM-OVERRIDE-EFF-DATE
                  MOVE ZEROES TO GM-OVERRIDE-EXP-DATE
                  MOVE SPACES TO GM-UPDATE-OPERATOR
                  MOVE 'N' TO GM-HOLD-SWITCH
                  MOVE SPACES TO GM-HOLD-REASON
                  MOVE ZEROES TO GM-HOLD-DATE
                  MOVE ZEROES TO GM-HOLD-REVIEW-DATE
                  MOVE SPACES TO GM-HOLD-OPERATOR
                  *> a key new today has one feed day on its source,
                  *> and nowhere it came from - unless it was seeded
                  *> ahead of the header, when the source is left
                  *> blank for the key's next feed to stamp
                  IF WS-HEADER-SOURCE NOT = SPACES
                      MOVE WS-HEADER-SOURCE TO GM-FEED-SOURCE
                      MOVE 1 TO GM-FEED-DAY-COUNT
                  ELSE
                      MOVE SPACES TO GM-FEED-SOURCE
                      MOVE 0 TO GM-FEED-DAY-COUNT
                  END-IF
                  MOVE SPACES TO GM-PRIOR-SOURCE
                  MOVE ZEROES TO GM-PRIOR-LAST-FEED-DATE
                  *> a seed has no before image - blank marks the
                  *> history record as a creation
                  MOVE SPACES TO WS-HISTORY-BEFORE
              *> VARSHSTR can answer what changed on a key and when
              2195-WRITE-MASTER-HISTORY.
                  MOVE GM-KEY TO MH-KEY
                  MOVE WS-FEED-DATE TO MH-CHANGE-DATE
                  MOVE "VARS" TO MH-PROGRAM-NAME
                  MOVE FUNCTION CURRENT-DATE TO MH-TIMESTAMP
                  MOVE WS-HISTORY-BEFORE TO MH-BEFORE-IMAGE
                  MOVE GROUPVAR-MASTER-RECORD TO MH-AFTER-IMAGE
                  IF GV-IS-RECYCLED
                          AND GV-RELEASE-OPERATOR NOT = SPACES
                      MOVE GV-RELEASE-OPERATOR TO WS-NOTICE-OPERATOR
                  ELSE
                      MOVE WS-HEADER-SOURCE TO WS-NOTICE-OPERATOR
                  END-IF
                  *> the notices read the history record as built -
                  *> once written, the record area is not ours
                  PERFORM 2196-WRITE-CHANGE-NOTICES
                  WRITE MASTER-HISTORY-RECORD.

              *> a refresh that moves the name or address, or an
              *> override lapsing back to feed values that differ,
              *> is a change the account's correspondence has to
              *> follow
              2196-WRITE-CHANGE-NOTICES.
                  COPY CHGEMIT.

              *> the key has arrived in the feed - the last-feed date
              *> moves for any row, as it always has, but only the
              *> source's own rows say anything about the source: a
              *> recycled row is a repaired reject, not an arrival.
              *> a second row for the key on the same feed day (or a
              *> restart re-reading one) changes nothing more. the
              *> first row on a different source is a move - where it
              *> came from is kept for VARSMISS, and cleared again by
              *> the key's next feed day on the new source. a row read
              *> before the header (a recycled row ahead of the feed
              *> in a run without HIVOL) has no source to stamp yet -
              *> a blank source is never written to the master
              2197-STAMP-FEED-SOURCE.
                  IF GM-FEED-DAY-COUNT IS NOT NUMERIC
                      MOVE 0 TO GM-FEED-DAY-COUNT
                  END-IF
                  IF GM-PRIOR-LAST-FEED-DATE IS NOT NUMERIC
                      MOVE ZEROES TO GM-PRIOR-LAST-FEED-DATE
                  END-IF
                  IF GM-FEED-SOURCE = SPACES
                      IF WS-HEADER-SOURCE NOT = SPACES
                          MOVE WS-HEADER-SOURCE TO GM-FEED-SOURCE
                      END-IF
                  END-IF
                  EVALUATE TRUE
                      WHEN GV-IS-RECYCLED
                          CONTINUE
                      WHEN WS-HEADER-SOURCE = SPACES
                          CONTINUE
                      WHEN GM-FEED-SOURCE NOT = WS-HEADER-SOURCE
                          MOVE GM-FEED-SOURCE TO GM-PRIOR-SOURCE
                          MOVE GM-LAST-FEED-DATE
                              TO GM-PRIOR-LAST-FEED-DATE
                          MOVE WS-HEADER-SOURCE TO GM-FEED-SOURCE
                          MOVE 1 TO GM-FEED-DAY-COUNT
                      WHEN GM-LAST-FEED-DATE = WS-FEED-DATE
                          CONTINUE
                      WHEN OTHER
                          IF GM-LAST-FEED-DATE = WS-PRIOR-FEED-DAY
                                  AND WS-PRIOR-FEED-DAY NOT = 0
                              IF GM-FEED-DAY-COUNT < 999
                                  ADD 1 TO GM-FEED-DAY-COUNT
                              END-IF
                          ELSE
                              MOVE 1 TO GM-FEED-DAY-COUNT
                          END-IF
                          MOVE SPACES TO GM-PRIOR-SOURCE
                          MOVE ZEROES TO GM-PRIOR-LAST-FEED-DATE
                  END-EVALUATE
                  MOVE WS-FEED-DATE TO GM-LAST-FEED-DATE.

              2250-VALIDATE-GROUP-VAR.
                  COPY GVVALID.
                  *> a field-validation failure is a different failure
                  MOVE GM-UPDATE-OPERATOR TO WS-CLOSE-OPERATOR
                  MOVE GROUPVAR-MASTER-RECORD TO WS-HISTORY-BEFORE
                  MOVE GROUPVAR-MASTER-RECORD TO ARC-MASTER-IMAGE
                  MOVE WS-FEED-DATE TO ARC-PURGE-DATE
                  IF WS-VERIFY-MODE
                      PERFORM 2325-TALLY-CLOSED-ACCOUNT
                  ELSE
              *> record as it stood, then nothing
              2335-WRITE-CLOSE-HISTORY.
                  MOVE GV-KEY OF GROUPVAR-INPUT-RECORD TO MH-KEY
                  MOVE WS-FEED-DATE TO MH-CHANGE-DATE
                  MOVE "VARS" TO MH-PROGRAM-NAME
                  MOVE FUNCTION CURRENT-DATE TO MH-TIMESTAMP
                  MOVE WS-HISTORY-BEFORE TO MH-BEFORE-IMAGE
                  MOVE SPACES TO MH-AFTER-IMAGE
                  WRITE MASTER-HISTORY-RECORD.
                  *> the feed date it was billed from, so a rejected
                  *> acknowledgment can be traced straight back to
                  *> the account instead of eyeballed off the report.
                  *> the header date is forced equal to the feed date
                  *> (the run date, or the named catch-up date) by
                  *> 2050, so the feed date serves for recycled rows
                  *> processed before the header arrives too
                  MOVE GV-KEY OF GROUPVAR-INPUT-RECORD TO BE-KEY
                  MOVE WS-FEED-DATE TO BE-FEED-DATE
                  *> a recycled row is a re-bill - flag it so billing
                  *> and the month-end numbers can tell it from a
                  *> first-time charge
                      MOVE SPACE TO BE-REBILL-FLAG
                      MOVE WS-HEADER-SOURCE TO BE-SOURCE-SYSTEM
                  END-IF
                  *> posted from the row as built - once written, the
                  *> record area belongs to the next buffer slot
                  PERFORM 2410-POST-BILLING-HISTORY
                  WRITE BILLING-EXTRACT-RECORD
                  *> what actually went to staging, at the values
                  *> billing will see - the number VARSBAL proves
                  ADD SUBVAR-1 OF GROUP-VAR
                      TO WS-BILLED-AMOUNT-TOTAL.

              *> the history entry is keyed exactly as the extract
              *> row is stamped, so VARSREL and VARSACK find it from
              *> the row alone - except a credit row, which posts
              *> under the date it adjusts and source ADJ, so the
              *> credits taken against a charge sit beside it. an
              *> entry this same run date and source already staged
              *> from this GROUPIN record or a later one, and that
              *> VARSREL has not released since, came from an earlier
              *> attempt at this feed: after an abend the restart
              *> already posted it and leaves it be; after a failed
              *> run the rerun backs out what was never released and
              *> posts again, the way its BILLOUT replaces the old
              *> staging - for a charge entry that is all of it, for
              *> an ADJ entry only the failed run's part, since the
              *> credits of earlier days stay. anything else is a
              *> further row for the same key, date, and source
              2410-POST-BILLING-HISTORY.
                  MOVE BE-KEY TO BH-GM-KEY
                  IF BE-CREDIT
                      MOVE BC-ORIG-FEED-DATE TO BH-FEED-DATE
                      MOVE "ADJ" TO BH-SOURCE-SYSTEM
                  ELSE
                      MOVE BE-FEED-DATE TO BH-FEED-DATE
                      MOVE BE-SOURCE-SYSTEM TO BH-SOURCE-SYSTEM
                  END-IF
                  MOVE BH-KEY TO WS-HISTORY-KEY
                  READ BILLING-HISTORY-FILE
                      INVALID KEY
                          PERFORM 2420-START-HISTORY-ENTRY
                          WRITE BILLING-HISTORY-RECORD
                              INVALID KEY
                                  DISPLAY "** BILLHIST WRITE FAILED "
                                      "KEY " BE-KEY " STATUS "
                                      WS-BILLHIST-STATUS
                          END-WRITE
                      NOT INVALID KEY
                          IF BH-STAGE-DATE = WS-RUN-DATE-YYYYMMDD
                                  AND BH-STAGE-RECORD-NUMBER
                                      >= WS-RECORDS-PROCESSED
                                  AND BH-ROWS-RELEASED < BH-ROWS-STAGED
                                  AND (BH-STAGE-SOURCE = WS-HEADER-SOURCE
                                      OR BH-STAGE-SOURCE = SPACES)
                              IF NOT WS-RESTART-MODE
                                  MOVE BH-ROWS-RELEASED
                                      TO BH-ROWS-STAGED
                                  MOVE BH-AMOUNT-RELEASED
                                      TO BH-AMOUNT-STAGED
                                  PERFORM 2425-ADD-ROW-TO-HISTORY
                              END-IF
                          ELSE
                              PERFORM 2425-ADD-ROW-TO-HISTORY
                          END-IF
                  END-READ.

              2420-START-HISTORY-ENTRY.
                  MOVE SPACES TO BILLING-HISTORY-RECORD
                  MOVE WS-HISTORY-KEY TO BH-KEY
                  MOVE BE-REBILL-FLAG TO BH-REBILL-FLAG
                  MOVE 1 TO BH-ROWS-STAGED
                  MOVE BE-ACCOUNT-TOTAL TO BH-AMOUNT-STAGED
                  MOVE WS-RUN-DATE-YYYYMMDD TO BH-STAGE-DATE
                  MOVE WS-RECORDS-PROCESSED TO BH-STAGE-RECORD-NUMBER
                  MOVE WS-HEADER-SOURCE TO BH-STAGE-SOURCE
                  MOVE 0 TO BH-ROWS-RELEASED
                  MOVE 0 TO BH-AMOUNT-RELEASED
                  MOVE 0 TO BH-RELEASE-DATE
                  MOVE SPACE TO BH-DISPOSITION
                  MOVE 0 TO BH-ROWS-ACCEPTED
                  MOVE 0 TO BH-ROWS-REJECTED
                  MOVE 0 TO BH-AMOUNT-REJECTED
                  MOVE SPACES TO BH-REASON-CODE
                  MOVE 0 TO BH-DISPOSITION-DATE.

              2425-ADD-ROW-TO-HISTORY.
                  ADD 1 TO BH-ROWS-STAGED
                  ADD BE-ACCOUNT-TOTAL TO BH-AMOUNT-STAGED
                  MOVE WS-RUN-DATE-YYYYMMDD TO BH-STAGE-DATE
                  MOVE WS-RECORDS-PROCESSED TO BH-STAGE-RECORD-NUMBER
                  MOVE WS-HEADER-SOURCE TO BH-STAGE-SOURCE
                  PERFORM 2430-REWRITE-HISTORY-ENTRY.

              2430-REWRITE-HISTORY-ENTRY.
                  REWRITE BILLING-HISTORY-RECORD
                      INVALID KEY
                          DISPLAY "** BILLHIST REWRITE FAILED KEY "
                              BE-KEY " STATUS " WS-BILLHIST-STATUS
                  END-REWRITE.

              2450-WRITE-SUSPENSE-RECORD.
                  *> a verify run still counts the suspension so the
                  *> reconciliation lines show what the real run would
                  *> VARSFIX to recycle
                  IF NOT WS-VERIFY-MODE
                      MOVE GROUPVAR-INPUT-RECORD TO SUS-INPUT-IMAGE
                      MOVE WS-SUSPENSE-REASON TO SUS-REASON-CODE
                      MOVE WS-FEED-DATE TO SUS-RUN-DATE
                      WRITE SUSPENSE-RECORD
                  END-IF
                  ADD 1 TO WS-RECORDS-SUSPENDED
                  ADD SUBVAR-1 OF GROUPVAR-INPUT-RECORD
                      TO WS-SUSPENDED-SUBVAR1-TOTAL.

              *> the variance suspension is already counted with
              *> every other suspension - this keeps its own count
              *> and the prior/new pair for the report section
              2460-RECORD-VARIANCE.
                  ADD 1 TO WS-VARIANCE-RECORDS
                  ADD SUBVAR-1 OF GROUPVAR-INPUT-RECORD
                      TO WS-VARIANCE-SUBVAR1-TOTAL
                  IF WS-VARIANCE-LIST-COUNT < 100
                      ADD 1 TO WS-VARIANCE-LIST-COUNT
                      MOVE WS-VARIANCE-LIST-COUNT TO WS-VL-SUB
                      MOVE GV-KEY OF GROUPVAR-INPUT-RECORD
                          TO WS-VL-KEY (WS-VL-SUB)
                      MOVE WS-VARIANCE-PRIOR TO WS-VL-PRIOR (WS-VL-SUB)
                      MOVE SUBVAR-1 OF GROUP-VAR
                          TO WS-VL-NEW (WS-VL-SUB)
                      MOVE WS-VARIANCE-DIFF TO WS-VL-DIFF (WS-VL-SUB)
                  END-IF.

              *> the held row is counted as its own category - not
              *> billed, not suspended - and keeps its raw SUBVAR-1
              *> like a suspension does, so VARSHLD can re-bill it
              *> exactly as the feed sent it. the source stamped is
              *> the one the row would have been billed under
              2470-WRITE-HELD-CHARGE.
                  IF NOT WS-VERIFY-MODE
                      MOVE SPACES TO HELD-CHARGE-RECORD
                      MOVE GROUPVAR-INPUT-RECORD TO HC-INPUT-IMAGE
                      MOVE WS-FEED-DATE TO HC-FEED-DATE
                      IF GV-IS-RECYCLED
                          MOVE 'FIX' TO HC-SOURCE-SYSTEM
                      ELSE
                          MOVE WS-HEADER-SOURCE TO HC-SOURCE-SYSTEM
                      END-IF
                      WRITE HELD-CHARGE-RECORD
                  END-IF
                  ADD 1 TO WS-RECORDS-ON-HOLD
                  ADD SUBVAR-1 OF GROUPVAR-INPUT-RECORD
                      TO WS-ON-HOLD-SUBVAR1-TOTAL
                  IF WS-ON-HOLD-LIST-COUNT < 100
                      ADD 1 TO WS-ON-HOLD-LIST-COUNT
                      MOVE WS-ON-HOLD-LIST-COUNT TO WS-HL-SUB
                      MOVE GV-KEY OF GROUPVAR-INPUT-RECORD
                          TO WS-HL-KEY (WS-HL-SUB)
                      MOVE GV-REC-TYPE TO WS-HL-TYPE (WS-HL-SUB)
                      MOVE SUBVAR-1 OF GROUPVAR-INPUT-RECORD
                          TO WS-HL-SUBVAR1 (WS-HL-SUB)
                      MOVE WS-HOLD-REASON-NOTE
                          TO WS-HL-REASON (WS-HL-SUB)
                      MOVE WS-HOLD-REVIEW-NOTE
                          TO WS-HL-REVIEW-DATE (WS-HL-SUB)
                  END-IF.

              *> an adjustment is proved before anything is staged:
              *> its own fields first, then what billing actually
              *> took for the key on the date it adjusts. like a
              *> suspended detail, a quarantined adjustment still
              *> counts toward the trailer's credit total - the
              *> source sent it - and is reported under its own
              *> count and total
              2500-PROCESS-ADJUSTMENT-RECORD.
                  ADD 1 TO WS-ADJUSTMENT-RECORDS-READ
                  MOVE SPACES TO WS-ADJ-REASON
                  MOVE 0 TO WS-ADJ-CREDIT
                  MOVE 0 TO WS-ADJ-BILLED-NET
                  MOVE 0 TO WS-ADJ-PRIOR-CREDITS
                  IF GV-ADJ-AMOUNT IS NUMERIC
                      IF GV-ADJ-AMOUNT < 0
                          COMPUTE WS-ADJ-CREDIT = 0 - GV-ADJ-AMOUNT
                          ADD WS-ADJ-CREDIT TO WS-CREDIT-RUNNING-TOTAL
                      END-IF
                  END-IF
                  PERFORM 2510-EDIT-ADJUSTMENT
                  IF WS-ADJ-REASON = SPACES
                      PERFORM 2520-TOTAL-BILLED-FOR-DATE
                      IF WS-ADJ-BILLED-NET = 0
                          MOVE 'ADJN' TO WS-ADJ-REASON
                      ELSE
                          IF WS-ADJ-CREDIT + WS-ADJ-PRIOR-CREDITS
                                  > WS-ADJ-BILLED-NET
                              MOVE 'ADJM' TO WS-ADJ-REASON
                          END-IF
                      END-IF
                  END-IF
                  IF WS-ADJ-REASON = SPACES
                      PERFORM 2560-STAGE-CREDIT
                  ELSE
                      PERFORM 2550-QUARANTINE-ADJUSTMENT
                  END-IF
                  PERFORM 2590-LIST-ADJUSTMENT
                  ADD 1 TO WS-RECORDS-SINCE-CHECKPOINT
                  IF WS-RECORDS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                          AND NOT WS-VERIFY-MODE
                      PERFORM 2600-WRITE-CHECKPOINT
                  END-IF.

              *> only a credit is taken - a zero or positive amount
              *> would be a charge, and charges come as detail
              *> records. the date has to be a real one before the
              *> feed date: today's own charges are not billed yet
              2510-EDIT-ADJUSTMENT.
                  IF WS-ADJ-CREDIT = 0
                          OR GV-ADJ-REASON = SPACES
                          OR GV-ADJ-ORIG-FEED-DATE IS NOT NUMERIC
                      MOVE 'ADJF' TO WS-ADJ-REASON
                  ELSE
                      MOVE GV-ADJ-ORIG-FEED-DATE TO WS-EDIT-DATE
                      PERFORM 1030-EDIT-CALENDAR-DATE
                      IF NOT WS-DATE-VALID
                              OR GV-ADJ-ORIG-FEED-DATE
                                  NOT < WS-FEED-DATE
                          MOVE 'ADJF' TO WS-ADJ-REASON
                      END-IF
                  END-IF.

              *> every history entry for the key and date, whatever
              *> the source - the charges billed there and the ADJ
              *> entry holding the credits already taken against them
              2520-TOTAL-BILLED-FOR-DATE.
                  MOVE 'N' TO WS-HISTORY-SCAN-SWITCH
                  MOVE GV-KEY OF GROUPVAR-INPUT-RECORD TO BH-GM-KEY
                  MOVE GV-ADJ-ORIG-FEED-DATE TO BH-FEED-DATE
                  MOVE LOW-VALUES TO BH-SOURCE-SYSTEM
                  START BILLING-HISTORY-FILE
                          KEY IS NOT LESS THAN BH-KEY
                      INVALID KEY
                          SET WS-HISTORY-SCAN-DONE TO TRUE
                  END-START
                  PERFORM 2525-READ-HISTORY-FOR-DATE
                      UNTIL WS-HISTORY-SCAN-DONE.

              2525-READ-HISTORY-FOR-DATE.
                  READ BILLING-HISTORY-FILE NEXT RECORD
                      AT END
                          SET WS-HISTORY-SCAN-DONE TO TRUE
                      NOT AT END
                          IF BH-GM-KEY
                                  NOT = GV-KEY OF GROUPVAR-INPUT-RECORD
                                  OR BH-FEED-DATE
                                      NOT = GV-ADJ-ORIG-FEED-DATE
                              SET WS-HISTORY-SCAN-DONE TO TRUE
                          ELSE
                              PERFORM 2530-TALLY-HISTORY-ENTRY
                          END-IF
                  END-READ.

              *> billed means released to billing and not rejected -
              *> a charge staged but held, or sent back, was never
              *> billed. the ADJ entry's credits are what stands
              *> against that. an ADJ entry 2410 would treat as an
              *> earlier attempt at this feed is counted the way
              *> 2410 will leave it: a rerun backs out the part never
              *> released, and on a restart the entry already holds
              *> this record's own credit
              2530-TALLY-HISTORY-ENTRY.
                  IF BH-CREDIT
                      IF BH-STAGE-DATE = WS-RUN-DATE-YYYYMMDD
                              AND BH-STAGE-RECORD-NUMBER
                                  >= WS-RECORDS-PROCESSED
                              AND BH-ROWS-RELEASED < BH-ROWS-STAGED
                              AND (BH-STAGE-SOURCE = WS-HEADER-SOURCE
                                  OR BH-STAGE-SOURCE = SPACES)
                          IF WS-RESTART-MODE
                              MOVE BH-AMOUNT-STAGED
                                  TO WS-ADJ-ENTRY-CREDITS
                              IF WS-ADJ-ENTRY-CREDITS > WS-ADJ-CREDIT
                                  SUBTRACT WS-ADJ-CREDIT
                                      FROM WS-ADJ-ENTRY-CREDITS
                              ELSE
                                  MOVE 0 TO WS-ADJ-ENTRY-CREDITS
                              END-IF
                          ELSE
                              MOVE BH-AMOUNT-RELEASED
                                  TO WS-ADJ-ENTRY-CREDITS
                          END-IF
                      ELSE
                          MOVE BH-AMOUNT-STAGED TO WS-ADJ-ENTRY-CREDITS
                      END-IF
                      IF WS-ADJ-ENTRY-CREDITS > BH-AMOUNT-REJECTED
                          SUBTRACT BH-AMOUNT-REJECTED
                              FROM WS-ADJ-ENTRY-CREDITS
                      ELSE
                          MOVE 0 TO WS-ADJ-ENTRY-CREDITS
                      END-IF
                      ADD WS-ADJ-ENTRY-CREDITS TO WS-ADJ-PRIOR-CREDITS
                  ELSE
                      IF BH-AMOUNT-RELEASED > BH-AMOUNT-REJECTED
                          COMPUTE WS-ADJ-BILLED-NET =
                              WS-ADJ-BILLED-NET + BH-AMOUNT-RELEASED
                                  - BH-AMOUNT-REJECTED
                      END-IF
                  END-IF.

              *> a verify run counts the quarantine but leaves the
              *> dataset alone, the way 2450 does for suspense
              2550-QUARANTINE-ADJUSTMENT.
                  IF NOT WS-VERIFY-MODE
                      MOVE GROUPVAR-INPUT-RECORD TO ADS-INPUT-IMAGE
                      MOVE WS-ADJ-REASON TO ADS-REASON-CODE
                      MOVE WS-FEED-DATE TO ADS-RUN-DATE
                      WRITE ADJ-SUSPENSE-RECORD
                  END-IF
                  ADD 1 TO WS-ADJ-QUARANTINED
                  ADD WS-ADJ-CREDIT TO WS-ADJ-QUARANTINED-TOTAL.

              *> the credit is counted whether or not the row is
              *> written, like a billed detail, so a verify run
              *> still shows what the real run would stage
              2560-STAGE-CREDIT.
                  IF NOT WS-VERIFY-MODE
                      PERFORM 2570-WRITE-CREDIT-ROW
                  END-IF
                  ADD 1 TO WS-CREDIT-RECORDS.

              *> a credit row goes to staging beside the charges,
              *> flagged C, stamped with today's feed date and the
              *> batch source like any row, and carrying the date it
              *> adjusts and the source's reason in the address
              *> columns a credit has no use for. a billing hold
              *> does not stop a credit - holding one back would
              *> only overstate what the account owes
              2570-WRITE-CREDIT-ROW.
                  MOVE SPACES TO BILLING-CREDIT-RECORD
                  MOVE WS-ADJ-CREDIT TO BC-CREDIT-AMOUNT
                  MOVE GV-ADJ-ORIG-FEED-DATE TO BC-ORIG-FEED-DATE
                  MOVE GV-ADJ-REASON TO BC-ADJ-REASON
                  MOVE GV-KEY OF GROUPVAR-INPUT-RECORD TO BC-KEY
                  MOVE WS-FEED-DATE TO BC-FEED-DATE
                  MOVE 'C' TO BC-CREDIT-FLAG
                  MOVE WS-HEADER-SOURCE TO BC-SOURCE-SYSTEM
                  PERFORM 2410-POST-BILLING-HISTORY
                  WRITE BILLING-CREDIT-RECORD
                  ADD WS-ADJ-CREDIT TO WS-CREDIT-AMOUNT-TOTAL.

              2590-LIST-ADJUSTMENT.
                  IF WS-ADJ-LIST-COUNT < 100
                      ADD 1 TO WS-ADJ-LIST-COUNT
                      MOVE WS-ADJ-LIST-COUNT TO WS-AL-SUB
                      MOVE GV-KEY OF GROUPVAR-INPUT-RECORD
                          TO WS-AL-KEY (WS-AL-SUB)
                      MOVE GV-ADJ-ORIG-FEED-DATE
                          TO WS-AL-ORIG-DATE (WS-AL-SUB)
                      MOVE WS-ADJ-CREDIT TO WS-AL-CREDIT (WS-AL-SUB)
                      MOVE GV-ADJ-REASON
                          TO WS-AL-SOURCE-REASON (WS-AL-SUB)
                      IF WS-ADJ-REASON = SPACES
                          MOVE "CREDITED" TO WS-AL-RESULT (WS-AL-SUB)
                      ELSE
                          MOVE WS-ADJ-REASON
                              TO WS-AL-RESULT (WS-AL-SUB)
                      END-IF
                      MOVE WS-ADJ-BILLED-NET
                          TO WS-AL-BILLED (WS-AL-SUB)
                      MOVE WS-ADJ-PRIOR-CREDITS
                          TO WS-AL-PRIOR (WS-AL-SUB)
                  END-IF.

              2700-CHECK-CONTROL-TOTAL.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-SUBVAR1-RUNNING-TOTAL NOT = GV-CONTROL-TOTAL
                      END-STRING
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE
                  PERFORM 2710-CHECK-CREDIT-TOTAL
                  PERFORM 2750-CHECK-HEADER-COUNT.

              *> the trailer's control total stays gross charges; the
              *> credits and the signed net are proved beside it. a
              *> source that sends no adjustments leaves both blank:
              *> no credits, and a net equal to the control total
              2710-CHECK-CREDIT-TOTAL.
                  IF GV-CREDIT-TOTAL IS NUMERIC
                      MOVE GV-CREDIT-TOTAL TO WS-EXPECTED-CREDIT-TOTAL
                  ELSE
                      MOVE 0 TO WS-EXPECTED-CREDIT-TOTAL
                  END-IF
                  IF GV-NET-TOTAL IS NUMERIC
                      MOVE GV-NET-TOTAL TO WS-EXPECTED-NET
                  ELSE
                      COMPUTE WS-EXPECTED-NET =
                          GV-CONTROL-TOTAL - WS-EXPECTED-CREDIT-TOTAL
                  END-IF
                  COMPUTE WS-ACTUAL-NET =
                      WS-SUBVAR1-RUNNING-TOTAL - WS-CREDIT-RUNNING-TOTAL
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-CREDIT-RUNNING-TOTAL
                          NOT = WS-EXPECTED-CREDIT-TOTAL
                      SET WS-CONTROL-BREAK TO TRUE
                      DISPLAY "** CREDIT TOTAL MISMATCH - EXPECTED "
                          WS-EXPECTED-CREDIT-TOTAL " ACTUAL "
                          WS-CREDIT-RUNNING-TOTAL
                      STRING "** CREDIT TOTAL MISMATCH - EXPECTED "
                              WS-EXPECTED-CREDIT-TOTAL " ACTUAL "
                              WS-CREDIT-RUNNING-TOTAL
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  ELSE
                      DISPLAY "CREDIT TOTAL RECONCILED: "
                          WS-CREDIT-RUNNING-TOTAL
                      STRING "CREDIT TOTAL RECONCILED: "
                              WS-CREDIT-RUNNING-TOTAL
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE WS-EXPECTED-NET TO WS-EXPECTED-NET-EDIT
                  MOVE WS-ACTUAL-NET TO WS-ACTUAL-NET-EDIT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-ACTUAL-NET NOT = WS-EXPECTED-NET
                      SET WS-CONTROL-BREAK TO TRUE
                      DISPLAY "** NET TOTAL MISMATCH - EXPECTED "
                          WS-EXPECTED-NET-EDIT " ACTUAL "
                          WS-ACTUAL-NET-EDIT
                      STRING "** NET TOTAL MISMATCH - EXPECTED "
                              WS-EXPECTED-NET-EDIT " ACTUAL "
                              WS-ACTUAL-NET-EDIT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  ELSE
                      DISPLAY "NET TOTAL RECONCILED: "
                          WS-ACTUAL-NET-EDIT
                      STRING "NET TOTAL RECONCILED: "
                              WS-ACTUAL-NET-EDIT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> the header promised a record count for the source
              *> file - recycled records VARSFIX injected are not the
              *> source's to count, so they are backed out first;
                          END-STRING
                          PERFORM 3200-WRITE-REPORT-LINE
                      END-IF
                      *> adjustments are promised in a count of their
                      *> own - none of them are recycled, so every
                      *> one read is the source's
                      IF WS-ADJUSTMENT-RECORDS-READ
                              NOT = WS-EXPECTED-ADJ-COUNT
                          SET WS-COUNT-MISMATCH TO TRUE
                          DISPLAY "** ADJUSTMENT COUNT MISMATCH - "
                              "HEADER " WS-EXPECTED-ADJ-COUNT
                              " ACTUAL " WS-ADJUSTMENT-RECORDS-READ
                          MOVE SPACES TO WS-REPORT-LINE-AREA
                          STRING "** ADJUSTMENT COUNT MISMATCH - "
                                  "HEADER " WS-EXPECTED-ADJ-COUNT
                                  " ACTUAL " WS-ADJUSTMENT-RECORDS-READ
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                          PERFORM 3200-WRITE-REPORT-LINE
                      END-IF
                  END-IF.

              2100-READ-GROUPVAR-FILE.
                      TO CKPT-CLOSE-RECORDS-READ
                  MOVE WS-CLOSE-NOT-FOUND
                      TO CKPT-CLOSE-NOT-FOUND
                  MOVE WS-VARIANCE-RECORDS
                      TO CKPT-VARIANCE-RECORDS
                  MOVE WS-VARIANCE-SUBVAR1-TOTAL
                      TO CKPT-VARIANCE-SUBVAR1
                  MOVE WS-RECORDS-ON-HOLD TO CKPT-RECORDS-ON-HOLD
                  MOVE WS-ON-HOLD-SUBVAR1-TOTAL
                      TO CKPT-ON-HOLD-SUBVAR1
                  MOVE WS-ADJUSTMENT-RECORDS-READ
                      TO CKPT-ADJUSTMENTS-READ
                  MOVE WS-CREDIT-RUNNING-TOTAL
                      TO CKPT-CREDIT-RUNNING-TOTAL
                  MOVE WS-CREDIT-RECORDS TO CKPT-CREDIT-RECORDS
                  MOVE WS-CREDIT-AMOUNT-TOTAL TO CKPT-CREDIT-AMOUNT
                  MOVE WS-ADJ-QUARANTINED TO CKPT-ADJ-QUARANTINED
                  MOVE WS-ADJ-QUARANTINED-TOTAL
                      TO CKPT-ADJ-QUARANTINED-TOTAL
                  MOVE WS-EXPECTED-ADJ-COUNT
                      TO CKPT-EXPECTED-ADJ-COUNT
                  WRITE CHECKPOINT-RECORD
                  MOVE 0 TO WS-RECORDS-SINCE-CHECKPOINT.

                  *> every page of a verify-run report says so - a
                  *> page torn off and handed around must never be
                  *> mistaken for production numbers
                  *> a catch-up run says so on every page the same
                  *> way, naming the day the numbers belong to
                  EVALUATE TRUE
                      WHEN WS-VERIFY-MODE AND WS-CATCHUP-MODE
                          STRING "VARS REPORT" " RUN DATE: "
                                  WS-RUN-DATE-REPORT
                                  " PAGE: " WS-PAGE-COUNT
                                  "  ** VERIFY RUN - NOT APPLIED **"
                                  "  ** CATCH-UP RUN FOR FEED DATE "
                                  WS-CATCHUP-DATE " **"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                      WHEN WS-VERIFY-MODE
                          STRING "VARS REPORT" " RUN DATE: "
                                  WS-RUN-DATE-REPORT
                                  " PAGE: " WS-PAGE-COUNT
                                  "  ** VERIFY RUN - NOT APPLIED **"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                      WHEN WS-CATCHUP-MODE
                          STRING "VARS REPORT" " RUN DATE: "
                                  WS-RUN-DATE-REPORT
                                  " PAGE: " WS-PAGE-COUNT
                                  "  ** CATCH-UP RUN FOR FEED DATE "
                                  WS-CATCHUP-DATE " **"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                      WHEN OTHER
                          STRING "VARS REPORT" " RUN DATE: "
                                  WS-RUN-DATE-REPORT
                                  " PAGE: " WS-PAGE-COUNT
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                  END-EVALUATE
                  PERFORM 3210-WRITE-RAW-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3210-WRITE-RAW-REPORT-LINE.
                  END-IF
                  PERFORM 8150-WRITE-OVERRIDE-ACTIVITY
                  PERFORM 8170-WRITE-CLOSURE-SECTION
                  PERFORM 8190-WRITE-VARIANCE-SECTION
                  PERFORM 8110-WRITE-HOLD-SECTION
                  PERFORM 8120-WRITE-ADJUSTMENT-SECTION
                  PERFORM 8100-WRITE-RUN-SUMMARY
                  *> a field-validation failure is quarantined to the
                  *> suspense file now, not billed, so it warns at RC=4
                      *> warns like a validation failure - the good
                      *> output stands, but somebody has to look.
                      *> never downgrades an RC=8 a failed close
                      *> delete already set. a variance quarantine
                      *> warns the same way - the row waits in
                      *> suspense for an operator to confirm it, and
                      *> so does a quarantined adjustment
                      IF (WS-FIELD-VALIDATION-ERROR
                              OR WS-CLOSE-NOT-FOUND > 0
                              OR WS-VARIANCE-RECORDS > 0
                              OR WS-ADJ-QUARANTINED > 0)
                              AND RETURN-CODE < 4
                          MOVE 4 TO RETURN-CODE
                      END-IF
                  END-IF
                  CLOSE GROUPVAR-FILE
                  CLOSE GROUPVAR-MASTER
                  CLOSE BILLING-HISTORY-FILE
                  CLOSE REPORT-FILE
                  IF NOT WS-VERIFY-MODE
                      CLOSE CHECKPOINT-FILE
                      CLOSE BILLEXTR-FILE
                      CLOSE SUSPENSE-FILE
                      CLOSE HISTORY-FILE
                      CLOSE CHANGE-NOTICE-FILE
                      CLOSE CLOSE-ARCHIVE-FILE
                      CLOSE HELD-CHARGE-FILE
                      CLOSE ADJUSTMENT-SUSPENSE-FILE
                  END-IF.

              8100-WRITE-RUN-SUMMARY.
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  IF WS-CATCHUP-MODE
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** CATCH-UP RUN - FEED DATE "
                              WS-CATCHUP-DATE
                              " PROCESSED ON RUN DATE "
                              WS-RUN-DATE-YYYYMMDD
                              " - ALL OUTPUT DATED TO THE FEED DATE"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  *> the summary page says whose batch this was -
                  *> with GV1 and GV2 both running the same day, a
                  *> page without the source is ambiguous
                  STRING "DETAIL RECORDS READ " WS-DETAIL-RECORDS-READ
                          " = PROCESSED " WS-RECORDS-BILLED
                          " + SUSPENDED " WS-RECORDS-SUSPENDED
                          " + ON HOLD " WS-RECORDS-ON-HOLD
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "ON HOLD SUBVAR-1 TOTAL "
                          WS-ON-HOLD-SUBVAR1-TOTAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "ADJUSTMENT RECORDS READ "
                          WS-ADJUSTMENT-RECORDS-READ
                          " = CREDITED " WS-CREDIT-RECORDS
                          " + QUARANTINED " WS-ADJ-QUARANTINED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "QUARANTINED CREDIT TOTAL "
                          WS-ADJ-QUARANTINED-TOTAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "NAME/ADDRESS CHANGE NOTICES WRITTEN "
                          WS-NOTICES-WRITTEN
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  *> what went to staging, charges and credits apart -
                  *> the same three figures the run-control record
                  *> carries for VARSBAL
                  COMPUTE WS-STAGED-NET =
                      WS-BILLED-AMOUNT-TOTAL - WS-CREDIT-AMOUNT-TOTAL
                  MOVE WS-STAGED-NET TO WS-ACTUAL-NET-EDIT
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING "STAGED GROSS CHARGES " WS-BILLED-AMOUNT-TOTAL
                          " CREDITS " WS-CREDIT-AMOUNT-TOTAL
                          " NET " WS-ACTUAL-NET-EDIT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-RECYCLED-RECORDS-READ > 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "RECYCLED RECORDS "
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> SUBVAR-1 swings beyond tolerance this run - prior
              *> master value next to the feed's new one, so the
              *> size of each swing is on the page before anyone
              *> opens VARSFIX
              8190-WRITE-VARIANCE-SECTION.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE "SUBVAR-1 VARIANCE THIS RUN"
                      TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  IF WS-VARIANCE-CHECK-ON
                      STRING "  TOLERANCE " WS-VARIANCE-TOLERANCE " "
                              WS-VARIANCE-TYPE-DISPLAY
                              " FOR " WS-HEADER-SOURCE
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  ELSE
                      STRING "  NO TOLERANCE FOR SOURCE "
                              WS-HEADER-SOURCE
                              " - CHECK NOT APPLIED"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                  END-IF
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-VARIANCE-RECORDS = 0
                      MOVE "  NO RECORDS QUARANTINED FOR VARIANCE"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  ELSE
                      *> columns line up with the line built in
                      *> 8195 - key X(10), then the prior, new, and
                      *> difference amounts
                      MOVE "KEY        PRIOR NEW   DIFF"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE ALL "-" TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                      PERFORM 8195-WRITE-VARIANCE-LINE
                          VARYING WS-VL-SUB FROM 1 BY 1
                          UNTIL WS-VL-SUB > WS-VARIANCE-LIST-COUNT
                      *> beyond the table, or before a restart
                      COMPUTE WS-VARIANCE-UNLISTED =
                          WS-VARIANCE-RECORDS - WS-VARIANCE-LIST-COUNT
                      IF WS-VARIANCE-UNLISTED > 0
                          MOVE SPACES TO WS-REPORT-LINE-AREA
                          STRING "** " WS-VARIANCE-UNLISTED
                                  " FURTHER VARIANCES NOT LISTED"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                          PERFORM 3200-WRITE-REPORT-LINE
                      END-IF
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** " WS-VARIANCE-RECORDS
                              " RECORDS SUSPENDED AS VARI - SUBVAR-1 "
                              "TOTAL " WS-VARIANCE-SUBVAR1-TOTAL
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF.

              *> charges held this run - which accounts are on hold,
              *> why, and when the hold is due for review, one line
              *> per row diverted. R marks a re-bill row that came
              *> back through recycle only to find the hold still on
              8110-WRITE-HOLD-SECTION.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE "CHARGES ON BILLING HOLD THIS RUN"
                      TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-RECORDS-ON-HOLD = 0
                      MOVE "  NO CHARGES HELD"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  ELSE
                      *> columns line up with the line built in
                      *> 8115 - key X(10), row type, SUBVAR-1, the
                      *> hold reason, then the review date
                      MOVE "KEY        T SV1 RSN  REVIEW"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE ALL "-" TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                      PERFORM 8115-WRITE-HOLD-LINE
                          VARYING WS-HL-SUB FROM 1 BY 1
                          UNTIL WS-HL-SUB > WS-ON-HOLD-LIST-COUNT
                      *> beyond the table, or before a restart
                      COMPUTE WS-ON-HOLD-UNLISTED =
                          WS-RECORDS-ON-HOLD - WS-ON-HOLD-LIST-COUNT
                      IF WS-ON-HOLD-UNLISTED > 0
                          MOVE SPACES TO WS-REPORT-LINE-AREA
                          STRING "** " WS-ON-HOLD-UNLISTED
                                  " FURTHER HELD CHARGES NOT LISTED"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                          PERFORM 3200-WRITE-REPORT-LINE
                      END-IF
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** " WS-RECORDS-ON-HOLD
                              " RECORDS HELD - SUBVAR-1 TOTAL "
                              WS-ON-HOLD-SUBVAR1-TOTAL
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF.

              8115-WRITE-HOLD-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING WS-HL-KEY (WS-HL-SUB) " "
                          WS-HL-TYPE (WS-HL-SUB) " "
                          WS-HL-SUBVAR1 (WS-HL-SUB) " "
                          WS-HL-REASON (WS-HL-SUB) " "
                          WS-HL-REVIEW-DATE (WS-HL-SUB)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> adjustments this run - one line per 'A' record: the
              *> date it adjusts, the credit, the source's reason,
              *> what became of it, and the billed amount and prior
              *> credits it was checked against. ADJF is an unusable
              *> record, ADJN a date with nothing billed for the
              *> key, ADJM a credit larger than what is left of the
              *> charge; each waits in ADJOUT for the source
              8120-WRITE-ADJUSTMENT-SECTION.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE "ADJUSTMENTS THIS RUN"
                      TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-ADJUSTMENT-RECORDS-READ = 0
                      MOVE "  NO ADJUSTMENTS RECEIVED"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  ELSE
                      *> columns line up with the line built in
                      *> 8125 - key X(10), original date, credit,
                      *> source reason, result, billed, prior credits
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "KEY        ORIGDATE CRD RSN  RESULT   "
                              "BILLED  PRIOR"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE ALL "-" TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                      PERFORM 8125-WRITE-ADJUSTMENT-LINE
                          VARYING WS-AL-SUB FROM 1 BY 1
                          UNTIL WS-AL-SUB > WS-ADJ-LIST-COUNT
                      *> beyond the table, or before a restart
                      COMPUTE WS-ADJ-UNLISTED =
                          WS-ADJUSTMENT-RECORDS-READ - WS-ADJ-LIST-COUNT
                      IF WS-ADJ-UNLISTED > 0
                          MOVE SPACES TO WS-REPORT-LINE-AREA
                          STRING "** " WS-ADJ-UNLISTED
                                  " FURTHER ADJUSTMENTS NOT LISTED"
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                          PERFORM 3200-WRITE-REPORT-LINE
                      END-IF
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** " WS-CREDIT-RECORDS
                              " CREDITS STAGED - TOTAL "
                              WS-CREDIT-AMOUNT-TOTAL
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      IF WS-ADJ-QUARANTINED > 0
                          MOVE SPACES TO WS-REPORT-LINE-AREA
                          STRING "** " WS-ADJ-QUARANTINED
                                  " ADJUSTMENTS QUARANTINED TO ADJOUT"
                                  " - CREDIT TOTAL "
                                  WS-ADJ-QUARANTINED-TOTAL
                              DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-AREA
                          END-STRING
                          PERFORM 3200-WRITE-REPORT-LINE
                      END-IF
                  END-IF.

              8125-WRITE-ADJUSTMENT-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING WS-AL-KEY (WS-AL-SUB) " "
                          WS-AL-ORIG-DATE (WS-AL-SUB) " "
                          WS-AL-CREDIT (WS-AL-SUB) " "
                          WS-AL-SOURCE-REASON (WS-AL-SUB) " "
                          WS-AL-RESULT (WS-AL-SUB) " "
                          WS-AL-BILLED (WS-AL-SUB) " "
                          WS-AL-PRIOR (WS-AL-SUB)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              8195-WRITE-VARIANCE-LINE.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING WS-VL-KEY (WS-VL-SUB) " "
                          WS-VL-PRIOR (WS-VL-SUB) "   "
                          WS-VL-NEW (WS-VL-SUB) "   "
                          WS-VL-DIFF (WS-VL-SUB)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              *> daily override-activity section - what VARSEDIT
              *> corrections actually did to production numbers this
              *> run, one line per key where the feed was suppressed
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF
                  PERFORM 8155-WRITE-AWAITING-APPROVAL.

              *> overrides entered but not yet approved by a second
              *> operator - none of them touched today's numbers, and
              *> each line shows the feed values that were billed
              *> next to what the override would have billed
              8155-WRITE-AWAITING-APPROVAL.
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  MOVE "OVERRIDES AWAITING APPROVAL - NOT APPLIED"
                      TO WS-REPORT-LINE-AREA
                  PERFORM 3200-WRITE-REPORT-LINE
                  IF WS-PENDING-OVERRIDE-COUNT = 0
                      MOVE "  NO OVERRIDES AWAITING APPROVAL"
                          TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                  ELSE
                      *> columns line up with the line built in 8165 -
                      *> key X(10), subvar-1 pair, subvar-2 pair,
                      *> then when and by whom it was entered
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "KEY        FEED RQST "
                              "FEED-NAME       "
                              "RQST-NAME       ENTERED  BY"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                      MOVE ALL "-" TO WS-REPORT-LINE-AREA
                      PERFORM 3200-WRITE-REPORT-LINE
                      PERFORM 8165-WRITE-AWAITING-LINE
                          VARYING WS-PO-SUB FROM 1 BY 1
                          UNTIL WS-PO-SUB > WS-PENDING-OVERRIDE-COUNT
                  END-IF
                  IF WS-PENDING-OVERFLOW > 0
                      MOVE SPACES TO WS-REPORT-LINE-AREA
                      STRING "** " WS-PENDING-OVERFLOW
                              " FURTHER PENDING OVERRIDES NOT LISTED"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                      END-STRING
                      PERFORM 3200-WRITE-REPORT-LINE
                  END-IF.

              8165-WRITE-AWAITING-LINE.
                  *> a key that did not come through today's feed has
                  *> no billed values to show
                  IF WS-PO-IN-FEED (WS-PO-SUB)
                      MOVE WS-PO-FEED-SUBVAR1 (WS-PO-SUB)
                          TO WS-PO-FEED-SUBVAR1-DISPLAY
                      MOVE WS-PO-FEED-SUBVAR2 (WS-PO-SUB)
                          TO WS-PO-FEED-SUBVAR2-DISPLAY
                  ELSE
                      MOVE "---" TO WS-PO-FEED-SUBVAR1-DISPLAY
                      MOVE "NOT IN FEED" TO WS-PO-FEED-SUBVAR2-DISPLAY
                  END-IF
                  MOVE SPACES TO WS-REPORT-LINE-AREA
                  STRING WS-PO-KEY (WS-PO-SUB) " "
                          WS-PO-FEED-SUBVAR1-DISPLAY "  "
                          WS-PO-RQST-SUBVAR1 (WS-PO-SUB) "  "
                          WS-PO-FEED-SUBVAR2-DISPLAY " "
                          WS-PO-RQST-SUBVAR2 (WS-PO-SUB) " "
                          WS-PO-ENTRY-DATE (WS-PO-SUB) " "
                          WS-PO-ENTERED-BY (WS-PO-SUB)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE-AREA
                  END-STRING
                  PERFORM 3200-WRITE-REPORT-LINE.

              8160-WRITE-OVERRIDE-LINE.
                  *> zero expiry is the grandfathered no-expiry state -
                  *> shown as NONE so it stands out for retirement

              *> the reconciliation 8100 prints, as a record another
              *> program can read: detail records in, billed rows
              *> out, suspensions as the exception count, held rows
              *> in their own count, and the staged amount -
              *> appended to the shared run-control dataset the same
              *> open-write-close way 8200 appends to the header
              *> log. adjustments ride the same counts
              *> - read in, credited out, quarantined as exceptions -
              *> so in = out + exceptions + on hold still proves,
              *> while their amounts stay out of the charge amounts
              *> and go in the credit fields, with the net beside
              8300-WRITE-RUN-CONTROL.
                  OPEN EXTEND RUN-CONTROL-FILE
                  IF WS-RUNCTL-STATUS NOT = "00"
                          WS-RUNCTL-STATUS
                  ELSE
                      MOVE SPACES TO RUN-CONTROL-RECORD
                      MOVE WS-FEED-DATE TO RCT-RUN-DATE
                      MOVE "VARS" TO RCT-STEP-NAME
                      MOVE WS-HEADER-SOURCE TO RCT-SOURCE-SYSTEM
                      COMPUTE RCT-RECORDS-IN = WS-DETAIL-RECORDS-READ
                          + WS-ADJUSTMENT-RECORDS-READ
                      COMPUTE RCT-RECORDS-OUT = WS-RECORDS-BILLED
                          + WS-CREDIT-RECORDS
                      COMPUTE RCT-RECORDS-EXCEPTION =
                          WS-RECORDS-SUSPENDED + WS-ADJ-QUARANTINED
                      MOVE WS-BILLED-AMOUNT-TOTAL TO RCT-AMOUNT
                      MOVE WS-SUSPENDED-SUBVAR1-TOTAL
                          TO RCT-AMOUNT-EXCEPTION
                      MOVE WS-RECORDS-ON-HOLD TO RCT-RECORDS-ON-HOLD
                      MOVE WS-ON-HOLD-SUBVAR1-TOTAL
                          TO RCT-AMOUNT-ON-HOLD
                      MOVE WS-CREDIT-RECORDS TO RCT-CREDIT-RECORDS
                      MOVE WS-CREDIT-AMOUNT-TOTAL TO RCT-CREDIT-AMOUNT
                      COMPUTE RCT-NET-AMOUNT =
                          WS-BILLED-AMOUNT-TOTAL - WS-CREDIT-AMOUNT-TOTAL
                      WRITE RUN-CONTROL-RECORD
                      CLOSE RUN-CONTROL-FILE
                  END-IF.
