      *> dead one that left the feed years ago
        05 GM-LAST-FEED-DATE PIC 9(8).
      *> override window maintained on the VARSEDIT DATA-SCREEN -
      *> VARS applies the override only while the feed date is inside
      *> it and clears the flag itself once the expiry passes, so a
      *> one-day correction can never quietly suppress the feed for
      *> months. Zero expiry means no expiry (records converted from
      *> itself is cleared, so audit's "who changed this number" has
      *> an answer on the record itself as well as in the history
        05 GM-UPDATE-OPERATOR PIC X(8).
      *> billing hold - an account in dispute keeps arriving in the
      *> feed and keeps its master current, but while the hold is
      *> on VARS diverts its rows to the dated held-charges dataset
      *> instead of staging them for billing. Set and released only
      *> through VARSEDIT and VARSBAT, always with a reason and a
      *> date the hold is to be reviewed by. The hold date is the
      *> day the hold went on and survives a change of reason or
      *> review date, so the weekly VARSHAGE report ages the dispute
      *> from when billing actually stopped. The operator is whoever
      *> last set, changed, or released the hold - the VARSHLD sweep
      *> stamps the release operator onto the re-bill rows it feeds
      *> back to the next run
        05 GM-HOLD-SWITCH PIC X(1).
            88 GM-ON-HOLD VALUE 'Y'.
        05 GM-HOLD-REASON PIC X(4).
        05 GM-HOLD-DATE PIC 9(8).
        05 GM-HOLD-REVIEW-DATE PIC 9(8).
        05 GM-HOLD-OPERATOR PIC X(8).
      *> source of record - the source system whose feed last
      *> carried the key, stamped by VARS beside the last-feed date,
      *> with the number of that source's feed days in a row the key
      *> has arrived on (999 at most). The run that first sees the
      *> key on a different source keeps the source it came from and
      *> its last feed date there, until the key's next feed day on
      *> the new source clears them - so the daily VARSMISS step can
      *> list a move apart from an account that simply went missing.
      *> Carved out of the reserve: masters written before these
      *> fields existed read as blank, and VARS treats a blank
      *> source as the run's own and a non-numeric count as zero
        05 GM-FEED-SOURCE PIC X(3).
        05 GM-FEED-DAY-COUNT PIC 9(3).
        05 GM-PRIOR-SOURCE PIC X(3).
        05 GM-PRIOR-LAST-FEED-DATE PIC 9(8).
      *> reserved so the next field the master needs can be carved
      *> out of the record without another KSDS conversion
        05 FILLER PIC X(3).
