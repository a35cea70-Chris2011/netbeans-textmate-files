      *> CHGNOTE.cpy
      *> shared record layout for the name and address
      *> change-notification records - one record for each change a
      *> write to GROUPMSTR makes to an existing account's name
      *> (SUBVAR-2) or address (SUBVAR-3/4, the two lines as one
      *> address), carrying the old and new values, the effective
      *> (business) date, the program that made the change, and who
      *> made it. Every program that can change a name or address on
      *> the master - VARS, VARSEDIT, VARSBAT, and a VARSRCV
      *> back-out - appends them to the day's log
      *> (PROD.VARS.CHGLOG.Dyymmdd) through CHGEMIT.cpy; the VARSCHG
      *> daily step writes the day's notification file
      *> (PROD.VARS.CHGNOTE.Dyymmdd) from the log, closed by a
      *> trailer carrying the record count. The trailer is never in
      *> the log itself. A record that creates or removes an account
      *> is not a change and has no notice.
      *> The operator is the signed-on operator for VARSEDIT, the
      *> transaction's operator for VARSBAT, the VARSFIX release
      *> operator for a recycled row VARS applied, the source
      *> system (GV1, GV2) for a change VARS took from the feed, and
      *> BACKOUT for a change a VARSRCV back-out restored.
      *> Shared the same way MSTRHIST.cpy already is, so the writers
      *> and the daily step can't drift apart.
      *> COPY this immediately after the FD - the trailer 01 shares
      *> the record area, e.g.
      *>     FD CHANGE-NOTICE-FILE
      *>         RECORDING MODE IS F.
      *>     COPY CHGNOTE.
      01 CHANGE-NOTICE-RECORD.
        05 CN-RECORD-TYPE PIC X(1).
            88 CN-IS-DETAIL VALUE 'D'.
            88 CN-IS-TRAILER VALUE 'T'.
        05 CN-KEY PIC X(10).
        05 CN-CHANGE-TYPE PIC X(4).
            88 CN-NAME-CHANGE VALUE 'NAME'.
            88 CN-ADDRESS-CHANGE VALUE 'ADDR'.
      *> a name uses only the first line of each value
        05 CN-OLD-VALUE.
          10 CN-OLD-LINE-1 PIC X(15).
          10 CN-OLD-LINE-2 PIC X(15).
        05 CN-NEW-VALUE.
          10 CN-NEW-LINE-1 PIC X(15).
          10 CN-NEW-LINE-2 PIC X(15).
        05 CN-EFFECTIVE-DATE PIC 9(8).
        05 CN-PROGRAM-NAME PIC X(8).
        05 CN-OPERATOR PIC X(8).
      *> when the write actually happened - the master-history
      *> timestamp of the same write, so a notice can be traced to
      *> its MSTRHIST record
        05 CN-RECORDED-DATE PIC 9(8).
        05 CN-RECORDED-TIME PIC 9(6).
        05 FILLER PIC X(7).
      01 CHANGE-NOTICE-TRAILER.
        05 CT-RECORD-TYPE PIC X(1).
        05 CT-FILE-DATE PIC 9(8).
        05 CT-RECORD-COUNT PIC 9(7).
        05 CT-NAME-COUNT PIC 9(7).
        05 CT-ADDRESS-COUNT PIC 9(7).
        05 FILLER PIC X(90).
