      *> "what changed on this key and when" finally has an answer
      *> the AUDITOUT trail can't give. A blank before image means
      *> the write created the record (a VARS seed); a blank after
      *> image means the write removed it. Written by every program
      *> that writes the master (VARS, VARSEDIT, VARSBAT, VARSHKP,
      *> VARSARCR, and a VARSRCV back-out), read back by the
      *> VARSHSTR inquiry and replayed by the VARSRCV recovery.
      *> Shared the same way AUDREC.cpy already is, so the writers
      *> and the readers can't drift apart.
      *> COPY this immediately after the FD, e.g.
      *>     FD HISTORY-FILE
      *>         RECORDING MODE IS F.
        05 MH-KEY PIC X(10).
        05 MH-CHANGE-DATE PIC 9(8).
        05 MH-PROGRAM-NAME PIC X(8).
        05 MH-BEFORE-IMAGE PIC X(140).
        05 MH-AFTER-IMAGE PIC X(140).
      *> FUNCTION CURRENT-DATE at the moment of the write. The
      *> change date is the business date (a catch-up VARS run
      *> stamps the feed date it is processing); this is when the
      *> write actually happened, so VARSRCV can replay the trail
      *> in true order and stop at a named point in time, and can
      *> tell which writes a nightly backup already holds
        05 MH-TIMESTAMP.
          10 MH-WRITE-DATE PIC 9(8).
          10 MH-WRITE-TIME PIC 9(6).
          10 FILLER PIC X(7).
