      *> BKPLOG.cpy
      *> shared record layout for the GROUPMSTR backup log
      *> (PROD.VARS.GROUPMSTR.BKPLOG) - one record appended by every
      *> VARSBKP unload, saying which dated backup it wrote, exactly
      *> when (the same FUNCTION CURRENT-DATE form MH-TIMESTAMP
      *> carries), and how many master records went into it. VARSRCV
      *> reads it back to know where in the change-history trail the
      *> reloaded backup stands, and to prove the reload put every
      *> record back before anything is replayed on top of it.
      *> Shared the same way MSTRHIST.cpy already is, so the backup
      *> and the recovery can't drift apart.
      *> COPY this immediately after the FD, e.g.
      *>     FD BACKUP-LOG-FILE
      *>         RECORDING MODE IS F.
      *>     COPY BKPLOG.
      01 BACKUP-LOG-RECORD.
        05 BL-BACKUP-DATE PIC 9(8).
        05 BL-TIMESTAMP PIC X(21).
        05 BL-RECORD-COUNT PIC 9(7).
        05 FILLER PIC X(4).
