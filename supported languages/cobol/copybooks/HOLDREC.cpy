      *> HOLDREC.cpy
      *> shared record layout for the held-charges datasets - the
      *> dated generation VARS writes (PROD.VARS.HOLDCHG.Dyymmdd)
      *> and the rolling carry-forward VARSHLD rebuilds from it
      *> (PROD.VARS.HOLDCHG.CARRY). One record per detail or
      *> recycled row VARS diverted from billing because its
      *> account was on hold: the untouched 67-byte GROUPIN image,
      *> so VARSHLD can feed it back to the next run as an 'R'
      *> re-bill row once the hold is released, plus the feed date
      *> and source it was held from. Written by VARS, read by
      *> VARSHLD and the weekly VARSHAGE report. Shared the same
      *> way SUSPREC.cpy already is, so the writer and the readers
      *> can't drift apart.
      *> COPY this immediately after the FD, e.g.
      *>     FD HELD-CHARGE-FILE
      *>         RECORDING MODE IS F.
      *>     COPY HOLDREC.
      01 HELD-CHARGE-RECORD.
        05 HC-INPUT-IMAGE.
            10 HC-REC-TYPE PIC X(1).
            10 HC-KEY PIC X(10).
            10 HC-DETAIL-AREA.
                COPY GROUPVAR REPLACING LEADING ==05== BY ==15==.
            10 HC-RELEASE-OPERATOR PIC X(8).
        05 HC-FEED-DATE PIC 9(8).
        05 HC-SOURCE-SYSTEM PIC X(3).
        05 FILLER PIC X(2).
