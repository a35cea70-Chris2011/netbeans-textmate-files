      *> BILLHIST.cpy
      *> shared record layout for the billing-history KSDS
      *> (PROD.VARS.BILLHIST) - one entry per GROUPMSTR account per
      *> feed date per source, following every row billed for it
      *> from staging to billing's answer:
      *>   VARS     writes the entry when it stages the row
      *>   VARSREL  marks it released to billing
      *>   VARSACK  posts billing's accept or reject and reason
      *> Recycled re-bill rows are staged under source FIX, so a
      *> re-bill has an entry of its own beside the original
      *> charge. A credit row is posted under source ADJ at the
      *> feed date it adjusts, not the day it was staged, so the
      *> credits taken against a charge sit beside it and VARS can
      *> check a new adjustment against both. A key staging more
      *> than one row for the same feed date and source
      *> accumulates them into the one entry. Read
      *> by the VARSSTMT account statement and trimmed to the
      *> retention period by VARSBHKP.
      *> Disposition, once billing has answered:
      *>   A - every row billing answered was accepted
      *>   R - at least one row was rejected; the reason code is
      *>       the latest rejection's
      *> Shared the same way OVRREQ.cpy already is, so the writers,
      *> the statement, and the purge can't drift apart.
      *> COPY this immediately after the FD, e.g.
      *>     FD BILLING-HISTORY-FILE
      *>         RECORDING MODE IS F.
      *>     COPY BILLHIST.
      01 BILLING-HISTORY-RECORD.
        05 BH-KEY.
            10 BH-GM-KEY PIC X(10).
            10 BH-FEED-DATE PIC 9(8).
            10 BH-SOURCE-SYSTEM PIC X(3).
        05 BH-REBILL-FLAG PIC X(1).
            88 BH-REBILL VALUE 'R'.
            88 BH-CREDIT VALUE 'C'.
        05 BH-ROWS-STAGED PIC 9(3).
        05 BH-AMOUNT-STAGED PIC 9(7).
      *> the run date that staged the entry and the GROUPIN record
      *> number of the last row it took - how VARS tells a row it
      *> already posted before an abend from a new one on restart
        05 BH-STAGE-DATE PIC 9(8).
        05 BH-STAGE-RECORD-NUMBER PIC 9(7).
      *> the source whose run staged the entry last - an ADJ entry
      *> is shared by the GV1 and GV2 runs, and only the run that
      *> staged it may treat it as its own on restart or rerun
        05 BH-STAGE-SOURCE PIC X(3).
      *> a held duplicate leaves an entry staged but never (or
      *> only partly) released, so what reached billing is kept
      *> apart from what was staged
        05 BH-ROWS-RELEASED PIC 9(3).
        05 BH-AMOUNT-RELEASED PIC 9(7).
        05 BH-RELEASE-DATE PIC 9(8).
        05 BH-DISPOSITION PIC X(1).
            88 BH-NOT-ANSWERED VALUE SPACE.
            88 BH-ACCEPTED VALUE 'A'.
            88 BH-REJECTED VALUE 'R'.
        05 BH-ROWS-ACCEPTED PIC 9(3).
        05 BH-ROWS-REJECTED PIC 9(3).
        05 BH-AMOUNT-REJECTED PIC 9(7).
        05 BH-REASON-CODE PIC X(4).
        05 BH-DISPOSITION-DATE PIC 9(8).
        05 FILLER PIC X(6).
