      *> DUPREC.cpy
      *> shared record layout for the held-duplicates queue
      *> (PROD.VARS.DUPHOLD) - staged billing rows the VARSDUP screen
      *> kept out of the release because the same key and feed date
      *> was already on its way to billing. DH-EXTRACT-IMAGE is the
      *> untouched 70-byte BILLING-EXTRACT-RECORD, so an operator
      *> release through VARSDUPR hands billing exactly the row VARS
      *> staged. The match fields say what the row collided with -
      *> the source, amount, and re-bill flag of the other copy -
      *> so the decision can be made from the queue alone:
      *>   RLSD - already in a released BILLEXTR generation
      *>   FEED - repeated inside the same staged batch
      *>   PEER - also staged by the other source's batch, which
      *>          takes precedence for the feed date
      *> Written by VARSDUP; read and rebuilt by VARSDUPR. Shared the
      *> same way SUSPREC.cpy already is, so the screen and the
      *> decision step can't drift apart.
      *> COPY this immediately after the FD, e.g.
      *>     FD HELD-DUPLICATE-FILE
      *>         RECORDING MODE IS F.
      *>     COPY DUPREC.
      01 HELD-DUPLICATE-RECORD.
        05 DH-EXTRACT-IMAGE PIC X(70).
      *> the fields of the held row the decision step matches and
      *> prints - same offsets as BILLREC.cpy
        05 DH-EXTRACT-FIELDS REDEFINES DH-EXTRACT-IMAGE.
            10 DH-ACCOUNT-TOTAL PIC 9(3).
            10 FILLER PIC X(45).
            10 DH-KEY PIC X(10).
            10 DH-FEED-DATE PIC 9(8).
            10 DH-REBILL-FLAG PIC X(1).
            10 DH-SOURCE-SYSTEM PIC X(3).
        05 DH-REASON-CODE PIC X(4).
            88 DH-ALREADY-RELEASED VALUE 'RLSD'.
            88 DH-REPEATED-IN-FEED VALUE 'FEED'.
            88 DH-STAGED-BY-PEER VALUE 'PEER'.
        05 DH-MATCH-SOURCE PIC X(3).
        05 DH-MATCH-AMOUNT PIC 9(3).
        05 DH-MATCH-REBILL-FLAG PIC X(1).
      *> the feed date of the screening run that held the row
        05 DH-HELD-DATE PIC 9(8).
        05 FILLER PIC X(1).
