      *> brand-new charge. The key also gives the acknowledgment
      *> match a real identity per row, so duplicate rows for the
      *> same account no longer pair off arbitrarily.
      *> A credit row (flag 'C') is a source adjustment VARS checked
      *> against what was billed for the account; BE-ACCOUNT-TOTAL
      *> carries the size of the credit, and the credit view below
      *> gives the address columns over to the feed date the credit
      *> adjusts and the source's reason code. The row's own feed
      *> date stays the day it was staged, like any other row.
      *> The trailer record is written by VARSREL when it releases
      *> the staged extract, carrying the record count and amount
      *> total so billing can verify completeness on their side -
      *> the amount is gross charges, with the credit rows counted
      *> and totalled apart and the signed net beside them;
      *> data rows always start with a zoned digit, so 'TRL' can
      *> never collide with one. Shared the same way GROUPVAR.cpy
      *> already is, so the programs on this interface can't drift
      *> apart.
      *> COPY this immediately after the FD - the other 01s share the
      *> record area, e.g.
      *>     FD BILLEXTR-FILE
      *>         RECORDING MODE IS F.
        05 BE-FEED-DATE PIC 9(8).
        05 BE-REBILL-FLAG PIC X(1).
            88 BE-REBILL VALUE 'R'.
            88 BE-CREDIT VALUE 'C'.
      *> which source system's batch the row was billed from - GV1
      *> or GV2 now that both feed the same day, or FIX on re-bill
      *> rows VARSFIX recycled ahead of the source file
        05 BE-SOURCE-SYSTEM PIC X(3).
      01 BILLING-CREDIT-RECORD.
        05 BC-CREDIT-AMOUNT PIC 9(3).
        05 FILLER PIC X(15).
        05 BC-ORIG-FEED-DATE PIC 9(8).
        05 BC-ADJ-REASON PIC X(4).
        05 FILLER PIC X(18).
        05 BC-KEY PIC X(10).
        05 BC-FEED-DATE PIC 9(8).
        05 BC-CREDIT-FLAG PIC X(1).
        05 BC-SOURCE-SYSTEM PIC X(3).
      01 BILLING-TRAILER-RECORD.
        05 BT-TRAILER-ID PIC X(3).
            88 BT-IS-TRAILER VALUE 'TRL'.
        05 BT-RECORD-COUNT PIC 9(7).
        05 BT-AMOUNT-TOTAL PIC 9(9).
        05 BT-CREDIT-COUNT PIC 9(7).
        05 BT-CREDIT-TOTAL PIC 9(9).
        05 BT-NET-TOTAL PIC S9(9) SIGN LEADING SEPARATE.
        05 FILLER PIC X(25).
