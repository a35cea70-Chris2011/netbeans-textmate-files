      *> VARSACK runs the morning after the extract it reconciles,
      *> and stamping the feed date is what lets the VARSBAL
      *> balancing step line all three steps up on one key of date
      *> plus source. Written by VARS, VARSDUP, VARSREL, VARSACK,
      *> and VARSDUPR (source DUP, dated the decision day); read
      *> back by VARSBAL. Shared the same way BILLREC.cpy already
      *> is, so the writers and the balancer can't drift apart.
      *> COPY this immediately after the FD, e.g.
      *> report parked revenue per day from a dataset that, unlike
      *> the suspense generations VARSFIXJ consumes, survives repair
        05 RCT-AMOUNT-EXCEPTION PIC 9(9).
      *> rows VARS diverted to the held-charges dataset because the
      *> account was on billing hold, and their SUBVAR-1 total - a
      *> category of their own, neither billed nor suspended, so
      *> VARSBAL proves read = billed + suspended + on hold. Zero
      *> on every other step's record
        05 RCT-RECORDS-ON-HOLD PIC 9(7).
        05 RCT-AMOUNT-ON-HOLD PIC 9(9).
      *> credit rows from source adjustments and their total, kept
      *> apart from RCT-AMOUNT, which stays gross charges, with the
      *> signed net beside them. For VARS the credit rows are also
      *> in RCT-RECORDS-OUT, and adjustments it quarantined are in
      *> RCT-RECORDS-EXCEPTION but not in RCT-AMOUNT-EXCEPTION. A
      *> step that carries no credits writes zero credits and a net
      *> equal to RCT-AMOUNT. Records written before these fields
      *> were carved out of the reserve have them blank, and the
      *> readers take blank as no credits, so no conversion is run
        05 RCT-CREDIT-RECORDS PIC 9(7).
        05 RCT-CREDIT-AMOUNT PIC 9(9).
        05 RCT-NET-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.
