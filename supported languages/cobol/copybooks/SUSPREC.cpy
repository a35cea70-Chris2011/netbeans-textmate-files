      *> SUSPREC.cpy
      *> shared record layout for the suspense dataset - detail records
      *> VARS quarantined because they failed GVVALID validation or
      *> the SUBVAR-1 variance check.
      *> SUS-INPUT-IMAGE is the untouched 67-byte GROUPVAR-INPUT-RECORD
      *> image, so VARSFIX can correct it and re-emit it as a detail
      *> record ahead of a later day's GROUPIN. Shared the same way
        05 SUS-INPUT-IMAGE PIC X(67).
        05 SUS-REASON-CODE PIC X(4).
            88 SUS-FIELD-VALIDATION VALUE 'VALD'.
      *> SUBVAR-1 swung from the master's value by more than the
      *> source's tolerance - the master still holds the prior
      *> value, which VARSFIX shows beside the quarantined one
            88 SUS-SUBVAR1-VARIANCE VALUE 'VARI'.
      *> adjustment records VARS quarantined to the adjustment
      *> suspense dataset, never this one's - amount, reason, or
      *> original feed date unusable; nothing billed for the key on
      *> that date; or a credit larger than what was billed there
      *> less the credits already taken against it
            88 SUS-ADJ-FIELD-INVALID VALUE 'ADJF'.
            88 SUS-ADJ-NOT-BILLED VALUE 'ADJN'.
            88 SUS-ADJ-EXCEEDS-BILLED VALUE 'ADJM'.
        05 SUS-RUN-DATE PIC 9(8).
