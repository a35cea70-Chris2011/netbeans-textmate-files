      *>         RECORDING MODE IS F.
      *>     COPY ARCREC.
      01 ARCHIVE-RECORD.
        05 ARC-MASTER-IMAGE PIC X(140).
        05 ARC-PURGE-DATE PIC 9(8).
