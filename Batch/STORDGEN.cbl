      *                   from the date of death - the rent no longer
      *                   keeps paying itself out of the estate.
      *  2026-09-01  YLC  Stamps "S" in the new TRAN-CHANNEL.
      *  2026-10-15  YLC  Blanks the new TRAN-CURRENCY-CODE on the
      *                   emitted orders.
      *****************************************************************
       environment division.
       input-output section.
           move 0 to TRAN-CHEQUE-SERIAL
           move "S" to TRAN-CHANNEL
           move 0 to TRAN-ORIG-TIMESTAMP
           move spaces to TRAN-CURRENCY-CODE
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
           add SO-AMOUNT to WS-BATCH-HASH
