      *                   BATCREC.cpy so BATPROOF can prove the
      *                   batch whole.
      *  2026-09-01  YLC  Stamps "R" in the new TRAN-CHANNEL.
      *  2026-10-15  YLC  Carries the currency of a resubmitted
      *                   account opening through from the new
      *                   RCY-CURRENCY-CODE.
      *****************************************************************
       environment division.
       input-output section.
           move RCY-CHEQUE-SERIAL to TRAN-CHEQUE-SERIAL
           move "R" to TRAN-CHANNEL
           move RCY-ORIG-TIMESTAMP to TRAN-ORIG-TIMESTAMP
           move RCY-CURRENCY-CODE to TRAN-CURRENCY-CODE
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
           add RCY-AMOUNT to WS-BATCH-HASH
