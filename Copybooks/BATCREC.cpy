      *                   TRAN-CHANNEL byte.
      *  2026-09-01  YLC  FILLER widened again for TRANREC's new
      *                   TRAN-ORIG-TIMESTAMP.
      *  2026-10-15  YLC  FILLER widened again for TRANREC's new
      *                   TRAN-CURRENCY-CODE.
      *****************************************************************
       01  BATCH-CONTROL-RECORD.
           05  BCT-MARKER                  PIC X(01).
      *--------------------------------------------------------------*
           05  BCT-RECORD-COUNT            PIC 9(06).
           05  BCT-AMOUNT-HASH             PIC 9(13).
           05  FILLER                      PIC X(34).
