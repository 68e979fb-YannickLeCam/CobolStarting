      *                   TRAN-CHANNEL byte.
      *  2026-09-01  YLC  Widened again to X(65) for the new
      *                   TRAN-ORIG-TIMESTAMP on reversals.
      *  2026-10-15  YLC  Widened again to X(68) for the new
      *                   TRAN-CURRENCY-CODE on account-opening
      *                   records.
      *****************************************************************
       environment division.
       input-output section.
       copy "TRANREC.cpy".

       fd  TRAN-INPUT-FILE.
       01  TRAN-INPUT-RECORD                PIC X(68).

       fd  TRAN-OUTPUT-FILE.
       01  TRAN-OUTPUT-RECORD               PIC X(68).

       fd  RUN-LOG.
       copy "RUNLOGRC.cpy".
