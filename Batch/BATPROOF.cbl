      *  2026-09-02  YLC  Writes start/end records with counts and
      *                   outcome to the shared nightly run log for
      *                   MORNSUM's morning operations summary.
      *  2026-10-15  YLC  Widened again to X(68) for the new
      *                   TRAN-CURRENCY-CODE.
      *****************************************************************
       environment division.
       input-output section.
       copy "BATCREC.cpy".

       fd  PROOFED-FILE.
       01  PROOFED-RECORD                  PIC X(68).

       fd  SUSPENSE-FILE.
       01  SUSPENSE-RECORD                 PIC X(68).

       fd  RUN-LOG.
       copy "RUNLOGRC.cpy".
