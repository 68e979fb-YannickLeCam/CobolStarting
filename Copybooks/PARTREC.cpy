      *****************************************************************
      *  PARTREC.cpy
      *
      *  Account-number range of one run of the partitioned nightly
      *  balance update, written each night by TRANSPLT (SOLDRNG1 to
      *  SOLDRNG4, and SOLDRNGX for the cross-range pass) and read by
      *  SOLDUPDT through DD SOLDRNGE.  A SOLDUPDT run without that
      *  DD is the unpartitioned full pass it has always been.
      *
      *  A range run scans ACCOUNT-MASTER from PRNG-RANGE-LOW to
      *  PRNG-RANGE-HIGH only; a range with nothing in it carries a
      *  low above its high.  The cross-range pass ("X") covers the
      *  whole file but only reads the accounts its transactions
      *  name.  PRNG-PROCESS-DATE is the business date TRANSPLT split
      *  for - SOLDUPDT refuses a range file left from another night.
      *
      *  Modification history
      *  2026-10-15  YLC  Initial layout.
      *****************************************************************
       01  PARTITION-RANGE-RECORD.
           05  PRNG-PARTITION              PIC X(01).
               88  PRNG-RESIDUE             VALUE "X".
           05  PRNG-RANGE-LOW              PIC 9(09).
           05  PRNG-RANGE-HIGH             PIC 9(09).
           05  PRNG-PROCESS-DATE           PIC 9(08).
           05  PRNG-CREATED-TS             PIC 9(14).
