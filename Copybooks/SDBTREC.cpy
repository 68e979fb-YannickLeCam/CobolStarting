      *****************************************************************
      *  SDBTREC.cpy
      *
      *  Safe-deposit box tariff record (SDBTARIF) - the annual rent
      *  for each box size, keyed on the size code of SDBXREC.cpy
      *  and maintained in SDBMNT.  SDBBILL reads the rent in force
      *  when a contract's anniversary falls due, so a new tariff
      *  applies to each contract from its next anniversary; the
      *  earlier amounts stay on the audit journal.
      *
      *  Modification history
      *  2026-10-14  YLC  Initial layout.
      *****************************************************************
       01  SAFE-BOX-TARIFF-RECORD.
           05  SDT-KEY.
               10  SDT-SIZE                PIC X(01).
           05  SDT-ANNUAL-RENT             PIC 9(7) COMP-3.
           05  SDT-EFFECTIVE-DATE          PIC 9(08).
           05  SDT-UPDATED-BY              PIC X(08).
