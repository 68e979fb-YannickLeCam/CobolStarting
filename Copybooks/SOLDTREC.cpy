      *****************************************************************
      *  SOLDTREC.cpy
      *
      *  Control totals of one run of the partitioned nightly balance
      *  update, written by SOLDUPDT to SOLDTOT at the end of its
      *  control report and combined by SOLDMRG into the night's
      *  single proof.  Each run writes one "D" record per account
      *  currency with its opening, debit, credit and closing totals
      *  in that currency's own units, then one "R" record for the
      *  run itself - a run with no "R" record did not finish.
      *
      *  Modification history
      *  2026-10-15  YLC  Initial layout.
      *****************************************************************
       01  PARTITION-TOTAL-RECORD.
           05  PTOT-PARTITION              PIC X(01).
               88  PTOT-RESIDUE             VALUE "X".
           05  PTOT-RECORD-TYPE            PIC X(01).
               88  PTOT-RUN-RECORD          VALUE "R".
               88  PTOT-CURRENCY-RECORD     VALUE "D".
           05  PTOT-PROCESS-DATE           PIC 9(08).
           05  PTOT-CURRENCY-CODE          PIC X(03).
           05  PTOT-OPENING                PIC S9(11) COMP-3.
           05  PTOT-DEBITS                 PIC S9(11) COMP-3.
           05  PTOT-CREDITS                PIC S9(11) COMP-3.
           05  PTOT-CLOSING                PIC S9(11) COMP-3.
           05  PTOT-RANGE-LOW              PIC 9(09).
           05  PTOT-RANGE-HIGH             PIC 9(09).
           05  PTOT-ACCOUNTS               PIC 9(09).
           05  PTOT-REJECTS                PIC 9(06).
           05  PTOT-LATE-LINES             PIC 9(05).
           05  PTOT-BALANCED-FLAG          PIC X(01).
               88  PTOT-BALANCED            VALUE "O".
           05  PTOT-SIMULATION-FLAG        PIC X(01).
               88  PTOT-SIMULATION          VALUE "O".
