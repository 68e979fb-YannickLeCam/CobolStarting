      *      PARM-PROCESS-DATE a plausible calendar date (DATEVAL);
      *    - PARM-OPERATOR-ID is present, active and not locked out
      *      on AUTHFILE;
      *    - the balance-update partitions on RUN-PARAMETERS (count,
      *      ascending range limits, partition to restart) are
      *      coherent;
      *    - TRANRAW exists and is not empty;
      *    - CUSTCTL's CTL-LAST-CUST-NUMBER is not behind the highest
      *      CUST-NUMBER on CUSTMAST.
      *                   day the bank is closed.  A missing calendar
      *                   file only skips the holiday half of the
      *                   check.
      *  2026-10-15  YLC  Proves the new balance-update partition count,
      *                   range limits and partition to restart before
      *                   TRANSPLT splits the night on them.
      *****************************************************************
       environment division.
       input-output section.
       01  WS-HIGHEST-CUST                 PIC 9(06) VALUE 0.
       01  WS-SAVED-OPERATOR-ID            PIC X(08).
       01  WS-SAVED-PROCESS-DATE           PIC 9(08).
       01  WS-SAVED-PARTITION-COUNT        PIC 9(01).
       01  WS-SAVED-PARTITION-LIMITS.
           05  WS-SAVED-PARTITION-LIMIT    PIC 9(09) OCCURS 3 TIMES.
       01  WS-SAVED-RESTART-PARTITION      PIC X(01).
       01  WS-LIMIT-SUB                    PIC 9(01).
       01  WS-PREVIOUS-LIMIT               PIC 9(09).
       01  WS-PARTITION-ERRORS             PIC 9(02) VALUE 0.

       copy "DATEVLNK.cpy".

           open output PREFLIGHT-REPORT
           perform 1000-CHECK-RUN-PARAMETERS thru 1000-EXIT
           perform 1500-CHECK-BUSINESS-DAY thru 1500-EXIT
           perform 1600-CHECK-PARTITIONS thru 1600-EXIT
           perform 2000-CHECK-OPERATOR thru 2000-EXIT
           perform 3000-CHECK-TRANRAW thru 3000-EXIT
           perform 4000-CHECK-CUSTOMER-SEQUENCE thru 4000-EXIT
           set WS-PARM-LOADED to true
           move PARM-OPERATOR-ID to WS-SAVED-OPERATOR-ID
           move PARM-PROCESS-DATE to WS-SAVED-PROCESS-DATE
           move PARM-PARTITION-COUNT to WS-SAVED-PARTITION-COUNT
           move PARM-PARTITION-LIMIT(1) to WS-SAVED-PARTITION-LIMIT(1)
           move PARM-PARTITION-LIMIT(2) to WS-SAVED-PARTITION-LIMIT(2)
           move PARM-PARTITION-LIMIT(3) to WS-SAVED-PARTITION-LIMIT(3)
           move PARM-RESTART-PARTITION to WS-SAVED-RESTART-PARTITION
           close RUN-PARAMETERS
           move WS-SAVED-PROCESS-DATE(7:2) to DV-JOUR
           move WS-SAVED-PROCESS-DATE(5:2) to DV-MOIS
           exit
           .

      *****************************************************************
      *  The balance-update partitions must make sense before
      *  TRANSPLT splits the night on them - at most four, each
      *  range limit in use above the one before it and short of
      *  the last account number, and the partition to restart one
      *  that exists.
      *****************************************************************
       1600-CHECK-PARTITIONS.
           if not WS-PARM-LOADED
              go to 1600-EXIT
           end-if
           if WS-SAVED-PARTITION-COUNT = 0
              move 1 to WS-SAVED-PARTITION-COUNT
           end-if
           if WS-SAVED-PARTITION-COUNT > 4
              perform 8100-REPORT-ERROR
              move spaces to WS-RL-TEXT
              string "NOMBRE DE PARTITIONS INVALIDE : "
                     delimited by size
                     WS-SAVED-PARTITION-COUNT delimited by size
                     into WS-RL-TEXT
              end-string
              perform 8200-WRITE-CHECK-LINE
              go to 1600-EXIT
           end-if
           move 0 to WS-PARTITION-ERRORS
           move 0 to WS-PREVIOUS-LIMIT
           perform 1610-CHECK-ONE-LIMIT
               varying WS-LIMIT-SUB from 1 by 1
               until WS-LIMIT-SUB not < WS-SAVED-PARTITION-COUNT
           if WS-SAVED-RESTART-PARTITION not = space
                   and WS-SAVED-RESTART-PARTITION not = "X"
                   and (WS-SAVED-RESTART-PARTITION < "1"
                     or WS-SAVED-RESTART-PARTITION > "4")
              perform 8100-REPORT-ERROR
              move spaces to WS-RL-TEXT
              string "PARTITION A REPRENDRE INVALIDE : "
                     delimited by size
                     WS-SAVED-RESTART-PARTITION delimited by size
                     into WS-RL-TEXT
              end-string
              perform 8200-WRITE-CHECK-LINE
              add 1 to WS-PARTITION-ERRORS
           end-if
           if WS-PARTITION-ERRORS = 0
              move "OK" to WS-RL-RESULT
              move spaces to WS-RL-TEXT
              string "PARTITIONS DU SOLDE DE NUIT COHERENTES : "
                     delimited by size
                     WS-SAVED-PARTITION-COUNT delimited by size
                     into WS-RL-TEXT
              end-string
              perform 8200-WRITE-CHECK-LINE
           end-if
           .
       1600-EXIT.
           exit
           .

       1610-CHECK-ONE-LIMIT.
           if WS-SAVED-PARTITION-LIMIT(WS-LIMIT-SUB)
                   not > WS-PREVIOUS-LIMIT
                   or WS-SAVED-PARTITION-LIMIT(WS-LIMIT-SUB)
                   not < 999999999
              perform 8100-REPORT-ERROR
              move spaces to WS-RL-TEXT
              string "LIMITE DE PARTITION " delimited by size
                     WS-LIMIT-SUB delimited by size
                     " HORS SEQUENCE : " delimited by size
                     WS-SAVED-PARTITION-LIMIT(WS-LIMIT-SUB)
                     delimited by size
                     into WS-RL-TEXT
              end-string
              perform 8200-WRITE-CHECK-LINE
              add 1 to WS-PARTITION-ERRORS
           end-if
           move WS-SAVED-PARTITION-LIMIT(WS-LIMIT-SUB)
               to WS-PREVIOUS-LIMIT
           .

      *****************************************************************
      *  The batch operator credential on SOLDPARM must name an
      *  active, unlocked operator on AUTHFILE.
