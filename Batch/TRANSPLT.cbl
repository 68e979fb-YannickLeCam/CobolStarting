       identification division.
       program-id. TRANSPLT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-15.
       date-compiled.

      *****************************************************************
      *  TRANSPLT
      *
      *  Splits the sorted TRANFILE into the account-number ranges
      *  of the partitioned nightly balance update, so up to four
      *  SOLDUPDT runs (jobs SOLDPRT1 to SOLDPRT4) post side by side
      *  instead of one pass over the whole master.
      *
      *  The ranges come from SOLDPARM: PARM-PARTITION-COUNT of them
      *  (0 or 1 keeps a single range), each ending at its PARM-
      *  PARTITION-LIMIT but the last, which runs to the top of the
      *  account numbers.  Every transaction goes to the range of
      *  its account (TRANPRT1 to TRANPRT4), in the order TRANSRT
      *  left it - except a transfer whose credited counterpart lies
      *  in another range.  Both legs of a transfer post together or
      *  not at all, and no range run may touch another's accounts,
      *  so those go to TRANPRTX for the cross-range pass SOLDUPDT
      *  makes once every range has finished.  So does an account
      *  opening, with the rest of that account's transactions: the
      *  product and holding limits are checked on the customer's
      *  accounts in every range, which only a pass running alone
      *  can count safely.
      *
      *  One range record per run (PARTREC.cpy) goes to SOLDRNG1 to
      *  SOLDRNG4 and SOLDRNGX, dated with the business date; ranges
      *  past PARM-PARTITION-COUNT are written empty, so their runs
      *  end at once with nothing posted.  A bad partition setting
      *  stops the job with return code 16 before anything is split.
      *
      *  Modification history
      *  2026-10-15  YLC  Initial version.
      *  2026-10-15  YLC  Account openings, and the transactions
      *                   following them on the new account, go to
      *                   TRANPRTX with the cross-range transfers.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select RUN-PARAMETERS assign to "SOLDPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select TRANSACTION-FILE assign to "TRANFILE"
               organization is sequential
               file status is WS-TRAN-STATUS.

           select PARTITION-FILE-1 assign to "TRANPRT1"
               organization is sequential.

           select PARTITION-FILE-2 assign to "TRANPRT2"
               organization is sequential.

           select PARTITION-FILE-3 assign to "TRANPRT3"
               organization is sequential.

           select PARTITION-FILE-4 assign to "TRANPRT4"
               organization is sequential.

           select RESIDUE-FILE assign to "TRANPRTX"
               organization is sequential.

           select RANGE-FILE-1 assign to "SOLDRNG1"
               organization is sequential.

           select RANGE-FILE-2 assign to "SOLDRNG2"
               organization is sequential.

           select RANGE-FILE-3 assign to "SOLDRNG3"
               organization is sequential.

           select RANGE-FILE-4 assign to "SOLDRNG4"
               organization is sequential.

           select RANGE-FILE-X assign to "SOLDRNGX"
               organization is sequential.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       fd  TRANSACTION-FILE.
       copy "TRANREC.cpy".

       fd  PARTITION-FILE-1.
       01  PARTITION-RECORD-1              PIC X(68).

       fd  PARTITION-FILE-2.
       01  PARTITION-RECORD-2              PIC X(68).

       fd  PARTITION-FILE-3.
       01  PARTITION-RECORD-3              PIC X(68).

       fd  PARTITION-FILE-4.
       01  PARTITION-RECORD-4              PIC X(68).

       fd  RESIDUE-FILE.
       01  RESIDUE-RECORD                  PIC X(68).

       fd  RANGE-FILE-1.
       01  RANGE-RECORD-1                  PIC X(41).

       fd  RANGE-FILE-2.
       01  RANGE-RECORD-2                  PIC X(41).

       fd  RANGE-FILE-3.
       01  RANGE-RECORD-3                  PIC X(41).

       fd  RANGE-FILE-4.
       01  RANGE-RECORD-4                  PIC X(41).

       fd  RANGE-FILE-X.
       01  RANGE-RECORD-X                  PIC X(41).

       fd  RUN-LOG.
       copy "RUNLOGRC.cpy".

       working-storage section.
       01  WS-RUNLOG-STATUS                PIC X(02).
           88  WS-RUNLOG-OK                  VALUE "00".
       01  WS-RUNLOG-DATE                  PIC 9(08).
       01  WS-RUNLOG-TIME                  PIC 9(08).
       01  WS-RUNLOG-TS-ALPHA              PIC X(14).

       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-TRAN-STATUS                  PIC X(02).
           88  WS-TRAN-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-TRAN-EOF                VALUE "Y".
           05  WS-SPLIT-DONE-SWITCH         PIC X(01) VALUE "N".
               88  WS-SPLIT-DONE              VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-CREATED-TS                   PIC 9(14) VALUE 0.
       01  WS-CREATED-DATE                 PIC 9(08).
       01  WS-CREATED-TIME                 PIC 9(08).
       01  WS-CREATED-TS-ALPHA             PIC X(14).

      *--------------------------------------------------------------*
      *    The four ranges, from PARM-PARTITION-COUNT and PARM-      *
      *    PARTITION-LIMIT - a range past the count is empty, its    *
      *    low above its high.                                       *
      *--------------------------------------------------------------*
       01  WS-PART-COUNT                   PIC 9(01) VALUE 1.
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY OCCURS 4 TIMES.
               10  WS-RANGE-LOW            PIC 9(09).
               10  WS-RANGE-HIGH           PIC 9(09).
               10  WS-RANGE-TRAN-COUNT     PIC 9(07).
       01  WS-PART-SUB                     PIC 9(01).
       01  WS-PREVIOUS-LIMIT               PIC 9(09).

       01  WS-LOOKUP-ACCT                  PIC 9(09).
       01  WS-FOUND-PART                   PIC 9(01).
       01  WS-TRAN-PART                    PIC 9(01).
       01  WS-OPENED-ACCT                  PIC 9(09) VALUE 0.

       01  WS-READ-COUNT                   PIC 9(07) VALUE 0.
       01  WS-RESIDUE-COUNT                PIC 9(07) VALUE 0.

       copy "PARTREC.cpy".

       procedure division.

       0000-MAINLINE.
           perform 8800-LOG-RUN-START
           perform 1000-INITIALIZE thru 1000-EXIT
           if return-code < 16
              perform 2000-SPLIT-TRANSACTIONS
              perform 4000-WRITE-RANGES
              set WS-SPLIT-DONE to true
           end-if
           perform 9999-TERMINATE thru 9999-EXIT
           perform 8900-LOG-RUN-END
           goback.

      *****************************************************************
      *  Business date and partition setting from SOLDPARM.  The
      *  limits must rise strictly and stay below the top account
      *  number, or a range would be empty or overlap the next.
      *****************************************************************
       1000-INITIALIZE.
           open input RUN-PARAMETERS
           if not WS-PARM-OK
              display "SOLDPARM ILLISIBLE : " WS-PARM-STATUS
              close RUN-PARAMETERS
              move 16 to return-code
              go to 1000-EXIT
           end-if
           read RUN-PARAMETERS
               at end
                   display "SOLDPARM VIDE"
                   close RUN-PARAMETERS
                   move 16 to return-code
                   go to 1000-EXIT
           end-read
           move PARM-PROCESS-DATE to WS-PROCESS-DATE
           if PARM-PARTITION-COUNT > 1
              move PARM-PARTITION-COUNT to WS-PART-COUNT
           end-if
           close RUN-PARAMETERS
           if WS-PART-COUNT > 4
              display "NOMBRE DE PARTITIONS INVALIDE : " WS-PART-COUNT
              move 16 to return-code
              go to 1000-EXIT
           end-if
           move 0 to WS-PREVIOUS-LIMIT
           perform 1100-SET-ONE-RANGE
               varying WS-PART-SUB from 1 by 1
               until WS-PART-SUB > 4
           if return-code = 16
              go to 1000-EXIT
           end-if
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           open input TRANSACTION-FILE
           if not WS-TRAN-OK
              display "TRANFILE ILLISIBLE : " WS-TRAN-STATUS
              close TRANSACTION-FILE
              move 16 to return-code
              go to 1000-EXIT
           end-if
           open output PARTITION-FILE-1
           open output PARTITION-FILE-2
           open output PARTITION-FILE-3
           open output PARTITION-FILE-4
           open output RESIDUE-FILE
           .
       1000-EXIT.
           exit
           .

       1100-SET-ONE-RANGE.
           move 0 to WS-RANGE-TRAN-COUNT(WS-PART-SUB)
           evaluate true
               when WS-PART-SUB > WS-PART-COUNT
                   move 999999999 to WS-RANGE-LOW(WS-PART-SUB)
                   move 0 to WS-RANGE-HIGH(WS-PART-SUB)
               when WS-PART-SUB = WS-PART-COUNT
                   move WS-PREVIOUS-LIMIT to WS-RANGE-LOW(WS-PART-SUB)
                   move 999999999 to WS-RANGE-HIGH(WS-PART-SUB)
               when other
                   if PARM-PARTITION-LIMIT(WS-PART-SUB)
                           not > WS-PREVIOUS-LIMIT
                        or PARM-PARTITION-LIMIT(WS-PART-SUB)
                           = 999999999
                      display "LIMITE DE PARTITION INVALIDE : "
                              WS-PART-SUB " "
                              PARM-PARTITION-LIMIT(WS-PART-SUB)
                      move 16 to return-code
                   end-if
                   move WS-PREVIOUS-LIMIT to WS-RANGE-LOW(WS-PART-SUB)
                   move PARM-PARTITION-LIMIT(WS-PART-SUB)
                       to WS-RANGE-HIGH(WS-PART-SUB)
                   compute WS-PREVIOUS-LIMIT =
                           PARM-PARTITION-LIMIT(WS-PART-SUB) + 1
           end-evaluate
           .

      *****************************************************************
      *  One pass over TRANFILE - each record to its account's range,
      *  a transfer crossing two ranges to the cross-range pass.
      *****************************************************************
       2000-SPLIT-TRANSACTIONS.
           perform 2100-READ-TRANSACTION
           perform 3000-ROUTE-ONE-TRANSACTION until WS-TRAN-EOF
           .

       2100-READ-TRANSACTION.
           read TRANSACTION-FILE
               at end set WS-TRAN-EOF to true
           end-read
           if not WS-TRAN-EOF
              add 1 to WS-READ-COUNT
           end-if
           .

       3000-ROUTE-ONE-TRANSACTION.
           move TRAN-ACCT-NUMBER to WS-LOOKUP-ACCT
           perform 3100-FIND-PARTITION
           move WS-FOUND-PART to WS-TRAN-PART
           if TRAN-TRANSFER and WS-PART-COUNT > 1
              move TRAN-COUNTERPART-ACCT to WS-LOOKUP-ACCT
              perform 3100-FIND-PARTITION
              if WS-FOUND-PART not = WS-TRAN-PART
                 move 0 to WS-TRAN-PART
              end-if
           end-if
           if TRAN-OPEN-ACCT and WS-PART-COUNT > 1
              move TRAN-ACCT-NUMBER to WS-OPENED-ACCT
           end-if
           if TRAN-ACCT-NUMBER = WS-OPENED-ACCT
              move 0 to WS-TRAN-PART
           end-if
           evaluate WS-TRAN-PART
               when 0
                   move TRANSACTION-RECORD to RESIDUE-RECORD
                   write RESIDUE-RECORD
                   add 1 to WS-RESIDUE-COUNT
               when 1
                   move TRANSACTION-RECORD to PARTITION-RECORD-1
                   write PARTITION-RECORD-1
               when 2
                   move TRANSACTION-RECORD to PARTITION-RECORD-2
                   write PARTITION-RECORD-2
               when 3
                   move TRANSACTION-RECORD to PARTITION-RECORD-3
                   write PARTITION-RECORD-3
               when other
                   move TRANSACTION-RECORD to PARTITION-RECORD-4
                   write PARTITION-RECORD-4
           end-evaluate
           if WS-TRAN-PART > 0
              add 1 to WS-RANGE-TRAN-COUNT(WS-TRAN-PART)
           end-if
           perform 2100-READ-TRANSACTION
           .

      *****************************************************************
      *  The range holding WS-LOOKUP-ACCT - the first whose high end
      *  is not below it, the last range catching everything above.
      *****************************************************************
       3100-FIND-PARTITION.
           move 1 to WS-FOUND-PART
           perform 3110-NEXT-PARTITION
               until WS-FOUND-PART = WS-PART-COUNT
                  or WS-LOOKUP-ACCT not > WS-RANGE-HIGH(WS-FOUND-PART)
           .

       3110-NEXT-PARTITION.
           add 1 to WS-FOUND-PART
           .

      *****************************************************************
      *  One range record per run, dated for SOLDUPDT's check that
      *  the split it reads is tonight's.
      *****************************************************************
       4000-WRITE-RANGES.
           accept WS-CREATED-DATE from date yyyymmdd
           accept WS-CREATED-TIME from time
           move spaces to WS-CREATED-TS-ALPHA
           string WS-CREATED-DATE delimited by size
                  WS-CREATED-TIME(1:6) delimited by size
                  into WS-CREATED-TS-ALPHA
           end-string
           move WS-CREATED-TS-ALPHA(1:14) to WS-CREATED-TS
           open output RANGE-FILE-1
           open output RANGE-FILE-2
           open output RANGE-FILE-3
           open output RANGE-FILE-4
           open output RANGE-FILE-X
           perform 4100-WRITE-ONE-RANGE
               varying WS-PART-SUB from 1 by 1
               until WS-PART-SUB > 4
           move "X" to PRNG-PARTITION
           move 0 to PRNG-RANGE-LOW
           move 999999999 to PRNG-RANGE-HIGH
           move WS-PROCESS-DATE to PRNG-PROCESS-DATE
           move WS-CREATED-TS to PRNG-CREATED-TS
           move PARTITION-RANGE-RECORD to RANGE-RECORD-X
           write RANGE-RECORD-X
           close RANGE-FILE-1
           close RANGE-FILE-2
           close RANGE-FILE-3
           close RANGE-FILE-4
           close RANGE-FILE-X
           .

       4100-WRITE-ONE-RANGE.
           move WS-PART-SUB to PRNG-PARTITION
           move WS-RANGE-LOW(WS-PART-SUB) to PRNG-RANGE-LOW
           move WS-RANGE-HIGH(WS-PART-SUB) to PRNG-RANGE-HIGH
           move WS-PROCESS-DATE to PRNG-PROCESS-DATE
           move WS-CREATED-TS to PRNG-CREATED-TS
           evaluate WS-PART-SUB
               when 1
                   move PARTITION-RANGE-RECORD to RANGE-RECORD-1
                   write RANGE-RECORD-1
               when 2
                   move PARTITION-RANGE-RECORD to RANGE-RECORD-2
                   write RANGE-RECORD-2
               when 3
                   move PARTITION-RANGE-RECORD to RANGE-RECORD-3
                   write RANGE-RECORD-3
               when other
                   move PARTITION-RANGE-RECORD to RANGE-RECORD-4
                   write RANGE-RECORD-4
           end-evaluate
           .

       4500-DISPLAY-ONE-RANGE.
           display "PARTITION " WS-PART-SUB " : COMPTES "
                   WS-RANGE-LOW(WS-PART-SUB) " A "
                   WS-RANGE-HIGH(WS-PART-SUB) " - "
                   WS-RANGE-TRAN-COUNT(WS-PART-SUB) " TRANSACTIONS"
           .

      *****************************************************************
      *  Start/end records on the shared nightly-chain run log, read
      *  back by MORNSUM's morning operations summary.
      *****************************************************************
       8800-LOG-RUN-START.
           open extend RUN-LOG
           if not WS-RUNLOG-OK
              close RUN-LOG
              open output RUN-LOG
           end-if
           move "TRANSPLT" to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "TRANSPLT" to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move WS-READ-COUNT to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move return-code to RUNLOG-RETURN-CODE
           if WS-SPLIT-DONE
              move "OK" to RUNLOG-OUTCOME
           else
              move "ERREUR" to RUNLOG-OUTCOME
           end-if
           write RUNLOG-RECORD
           close RUN-LOG
           .

       8950-SET-RUNLOG-TIMESTAMP.
           accept WS-RUNLOG-DATE from date yyyymmdd
           accept WS-RUNLOG-TIME from time
           move spaces to WS-RUNLOG-TS-ALPHA
           string WS-RUNLOG-DATE delimited by size
                  WS-RUNLOG-TIME(1:6) delimited by size
                  into WS-RUNLOG-TS-ALPHA
           end-string
           move WS-RUNLOG-TS-ALPHA(1:14) to RUNLOG-TIMESTAMP
           .

       9999-TERMINATE.
           if not WS-SPLIT-DONE
              display "*** DECOUPAGE NON EFFECTUE - ARRET ***"
              go to 9999-EXIT
           end-if
           close TRANSACTION-FILE
           close PARTITION-FILE-1
           close PARTITION-FILE-2
           close PARTITION-FILE-3
           close PARTITION-FILE-4
           close RESIDUE-FILE
           display "TRANSACTIONS LUES : " WS-READ-COUNT
           perform 4500-DISPLAY-ONE-RANGE
               varying WS-PART-SUB from 1 by 1
               until WS-PART-SUB > WS-PART-COUNT
           display "VIREMENTS ENTRE PARTITIONS : " WS-RESIDUE-COUNT
           .
       9999-EXIT.
           exit
           .
