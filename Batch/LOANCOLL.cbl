       identification division.
       program-id. LOANCOLL.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-14.
       date-compiled.

      *****************************************************************
      *  LOANCOLL
      *
      *  Nightly loan-collections step, run ahead of the batch proof
      *  with the other TRANRAW contributors.  Every loan carrying
      *  missed installments or unpaid late-payment penalties from
      *  LOANPOST is retried against its payment account: when the
      *  account (open or dormant, within its authorized overdraft)
      *  can now bear the whole arrears they are recovered in one
      *  debit, otherwise as many whole installments as it can bear,
      *  oldest first; penalties are collected once the installments
      *  are clear.  The debits go into the raw stream on the loan
      *  ("L") and penalty ("N") channels so they post through
      *  SOLDUPDT like every other movement, and the loan master is
      *  brought down the collections ladder as the arrears shrink.
      *
      *  What is still owed after the retry is printed on the aged-
      *  arrears worklist for the credit clerk - contentieux first,
      *  then mises en demeure, relances and penalty-only balances,
      *  each with the days since the oldest unpaid installment.
      *
      *  A loan already retried on PARM-PROCESS-DATE, or collected
      *  by LOANPOST that same day, is listed but not retried again.
      *
      *  Modification history
      *  2026-09-14  YLC  Initial version.
      *  2026-09-23  YLC  The interest part of recovered installments
      *                   is added to the loan's total for the
      *                   calendar year the annual fee summary
      *                   reports.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select LOAN-FILE assign to "LOANFILE"
               organization is indexed
               access mode is sequential
               record key is LOAN-KEY
               file status is WS-LOAN-STATUS.

           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCTMAST-STATUS.

           select RAW-TRANSACTION-FILE assign to "TRANRAW"
               organization is sequential
               file status is WS-TRANRAW-STATUS.

           select WORKLIST-REPORT assign to "LOANWRK"
               organization is sequential
               file status is WS-RPT-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select RUN-PARAMETERS assign to "LCOLPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  LOAN-FILE.
       copy "LOANREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  RAW-TRANSACTION-FILE.
       copy "TRANREC.cpy".
       copy "BATCREC.cpy".

       fd  WORKLIST-REPORT.
       01  WORKLIST-REPORT-LINE            PIC X(100).

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       fd  RUN-LOG.
       copy "RUNLOGRC.cpy".

       working-storage section.
       01  WS-RUNLOG-STATUS                PIC X(02).
           88  WS-RUNLOG-OK                  VALUE "00".
       01  WS-RUNLOG-DATE                  PIC 9(08).
       01  WS-RUNLOG-TIME                  PIC 9(08).
       01  WS-RUNLOG-TS-ALPHA              PIC X(14).

       01  WS-LOAN-STATUS                  PIC X(02).
       01  WS-ACCTMAST-STATUS              PIC X(02).
           88  WS-ACCTMAST-OK                VALUE "00".
       01  WS-TRANRAW-STATUS               PIC X(02).
           88  WS-TRANRAW-OK                 VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                   VALUE "00".
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-OPERATOR-ID                  PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                   PIC 9(08).
       01  WS-AUDIT-TIME                   PIC 9(08).
       01  WS-AUDIT-TS-ALPHA               PIC X(14).
       01  WS-AUDIT-SEQUENCE                PIC 9(07) VALUE 0.
       01  WS-AUDIT-ACTION                 PIC X(06).
       01  WS-BEFORE-IMAGE                 PIC X(60).
       01  WS-AFTER-IMAGE                  PIC X(60).

       01  WS-SWITCHES.
           05  WS-LOAN-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-LOAN-EOF               VALUE "Y".
           05  WS-ACCOUNT-GOOD-SWITCH       PIC X(01).
               88  WS-ACCOUNT-GOOD            VALUE "Y".
           05  WS-RECOVERED-SWITCH          PIC X(01).
               88  WS-RECOVERED               VALUE "Y".
           05  WS-LEAP-SWITCH               PIC X(01).
               88  WS-LEAP-YEAR                VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-TIME-NOW                     PIC 9(08).
       01  WS-TS-ALPHA                     PIC X(14).
       01  WS-AVAILABLE                    PIC S9(10) COMP-3.
       01  WS-INT-YEAR                     PIC 9(04).
       01  WS-YEAR-INTEREST                PIC 9(9) COMP-3.
       01  WS-OLD-STAGE                    PIC X(01).
       01  WS-RECOVER-COUNT                PIC 9(03).
       01  WS-RECOVER-AMOUNT               PIC 9(9) COMP-3.
       01  WS-RECOVER-INTEREST             PIC 9(9) COMP-3.
       01  WS-RECOVER-PRINCIPAL            PIC 9(9) COMP-3.
       01  WS-TRAN-AMOUNT                  PIC 9(9) COMP-3.
       01  WS-TRAN-CHANNEL                 PIC X(01).
       01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-PENALTY                 PIC ZZZ,ZZZ,ZZ9.

       01  WS-EXAMINED-COUNT               PIC 9(06) VALUE 0.
       01  WS-CLEARED-COUNT                PIC 9(06) VALUE 0.
       01  WS-PARTIAL-COUNT                PIC 9(06) VALUE 0.
       01  WS-NO-FUNDS-COUNT               PIC 9(06) VALUE 0.
       01  WS-BAD-ACCOUNT-COUNT            PIC 9(06) VALUE 0.
       01  WS-SKIPPED-COUNT                PIC 9(06) VALUE 0.
       01  WS-INSTALL-TOTAL                PIC 9(11) VALUE 0.
       01  WS-PENALTY-TOTAL                PIC 9(11) VALUE 0.
       01  WS-BATCH-NUMBER                 PIC 9(06).
       01  WS-BATCH-COUNT                  PIC 9(06) VALUE 0.
       01  WS-BATCH-HASH                   PIC 9(13) VALUE 0.

      *--------------------------------------------------------------*
      *    Loans still owing after tonight's retry, held for the     *
      *    worklist's one pass per stage.                            *
      *--------------------------------------------------------------*
       01  WS-WORK-TABLE.
           05  WS-WORK-ENTRY OCCURS 500 TIMES.
               10  WS-WK-STAGE             PIC X(01).
               10  WS-WK-LOAN              PIC 9(09).
               10  WS-WK-CUST              PIC 9(06).
               10  WS-WK-ACCT              PIC 9(09).
               10  WS-WK-COUNT             PIC 9(03).
               10  WS-WK-ARREARS           PIC 9(09).
               10  WS-WK-PENALTY           PIC 9(09).
               10  WS-WK-FIRST-MISSED      PIC 9(08).
               10  WS-WK-DAYS              PIC 9(05).
               10  WS-WK-STAGE-DATE        PIC 9(08).
       01  WS-WORK-COUNT                   PIC 9(04) VALUE 0.
       01  WS-WORK-MAX                     PIC 9(04) VALUE 500.
       01  WS-WORK-OVERFLOW                PIC 9(06) VALUE 0.
       01  WS-WORK-SUB                     PIC 9(04).
       01  WS-PRINT-STAGE                  PIC X(01).
       01  WS-STAGE-LOANS                  PIC 9(06).
       01  WS-STAGE-ARREARS                PIC 9(11).
       01  WS-STAGE-PENALTY                PIC 9(11).

       01  WS-WORK-TITLE.
           05  FILLER                      PIC X(38) VALUE
               "IMPAYES PRETS - LISTE DE TRAVAIL DU ".
           05  WS-WT-DATE                  PIC 9(08).
       01  WS-STAGE-HEADING.
           05  FILLER                      PIC X(08) VALUE "STADE : ".
           05  WS-SH-LABEL                 PIC X(30).
       01  WS-COLUMN-HEADING               PIC X(100) VALUE
           "PRET      CLIENT COMPTE    NB    ARRIERES   PENALITES
      -    " 1ER IMP.  JOURS STADE DEPUIS".
       01  WS-WORK-LINE.
           05  WS-WL-LOAN                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-WL-CUST                  PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-WL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-WL-COUNT                 PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-WL-ARREARS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-WL-PENALTY               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-WL-FIRST-MISSED          PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-WL-DAYS                  PIC ZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-WL-STAGE-DATE            PIC 9(08).
       01  WS-STAGE-TOTAL-LINE.
           05  FILLER                      PIC X(10)
                                               VALUE "  TOTAL : ".
           05  WS-TL-LOANS                 PIC ZZZZZ9.
           05  FILLER                      PIC X(12)
                                               VALUE " PRETS  ARR ".
           05  WS-TL-ARREARS               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(06) VALUE "  PEN ".
           05  WS-TL-PENALTY               PIC ZZ,ZZZ,ZZZ,ZZ9.

      *--------------------------------------------------------------*
      *    Aging - days from the oldest unpaid installment to the    *
      *    business date, through the same day-serial arithmetic as  *
      *    GLRECON.                                                  *
      *--------------------------------------------------------------*
       01  WS-SERIAL-DATE                  PIC 9(08).
       01  WS-SERIAL-DATE-SPLIT REDEFINES WS-SERIAL-DATE.
           05  WS-SERIAL-YEAR              PIC 9(04).
           05  WS-SERIAL-MONTH             PIC 9(02).
           05  WS-SERIAL-DAY               PIC 9(02).
       01  WS-SERIAL-DAYS                  PIC 9(07).
       01  WS-SERIAL-YEARS                 PIC 9(04).
       01  WS-LEAP-DAYS-4                  PIC 9(04).
       01  WS-LEAP-DAYS-100                PIC 9(04).
       01  WS-LEAP-DAYS-400                PIC 9(04).
       01  WS-PROCESS-SERIAL               PIC 9(07).
       01  WS-MISSED-SERIAL                PIC 9(07).

       01  WS-MONTH-OFFSET-DEF.
           05  FILLER                      PIC 9(03) VALUE 000.
           05  FILLER                      PIC 9(03) VALUE 031.
           05  FILLER                      PIC 9(03) VALUE 059.
           05  FILLER                      PIC 9(03) VALUE 090.
           05  FILLER                      PIC 9(03) VALUE 120.
           05  FILLER                      PIC 9(03) VALUE 151.
           05  FILLER                      PIC 9(03) VALUE 181.
           05  FILLER                      PIC 9(03) VALUE 212.
           05  FILLER                      PIC 9(03) VALUE 243.
           05  FILLER                      PIC 9(03) VALUE 273.
           05  FILLER                      PIC 9(03) VALUE 304.
           05  FILLER                      PIC 9(03) VALUE 334.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DEF.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).

      *--------------------------------------------------------------*
      *    Oldest-unpaid date moved on by the installments recovered *
      *    - month addition clamped as in TDMATUR.                   *
      *--------------------------------------------------------------*
       01  WS-MATURITY-WORK.
           05  WS-MAT-DATE                 PIC 9(08).
           05  WS-MAT-DATE-SPLIT REDEFINES WS-MAT-DATE.
               10  WS-MAT-YEAR             PIC 9(04).
               10  WS-MAT-MONTH            PIC 9(02).
               10  WS-MAT-DAY              PIC 9(02).
           05  WS-MAT-ADD-MONTHS           PIC 9(03).
           05  WS-MAT-TOTAL-MONTHS         PIC 9(06).
           05  WS-MAT-QUOTIENT             PIC 9(04).
           05  WS-MAT-REMAINDER            PIC 9(04).
           05  WS-MAT-LAST-DAY             PIC 9(02).
           05  WS-LEAP-QUOTIENT            PIC 9(04).
           05  WS-LEAP-REMAINDER           PIC 9(04).

       01  WS-MONTH-LENGTH-DEF.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 28.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DEF.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 8800-LOG-RUN-START
           perform 2000-READ-LOAN
           perform 3000-EXAMINE-LOAN thru 3000-EXIT
               until WS-LOAN-EOF
           perform 6000-PRINT-WORKLIST
           perform 8900-LOG-RUN-END
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open i-o LOAN-FILE
           open input ACCOUNT-MASTER
           open extend RAW-TRANSACTION-FILE
           if not WS-TRANRAW-OK
              close RAW-TRANSACTION-FILE
              open output RAW-TRANSACTION-FILE
           end-if
           open output WORKLIST-REPORT
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end continue
                  not at end move PARM-PROCESS-DATE
                                to WS-PROCESS-DATE
              end-read
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           move WS-PROCESS-DATE to WS-SERIAL-DATE
           perform 8910-DATE-TO-SERIAL
           move WS-SERIAL-DAYS to WS-PROCESS-SERIAL
           perform 4500-WRITE-BATCH-HEADER
           .

       2000-READ-LOAN.
           read LOAN-FILE next record
               at end set WS-LOAN-EOF to true
           end-read
           .

      *****************************************************************
      *  One loan: anything owed is retried against the payment
      *  account, the ladder follows what is left, and a loan still
      *  owing goes on the worklist.
      *****************************************************************
       3000-EXAMINE-LOAN.
           if LOAN-ARREARS-COUNT = 0 and LOAN-PENALTY-DUE = 0
              go to 3000-EXIT
           end-if
           add 1 to WS-EXAMINED-COUNT
           if LOAN-LAST-RETRY-DATE = WS-PROCESS-DATE
                   or LOAN-LAST-POST-DATE = WS-PROCESS-DATE
              add 1 to WS-SKIPPED-COUNT
              perform 5500-ADD-TO-WORKLIST
              go to 3000-EXIT
           end-if
           perform 3200-CHECK-PAYMENT-ACCOUNT
           if not WS-ACCOUNT-GOOD
              add 1 to WS-BAD-ACCOUNT-COUNT
              perform 5500-ADD-TO-WORKLIST
              go to 3000-EXIT
           end-if
           move "N" to WS-RECOVERED-SWITCH
           move LOAN-COLLECT-STAGE to WS-OLD-STAGE
           move LOAN-ARREARS-AMOUNT to WS-EDIT-AMOUNT
           move LOAN-PENALTY-DUE to WS-EDIT-PENALTY
           move spaces to WS-BEFORE-IMAGE
           string "IMPAYES " delimited by size
                  LOAN-ARREARS-COUNT delimited by size
                  " ARR " delimited by size
                  WS-EDIT-AMOUNT delimited by size
                  " PEN " delimited by size
                  WS-EDIT-PENALTY delimited by size
                  " STADE " delimited by size
                  LOAN-COLLECT-STAGE delimited by size
                  into WS-BEFORE-IMAGE
           end-string
           perform 4000-RECOVER-INSTALLMENTS thru 4000-EXIT
           perform 4100-RECOVER-PENALTY thru 4100-EXIT
           if not WS-RECOVERED
              add 1 to WS-NO-FUNDS-COUNT
              perform 5500-ADD-TO-WORKLIST
              go to 3000-EXIT
           end-if
           perform 5100-SET-COLLECT-STAGE
           move WS-PROCESS-DATE to LOAN-LAST-RETRY-DATE
           if LOAN-OUTSTANDING = 0 and LOAN-ARREARS-COUNT = 0
              set LOAN-PAID-OFF to true
           end-if
           rewrite LOAN-RECORD
               invalid key
                   display "ERREUR REECRITURE PRET : " LOAN-NUMBER
           end-rewrite
           move "PRTREC" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           if LOAN-ARREARS-COUNT = 0 and LOAN-PENALTY-DUE = 0
              add 1 to WS-CLEARED-COUNT
           else
              add 1 to WS-PARTIAL-COUNT
              perform 5500-ADD-TO-WORKLIST
           end-if
           .
       3000-EXIT.
           perform 2000-READ-LOAN
           .

      *****************************************************************
      *  The payment account must exist and be open or dormant; what
      *  it can bear is its balance plus the authorized overdraft,
      *  the same test LOANPOST applies at month end.
      *****************************************************************
       3200-CHECK-PAYMENT-ACCOUNT.
           move "N" to WS-ACCOUNT-GOOD-SWITCH
           move 0 to WS-AVAILABLE
           move LOAN-PAYMENT-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   continue
           end-read
           if WS-ACCTMAST-OK
              if ACCT-OPEN or ACCT-DORMANT
                 move "Y" to WS-ACCOUNT-GOOD-SWITCH
                 compute WS-AVAILABLE =
                     ACCT-SOLDE + ACCT-OVERDRAFT-LIMIT
              end-if
           end-if
           .

      *****************************************************************
      *  Installments first.  The whole arrears when the account can
      *  bear them, otherwise as many whole installments as it can,
      *  with the interest part taken pro rata from the arrears'
      *  interest.  The principal part comes off the outstanding
      *  balance as LOANPOST's collection would have.
      *****************************************************************
       4000-RECOVER-INSTALLMENTS.
           if LOAN-ARREARS-COUNT = 0 or WS-AVAILABLE <= 0
              go to 4000-EXIT
           end-if
           if WS-AVAILABLE >= LOAN-ARREARS-AMOUNT
              move LOAN-ARREARS-COUNT to WS-RECOVER-COUNT
              move LOAN-ARREARS-AMOUNT to WS-RECOVER-AMOUNT
              move LOAN-ARREARS-INTEREST to WS-RECOVER-INTEREST
           else
              if LOAN-INSTALLMENT = 0
                 go to 4000-EXIT
              end-if
              divide WS-AVAILABLE by LOAN-INSTALLMENT
                  giving WS-RECOVER-COUNT
              if WS-RECOVER-COUNT >= LOAN-ARREARS-COUNT
                 compute WS-RECOVER-COUNT = LOAN-ARREARS-COUNT - 1
              end-if
              if WS-RECOVER-COUNT = 0
                 go to 4000-EXIT
              end-if
              compute WS-RECOVER-AMOUNT =
                  WS-RECOVER-COUNT * LOAN-INSTALLMENT
              if WS-RECOVER-AMOUNT > LOAN-ARREARS-AMOUNT
                 move LOAN-ARREARS-AMOUNT to WS-RECOVER-AMOUNT
              end-if
              compute WS-RECOVER-INTEREST rounded =
                  LOAN-ARREARS-INTEREST * WS-RECOVER-COUNT
                  / LOAN-ARREARS-COUNT
           end-if
           if WS-RECOVER-AMOUNT = 0
              go to 4000-EXIT
           end-if
           if WS-RECOVER-INTEREST > WS-RECOVER-AMOUNT
              move WS-RECOVER-AMOUNT to WS-RECOVER-INTEREST
           end-if
           compute WS-RECOVER-PRINCIPAL =
               WS-RECOVER-AMOUNT - WS-RECOVER-INTEREST
           if WS-RECOVER-PRINCIPAL > LOAN-OUTSTANDING
              move LOAN-OUTSTANDING to WS-RECOVER-PRINCIPAL
           end-if
           move WS-RECOVER-AMOUNT to WS-TRAN-AMOUNT
           move "L" to WS-TRAN-CHANNEL
           perform 4050-WRITE-DEBIT
           subtract WS-RECOVER-AMOUNT from WS-AVAILABLE
           subtract WS-RECOVER-COUNT from LOAN-ARREARS-COUNT
           add WS-RECOVER-COUNT to LOAN-PAID-COUNT
           move WS-RECOVER-INTEREST to WS-YEAR-INTEREST
           perform 4020-ADD-YEAR-INTEREST
           subtract WS-RECOVER-PRINCIPAL from LOAN-OUTSTANDING
           if LOAN-ARREARS-COUNT = 0
              move 0 to LOAN-ARREARS-AMOUNT
              move 0 to LOAN-ARREARS-INTEREST
              move 0 to LOAN-FIRST-MISSED-DATE
           else
              subtract WS-RECOVER-AMOUNT from LOAN-ARREARS-AMOUNT
              subtract WS-RECOVER-INTEREST from LOAN-ARREARS-INTEREST
              move LOAN-FIRST-MISSED-DATE to WS-MAT-DATE
              move WS-RECOVER-COUNT to WS-MAT-ADD-MONTHS
              perform 7800-ADD-MONTHS-CLAMPED
              move WS-MAT-DATE to LOAN-FIRST-MISSED-DATE
           end-if
           add WS-RECOVER-AMOUNT to WS-INSTALL-TOTAL
           set WS-RECOVERED to true
           .
       4000-EXIT.
           exit
           .

      *****************************************************************
      *  Adds the interest just collected to the loan's running total
      *  for the calendar year - the first collection of a new year
      *  moves the closed year's total across for FEESUMM.
      *****************************************************************
       4020-ADD-YEAR-INTEREST.
           move WS-PROCESS-DATE(1:4) to WS-INT-YEAR
           if LOAN-INT-YEAR not = WS-INT-YEAR
              if LOAN-INT-YEAR + 1 = WS-INT-YEAR
                 move LOAN-INT-YEAR-TOTAL to LOAN-INT-PRIOR-YEAR-TOTAL
              else
                 move 0 to LOAN-INT-PRIOR-YEAR-TOTAL
              end-if
              move WS-INT-YEAR to LOAN-INT-YEAR
              move 0 to LOAN-INT-YEAR-TOTAL
           end-if
           add WS-YEAR-INTEREST to LOAN-INT-YEAR-TOTAL
           .

      *****************************************************************
      *  Penalties once the installments are clear, and only whole -
      *  a penalty balance is not split across nights.
      *****************************************************************
       4100-RECOVER-PENALTY.
           if LOAN-ARREARS-COUNT > 0 or LOAN-PENALTY-DUE = 0
              go to 4100-EXIT
           end-if
           if WS-AVAILABLE < LOAN-PENALTY-DUE
              go to 4100-EXIT
           end-if
           move LOAN-PENALTY-DUE to WS-TRAN-AMOUNT
           move "N" to WS-TRAN-CHANNEL
           perform 4050-WRITE-DEBIT
           subtract LOAN-PENALTY-DUE from WS-AVAILABLE
           add LOAN-PENALTY-DUE to WS-PENALTY-TOTAL
           move 0 to LOAN-PENALTY-DUE
           set WS-RECOVERED to true
           .
       4100-EXIT.
           exit
           .

      *****************************************************************
      *  One debit of WS-TRAN-AMOUNT against the payment account, on
      *  the channel the caller left in WS-TRAN-CHANNEL.
      *****************************************************************
       4050-WRITE-DEBIT.
           move spaces to TRANSACTION-RECORD
           move LOAN-PAYMENT-ACCT to TRAN-ACCT-NUMBER
           accept WS-TIME-NOW from time
           move spaces to WS-TS-ALPHA
           string WS-PROCESS-DATE delimited by size
                  WS-TIME-NOW(1:6) delimited by size
                  into WS-TS-ALPHA
           end-string
           move WS-TS-ALPHA(1:14) to TRAN-TIMESTAMP
           set TRAN-DEBIT to true
           move WS-TRAN-AMOUNT to TRAN-AMOUNT
           move 0 to TRAN-COUNTERPART-ACCT
           move 0 to TRAN-CUST-NUMBER
           move 0 to TRAN-CHEQUE-SERIAL
           move WS-TRAN-CHANNEL to TRAN-CHANNEL
           move 0 to TRAN-ORIG-TIMESTAMP
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
           add WS-TRAN-AMOUNT to WS-BATCH-HASH
               on size error
                   continue
           end-add
           .

      *****************************************************************
      *  Batch header/trailer for the night's recoveries - the
      *  trailer carries the record count and hashed amount total
      *  BATPROOF verifies.
      *****************************************************************
       4500-WRITE-BATCH-HEADER.
           accept WS-TIME-NOW from time
           move spaces to BATCH-CONTROL-RECORD
           set BCT-HEADER to true
           move "LOANCOLL" to BCT-SOURCE-ID
           move WS-TIME-NOW(1:6) to WS-BATCH-NUMBER
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move 0 to BCT-RECORD-COUNT
           move 0 to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           .

       4600-WRITE-BATCH-TRAILER.
           move spaces to BATCH-CONTROL-RECORD
           set BCT-TRAILER to true
           move "LOANCOLL" to BCT-SOURCE-ID
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move WS-BATCH-COUNT to BCT-RECORD-COUNT
           move WS-BATCH-HASH to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           .

      *****************************************************************
      *  Ladder position from the installments still in arrears -
      *  the same rule as LOANPOST, so a loan steps back down as the
      *  arrears are recovered.  The stage date moves only when the
      *  stage does.
      *****************************************************************
       5100-SET-COLLECT-STAGE.
           evaluate true
               when LOAN-ARREARS-COUNT = 0
                   set LOAN-STAGE-NONE to true
               when LOAN-ARREARS-COUNT = 1
                   set LOAN-STAGE-RELANCE to true
               when LOAN-ARREARS-COUNT = 2
                   set LOAN-STAGE-DEMEURE to true
               when other
                   set LOAN-STAGE-CONTENTIEUX to true
           end-evaluate
           if LOAN-COLLECT-STAGE not = WS-OLD-STAGE
              move WS-PROCESS-DATE to LOAN-STAGE-DATE
           end-if
           .

       5500-ADD-TO-WORKLIST.
           if WS-WORK-COUNT >= WS-WORK-MAX
              add 1 to WS-WORK-OVERFLOW
              go to 5500-EXIT
           end-if
           add 1 to WS-WORK-COUNT
           move LOAN-COLLECT-STAGE to WS-WK-STAGE(WS-WORK-COUNT)
           move LOAN-NUMBER to WS-WK-LOAN(WS-WORK-COUNT)
           move LOAN-CUST-NUMBER to WS-WK-CUST(WS-WORK-COUNT)
           move LOAN-PAYMENT-ACCT to WS-WK-ACCT(WS-WORK-COUNT)
           move LOAN-ARREARS-COUNT to WS-WK-COUNT(WS-WORK-COUNT)
           move LOAN-ARREARS-AMOUNT to WS-WK-ARREARS(WS-WORK-COUNT)
           move LOAN-PENALTY-DUE to WS-WK-PENALTY(WS-WORK-COUNT)
           move LOAN-FIRST-MISSED-DATE
               to WS-WK-FIRST-MISSED(WS-WORK-COUNT)
           move LOAN-STAGE-DATE to WS-WK-STAGE-DATE(WS-WORK-COUNT)
           move 0 to WS-WK-DAYS(WS-WORK-COUNT)
           if LOAN-FIRST-MISSED-DATE > 0
                   and LOAN-FIRST-MISSED-DATE < WS-PROCESS-DATE
              move LOAN-FIRST-MISSED-DATE to WS-SERIAL-DATE
              perform 8910-DATE-TO-SERIAL
              move WS-SERIAL-DAYS to WS-MISSED-SERIAL
              compute WS-WK-DAYS(WS-WORK-COUNT) =
                  WS-PROCESS-SERIAL - WS-MISSED-SERIAL
           end-if
           .
       5500-EXIT.
           exit
           .

      *****************************************************************
      *  Worklist - one section per stage, most advanced first, each
      *  closed with its loan count and amounts.
      *****************************************************************
       6000-PRINT-WORKLIST.
           move WS-PROCESS-DATE to WS-WT-DATE
           move spaces to WORKLIST-REPORT-LINE
           move WS-WORK-TITLE to WORKLIST-REPORT-LINE
           write WORKLIST-REPORT-LINE
           move "C" to WS-PRINT-STAGE
           move "CONTENTIEUX (3 IMPAYES ET +)" to WS-SH-LABEL
           perform 6100-PRINT-STAGE
           move "M" to WS-PRINT-STAGE
           move "MISE EN DEMEURE (2 IMPAYES)" to WS-SH-LABEL
           perform 6100-PRINT-STAGE
           move "R" to WS-PRINT-STAGE
           move "RELANCE (1 IMPAYE)" to WS-SH-LABEL
           perform 6100-PRINT-STAGE
           move " " to WS-PRINT-STAGE
           move "PENALITES SEULES" to WS-SH-LABEL
           perform 6100-PRINT-STAGE
           if WS-WORK-OVERFLOW > 0
              move spaces to WORKLIST-REPORT-LINE
              string "*** LISTE TRONQUEE - " delimited by size
                     WS-WORK-OVERFLOW delimited by size
                     " PRETS NON IMPRIMES ***" delimited by size
                     into WORKLIST-REPORT-LINE
              end-string
              write WORKLIST-REPORT-LINE
           end-if
           .

       6100-PRINT-STAGE.
           move 0 to WS-STAGE-LOANS
           move 0 to WS-STAGE-ARREARS
           move 0 to WS-STAGE-PENALTY
           move spaces to WORKLIST-REPORT-LINE
           write WORKLIST-REPORT-LINE
           move spaces to WORKLIST-REPORT-LINE
           move WS-STAGE-HEADING to WORKLIST-REPORT-LINE
           write WORKLIST-REPORT-LINE
           move WS-COLUMN-HEADING to WORKLIST-REPORT-LINE
           write WORKLIST-REPORT-LINE
           perform 6200-PRINT-ONE-LOAN
               varying WS-WORK-SUB from 1 by 1
               until WS-WORK-SUB > WS-WORK-COUNT
           move WS-STAGE-LOANS to WS-TL-LOANS
           move WS-STAGE-ARREARS to WS-TL-ARREARS
           move WS-STAGE-PENALTY to WS-TL-PENALTY
           move spaces to WORKLIST-REPORT-LINE
           move WS-STAGE-TOTAL-LINE to WORKLIST-REPORT-LINE
           write WORKLIST-REPORT-LINE
           .

       6200-PRINT-ONE-LOAN.
           if WS-WK-STAGE(WS-WORK-SUB) = WS-PRINT-STAGE
              move WS-WK-LOAN(WS-WORK-SUB) to WS-WL-LOAN
              move WS-WK-CUST(WS-WORK-SUB) to WS-WL-CUST
              move WS-WK-ACCT(WS-WORK-SUB) to WS-WL-ACCT
              move WS-WK-COUNT(WS-WORK-SUB) to WS-WL-COUNT
              move WS-WK-ARREARS(WS-WORK-SUB) to WS-WL-ARREARS
              move WS-WK-PENALTY(WS-WORK-SUB) to WS-WL-PENALTY
              move WS-WK-FIRST-MISSED(WS-WORK-SUB)
                  to WS-WL-FIRST-MISSED
              move WS-WK-DAYS(WS-WORK-SUB) to WS-WL-DAYS
              move WS-WK-STAGE-DATE(WS-WORK-SUB) to WS-WL-STAGE-DATE
              move spaces to WORKLIST-REPORT-LINE
              move WS-WORK-LINE to WORKLIST-REPORT-LINE
              write WORKLIST-REPORT-LINE
              add 1 to WS-STAGE-LOANS
              add WS-WK-ARREARS(WS-WORK-SUB) to WS-STAGE-ARREARS
              add WS-WK-PENALTY(WS-WORK-SUB) to WS-STAGE-PENALTY
           end-if
           .

      *****************************************************************
      *  Adds WS-MAT-ADD-MONTHS months to WS-MAT-DATE, clamping the
      *  day to the target month's last day (February corrected for
      *  leap years) - same arithmetic as TERMMNT and TDMATUR.
      *****************************************************************
       7800-ADD-MONTHS-CLAMPED.
           compute WS-MAT-TOTAL-MONTHS =
               (WS-MAT-YEAR * 12) + WS-MAT-MONTH - 1
               + WS-MAT-ADD-MONTHS
           divide WS-MAT-TOTAL-MONTHS by 12
               giving WS-MAT-QUOTIENT
               remainder WS-MAT-REMAINDER
           move WS-MAT-QUOTIENT to WS-MAT-YEAR
           compute WS-MAT-MONTH = WS-MAT-REMAINDER + 1
           move WS-MONTH-DAYS(WS-MAT-MONTH) to WS-MAT-LAST-DAY
           if WS-MAT-MONTH = 2
              move "N" to WS-LEAP-SWITCH
              divide WS-MAT-YEAR by 4 giving WS-LEAP-QUOTIENT
                  remainder WS-LEAP-REMAINDER
              if WS-LEAP-REMAINDER = 0
                 divide WS-MAT-YEAR by 100
                     giving WS-LEAP-QUOTIENT
                     remainder WS-LEAP-REMAINDER
                 if WS-LEAP-REMAINDER not = 0
                    move "Y" to WS-LEAP-SWITCH
                 else
                    divide WS-MAT-YEAR by 400
                        giving WS-LEAP-QUOTIENT
                        remainder WS-LEAP-REMAINDER
                    if WS-LEAP-REMAINDER = 0
                       move "Y" to WS-LEAP-SWITCH
                    end-if
                 end-if
              end-if
              if WS-LEAP-YEAR
                 move 29 to WS-MAT-LAST-DAY
              end-if
           end-if
           if WS-MAT-DAY > WS-MAT-LAST-DAY
              move WS-MAT-LAST-DAY to WS-MAT-DAY
           end-if
           .

       8000-WRITE-AUDIT.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "LOANCOLL" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move LOAN-NUMBER to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           move LOAN-ARREARS-AMOUNT to WS-EDIT-AMOUNT
           move LOAN-PENALTY-DUE to WS-EDIT-PENALTY
           move spaces to WS-AFTER-IMAGE
           string "IMPAYES " delimited by size
                  LOAN-ARREARS-COUNT delimited by size
                  " ARR " delimited by size
                  WS-EDIT-AMOUNT delimited by size
                  " PEN " delimited by size
                  WS-EDIT-PENALTY delimited by size
                  " STADE " delimited by size
                  LOAN-COLLECT-STAGE delimited by size
                  into WS-AFTER-IMAGE
           end-string
           move WS-AFTER-IMAGE to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
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
           move "LOANCOLL" to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "LOANCOLL" to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           compute RUNLOG-RECORD-COUNT = WS-CLEARED-COUNT
                                       + WS-PARTIAL-COUNT
           move WS-BAD-ACCOUNT-COUNT to RUNLOG-REJECT-COUNT
           move return-code to RUNLOG-RETURN-CODE
           move "OK" to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           close RUN-LOG
           .

      *****************************************************************
      *  Converts WS-SERIAL-DATE (YYYYMMDD) to a day count from a
      *  fixed origin so two dates can be subtracted directly.
      *****************************************************************
       8910-DATE-TO-SERIAL.
           compute WS-SERIAL-YEARS = WS-SERIAL-YEAR - 1
           divide WS-SERIAL-YEARS by 4 giving WS-LEAP-DAYS-4
           divide WS-SERIAL-YEARS by 100 giving WS-LEAP-DAYS-100
           divide WS-SERIAL-YEARS by 400 giving WS-LEAP-DAYS-400
           compute WS-SERIAL-DAYS = WS-SERIAL-YEARS * 365
               + WS-LEAP-DAYS-4
               - WS-LEAP-DAYS-100
               + WS-LEAP-DAYS-400
           add WS-MONTH-OFFSET(WS-SERIAL-MONTH) to WS-SERIAL-DAYS
           if WS-SERIAL-MONTH > 2
              divide WS-SERIAL-YEAR by 4 giving WS-LEAP-QUOTIENT
                  remainder WS-LEAP-REMAINDER
              if WS-LEAP-REMAINDER = 0
                 divide WS-SERIAL-YEAR by 100 giving WS-LEAP-QUOTIENT
                     remainder WS-LEAP-REMAINDER
                 if WS-LEAP-REMAINDER not = 0
                    add 1 to WS-SERIAL-DAYS
                 else
                    divide WS-SERIAL-YEAR by 400
                        giving WS-LEAP-QUOTIENT
                        remainder WS-LEAP-REMAINDER
                    if WS-LEAP-REMAINDER = 0
                       add 1 to WS-SERIAL-DAYS
                    end-if
                 end-if
              end-if
           end-if
           add WS-SERIAL-DAY to WS-SERIAL-DAYS
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

      *****************************************************************
      *  FINRUN trailer closing this run's journal records - the
      *  sequence field carries the count AUDITVER proves the run
      *  against.
      *****************************************************************
       8990-WRITE-AUDIT-TRAILER.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "LOANCOLL" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           perform 4600-WRITE-BATCH-TRAILER
           close LOAN-FILE
           close ACCOUNT-MASTER
           close RAW-TRANSACTION-FILE
           close WORKLIST-REPORT
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           display "DATE DE TRAITEMENT : " WS-PROCESS-DATE
           display "PRETS EN IMPAYE EXAMINES : " WS-EXAMINED-COUNT
           display "REGULARISES : " WS-CLEARED-COUNT
           display "RECOUVREMENT PARTIEL : " WS-PARTIAL-COUNT
           display "SANS PROVISION : " WS-NO-FUNDS-COUNT
           display "COMPTE INUTILISABLE : " WS-BAD-ACCOUNT-COUNT
           display "DEJA TRAITES CE JOUR : " WS-SKIPPED-COUNT
           display "ECHEANCES RECOUVREES : " WS-INSTALL-TOTAL
           display "PENALITES RECOUVREES : " WS-PENALTY-TOTAL
           display "PRETS SUR LA LISTE DE TRAVAIL : " WS-WORK-COUNT
           .
