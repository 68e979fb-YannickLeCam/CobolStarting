      *  cannot cover the installment (missing, closed, or short even
      *  with its authorized overdraft) is not debited: the loan's
      *  arrears counter advances and the loan lands on the arrears
      *  report for the credit clerk.  A missed installment also
      *  moves the loan up the collections ladder (relance, mise en
      *  demeure, contentieux) and is charged the late-payment
      *  penalty; LOANCOLL retries what is still owed each night.
      *
      *  Each loan is stamped with the business date as it is
      *  collected and skipped on a rerun of the same cycle, the
      *                   job skips work already done for the
      *                   cycle and refuses a closed cycle - and
      *                   records its own completion.
      *  2026-09-14  YLC  Collections ladder.  A missed installment
      *                   is added to the loan's arrears amount (with
      *                   its interest part) for LOANCOLL's nightly
      *                   retry, sets the collections stage from the
      *                   arrears count, and charges a late-payment
      *                   penalty of PARM-LATE-PENALTY-RATE percent
      *                   of the installment - debited on channel
      *                   "N" when the account can bear it, carried
      *                   as LOAN-PENALTY-DUE otherwise.  The month's
      *                   installment is capped on the principal not
      *                   already in arrears, and the arrears report
      *                   shows the stage reached.
      *  2026-09-23  YLC  Each collection's interest part is added
      *                   to the loan's total for the calendar year
      *                   the annual fee summary reports.
      *****************************************************************
       environment division.
       input-output section.
       01  WS-INTEREST-PART                PIC 9(9) COMP-3.
       01  WS-PRINCIPAL-PART               PIC 9(9) COMP-3.
       01  WS-COLLECT-AMOUNT               PIC 9(9) COMP-3.
       01  WS-CURRENT-PRINCIPAL            PIC S9(10) COMP-3.
       01  WS-INT-YEAR                     PIC 9(04).
       01  WS-YEAR-INTEREST                PIC 9(9) COMP-3.
       01  WS-PENALTY-RATE                 PIC 9(3)V99 COMP-3
                                               VALUE 0.
       01  WS-PENALTY-AMOUNT               PIC 9(9) COMP-3.
       01  WS-PENALTY-COUNT                PIC 9(06) VALUE 0.
       01  WS-PENALTY-TOTAL                PIC 9(11) VALUE 0.
       01  WS-PENALTY-DEFERRED             PIC 9(06) VALUE 0.
       01  WS-OLD-STAGE                    PIC X(01).
       01  WS-TRAN-AMOUNT                  PIC 9(9) COMP-3.
       01  WS-TRAN-CHANNEL                 PIC X(01).
       01  WS-AVAILABLE                    PIC S9(10) COMP-3.
       01  WS-COLLECTED-COUNT              PIC 9(06) VALUE 0.
       01  WS-ARREARS-COUNT                PIC 9(06) VALUE 0.
       01  WS-BATCH-HASH                   PIC 9(13) VALUE 0.

       01  WS-ARREARS-HEADING             PIC X(80) VALUE
           "PRETS EN IMPAYE - PRET      CLIENT COMPTE    MENSUALITE
      -    " NB STADE".
       01  WS-ARREARS-LINE.
           05  WS-AL-LOAN                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-IMPAYES               PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-MOTIF                 PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-STADE                 PIC X(12).

       01  WS-CYCLE-GATE-SWITCH            PIC X(01) VALUE "N".
           88  WS-CYCLE-SKIP                 VALUE "Y".
                  not at end
                      move PARM-PROCESS-DATE to WS-PROCESS-DATE
                      move PARM-CYCLE-NUMBER to WS-CYCLE-NUMBER
                      move PARM-LATE-PENALTY-RATE
                          to WS-PENALTY-RATE
              end-read
           end-if
           close RUN-PARAMETERS
               LOAN-ANNUAL-RATE / 100 / 12
           compute WS-INTEREST-PART rounded =
               LOAN-OUTSTANDING * WS-MONTHLY-RATE
           compute WS-CURRENT-PRINCIPAL = LOAN-OUTSTANDING
               - (LOAN-ARREARS-AMOUNT - LOAN-ARREARS-INTEREST)
           if WS-CURRENT-PRINCIPAL <= 0
              add 1 to WS-SKIPPED-COUNT
              go to 3000-EXIT
           end-if
           move LOAN-INSTALLMENT to WS-COLLECT-AMOUNT
           if WS-COLLECT-AMOUNT >
                   WS-CURRENT-PRINCIPAL + WS-INTEREST-PART
              compute WS-COLLECT-AMOUNT =
                  WS-CURRENT-PRINCIPAL + WS-INTEREST-PART
           end-if
           perform 3200-CHECK-PAYMENT-ACCOUNT
           if not WS-ACCOUNT-GOOD
           perform 4000-EMIT-COLLECTION-DEBIT
           compute WS-PRINCIPAL-PART =
               WS-COLLECT-AMOUNT - WS-INTEREST-PART
           if WS-PRINCIPAL-PART > WS-CURRENT-PRINCIPAL
              move WS-CURRENT-PRINCIPAL to WS-PRINCIPAL-PART
           end-if
           move spaces to WS-BEFORE-IMAGE
           move LOAN-OUTSTANDING to WS-EDIT-AMOUNT
           subtract WS-PRINCIPAL-PART from LOAN-OUTSTANDING
           add 1 to LOAN-PAID-COUNT
           move WS-PROCESS-DATE to LOAN-LAST-POST-DATE
           move WS-INTEREST-PART to WS-YEAR-INTEREST
           if WS-YEAR-INTEREST > WS-COLLECT-AMOUNT
              move WS-COLLECT-AMOUNT to WS-YEAR-INTEREST
           end-if
           perform 3300-ADD-YEAR-INTEREST
           if LOAN-OUTSTANDING = 0
              set LOAN-PAID-OFF to true
              add 1 to WS-PAID-OFF-COUNT
           end-if
           .

      *****************************************************************
      *  Adds the interest just collected to the loan's running total
      *  for the calendar year - the first collection of a new year
      *  moves the closed year's total across for FEESUMM.
      *****************************************************************
       3300-ADD-YEAR-INTEREST.
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

       4000-EMIT-COLLECTION-DEBIT.
           move WS-COLLECT-AMOUNT to WS-TRAN-AMOUNT
           move "L" to WS-TRAN-CHANNEL
           perform 4050-WRITE-DEBIT
           .

      *****************************************************************
      *  One debit of WS-TRAN-AMOUNT against the payment account, on
      *  the channel the caller left in WS-TRAN-CHANNEL.
      *****************************************************************
       4050-WRITE-DEBIT.
           move spaces to TRANSACTION-RECORD
           move LOAN-PAYMENT-ACCT to TRAN-ACCT-NUMBER
           accept WS-TIME-NOW from time
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
           write BATCH-CONTROL-RECORD
           .

      *****************************************************************
      *  Missed installment - the amount joins the arrears LOANCOLL
      *  retries each night, the collections stage follows the
      *  arrears count, and the late-payment penalty is assessed.
      *****************************************************************
       5000-FLAG-ARREARS.
           move LOAN-COLLECT-STAGE to WS-OLD-STAGE
           add 1 to LOAN-ARREARS-COUNT
           add WS-COLLECT-AMOUNT to LOAN-ARREARS-AMOUNT
           add WS-INTEREST-PART to LOAN-ARREARS-INTEREST
           if LOAN-FIRST-MISSED-DATE = 0
              move WS-PROCESS-DATE to LOAN-FIRST-MISSED-DATE
           end-if
           move WS-PROCESS-DATE to LOAN-LAST-POST-DATE
           perform 5100-SET-COLLECT-STAGE
           perform 5200-ASSESS-PENALTY
           rewrite LOAN-RECORD
               invalid key
                   display "ERREUR REECRITURE PRET : " LOAN-NUMBER
           end-rewrite
           move spaces to WS-BEFORE-IMAGE
           string "STADE " delimited by size
                  WS-OLD-STAGE delimited by size
                  into WS-BEFORE-IMAGE
           end-string
           move "PRTIMP" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           move LOAN-NUMBER to WS-AL-LOAN
           move WS-COLLECT-AMOUNT to WS-AL-AMOUNT
           move LOAN-ARREARS-COUNT to WS-AL-IMPAYES
           move "PROVISION INSUFFIS." to WS-AL-MOTIF
           evaluate true
               when LOAN-STAGE-RELANCE
                   move "RELANCE" to WS-AL-STADE
               when LOAN-STAGE-DEMEURE
                   move "MISE EN DEM." to WS-AL-STADE
               when LOAN-STAGE-CONTENTIEUX
                   move "CONTENTIEUX" to WS-AL-STADE
               when other
                   move spaces to WS-AL-STADE
           end-evaluate
           move spaces to ARREARS-REPORT-LINE
           move WS-ARREARS-LINE to ARREARS-REPORT-LINE
           write ARREARS-REPORT-LINE
           add 1 to WS-ARREARS-COUNT
           .

      *****************************************************************
      *  Ladder position from the number of installments in arrears
      *  - one relance, two mise en demeure, three and more
      *  contentieux.  The stage date moves only when the stage does.
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

      *****************************************************************
      *  Late-payment penalty on the missed installment.  Debited on
      *  the penalty channel when the account is usable and can bear
      *  it on its own; otherwise carried on the loan for LOANCOLL
      *  to collect with the arrears.
      *****************************************************************
       5200-ASSESS-PENALTY.
           if WS-PENALTY-RATE = 0
              go to 5200-EXIT
           end-if
           compute WS-PENALTY-AMOUNT rounded =
               WS-COLLECT-AMOUNT * WS-PENALTY-RATE / 100
           if WS-PENALTY-AMOUNT = 0
              go to 5200-EXIT
           end-if
           add 1 to WS-PENALTY-COUNT
           add WS-PENALTY-AMOUNT to WS-PENALTY-TOTAL
           if WS-ACCTMAST-OK
                   and (ACCT-OPEN or ACCT-DORMANT)
                   and WS-AVAILABLE >= WS-PENALTY-AMOUNT
              move WS-PENALTY-AMOUNT to WS-TRAN-AMOUNT
              move "N" to WS-TRAN-CHANNEL
              perform 4050-WRITE-DEBIT
           else
              add WS-PENALTY-AMOUNT to LOAN-PENALTY-DUE
              add 1 to WS-PENALTY-DEFERRED
           end-if
           .
       5200-EXIT.
           exit
           .

       8000-WRITE-AUDIT.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
                  WS-EDIT-AMOUNT delimited by size
                  " IMPAYES " delimited by size
                  LOAN-ARREARS-COUNT delimited by size
                  " STADE " delimited by size
                  LOAN-COLLECT-STAGE delimited by size
                  into WS-AFTER-IMAGE
           end-string
           move WS-AFTER-IMAGE to AUDIT-AFTER-IMAGE
           display "DONT INTERETS : " WS-INTEREST-TOTAL
           display "PRETS SOLDES : " WS-PAID-OFF-COUNT
           display "IMPAYES : " WS-ARREARS-COUNT
           display "PENALITES DE RETARD : " WS-PENALTY-COUNT
                   " POUR " WS-PENALTY-TOTAL
           display "DONT REPORTEES SUR LE PRET : "
                   WS-PENALTY-DEFERRED
           display "PRETS DEJA TRAITES (IGNORES) : "
                   WS-SKIPPED-COUNT
           .
