       identification division.
       program-id. CLOSEGEN.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-29.
       date-compiled.

      *****************************************************************
      *  CLOSEGEN
      *
      *  Nightly account closing settlement, run after SWEEPGEN on
      *  the balances the night's posting has left.  For every
      *  pending closing request (CLSREC.cpy, taken in CLSMNT) whose
      *  closing date has come, the blockers CLSMNT checked are
      *  checked again - deceased holder, active hold, loan still
      *  running on the account, deposited cheque not yet cleared,
      *  live sweep arrangement - and the settlement is worked out:
      *
      *    - credit interest: the accrual INTACCR has left in the
      *      memo field, plus the days not yet accrued (from the
      *      start of the month of the last accrual, or of this
      *      month, up to tonight) on the positive end-of-day
      *      balances of the snapshot history and tonight's balance,
      *      at the product's tier rate over 365;
      *    - the month's flat service charge pro rata to the day of
      *      the month, unless FEEGEN has already charged the month;
      *    - debit interest on the overdrawn days DEBINT has not yet
      *      charged, the same way, at the product's debit rate;
      *    - the remainder - balance plus interest less fee and debit
      *      interest - by transfer to the nominated account or out
      *      as a bank cheque to the customer.
      *
      *  The movements go out in that order, then the "F" close,
      *  stamped one second apart so the sort keeps them in order,
      *  on the sweep pass stream (appended to SWEEPGEN's batch as a
      *  batch of their own) to be proved and posted by STEP010B-D
      *  the same night.  A remainder below zero, a nominated
      *  account no longer open or one the transfer would take past
      *  its product's legal ceiling refuses the request.  The
      *  account's accrual, fee and debit-interest guards are
      *  stamped with the business date, as INTACCR, FEEGEN and
      *  DEBINT stamp them, so the month-end runs do not charge the
      *  same days again.  The next night each generated request is
      *  found closed (executed) or not (failed - the reject is on
      *  SOLDREJ).  The closing statement itself goes out with the
      *  month-end ACCTSTMT run.  Every request acted on is printed
      *  on the closing report and journalled to AUDIT-JOURNAL.
      *
      *  Modification history
      *  2026-09-29  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select CLOSING-REQUEST-FILE assign to "CLSREQ"
               organization is indexed
               access mode is dynamic
               record key is CLS-KEY
               file status is WS-CLSREQ-STATUS.

           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is random
               record key is ACCT-NUMBER
               file status is WS-ACCTMAST-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is random
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select HOLD-FILE assign to "HOLDFILE"
               organization is indexed
               access mode is random
               record key is HOLD-KEY
               file status is WS-HOLDFILE-STATUS.

           select LOAN-FILE assign to "LOANFILE"
               organization is indexed
               access mode is sequential
               record key is LOAN-KEY
               file status is WS-LOAN-STATUS.

           select CHEQUE-DEPOSIT-FILE assign to "CHQDEP"
               organization is indexed
               access mode is dynamic
               record key is CDP-KEY
               file status is WS-CHQDEP-STATUS.

           select SWEEP-FILE assign to "SWEEPFIL"
               organization is indexed
               access mode is sequential
               record key is SWP-KEY
               file status is WS-SWEEP-STATUS.

           select RATE-FILE assign to "RATEFILE"
               organization is indexed
               access mode is dynamic
               record key is RATE-KEY
               file status is WS-RATE-STATUS.

           select FEE-FILE assign to "FEEFILE"
               organization is indexed
               access mode is random
               record key is FEE-KEY
               file status is WS-FEE-STATUS.

           select PRODUCT-RULE-FILE assign to "PRODRULE"
               organization is indexed
               access mode is random
               record key is PRD-KEY
               file status is WS-PRDRULE-STATUS.

           select SNAPSHOT-HISTORY assign to "SNAPHIST"
               organization is sequential
               file status is WS-SNAP-STATUS.

           select RAW-TRANSACTION-FILE assign to "TRANRAW"
               organization is sequential
               file status is WS-TRANRAW-STATUS.

           select CLOSING-REPORT assign to "CLSRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select RUN-PARAMETERS assign to "CLSPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  CLOSING-REQUEST-FILE.
       copy "CLSREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  HOLD-FILE.
       copy "HOLDREC.cpy".

       fd  LOAN-FILE.
       copy "LOANREC.cpy".

       fd  CHEQUE-DEPOSIT-FILE.
       copy "CDEPREC.cpy".

       fd  SWEEP-FILE.
       copy "SWEEPREC.cpy".

       fd  RATE-FILE.
       copy "RATEREC.cpy".

       fd  FEE-FILE.
       copy "FEEREC.cpy".

       fd  PRODUCT-RULE-FILE.
       copy "PRODREC.cpy".

       fd  SNAPSHOT-HISTORY.
       copy "SNAPREC.cpy".

       fd  RAW-TRANSACTION-FILE.
       copy "TRANREC.cpy".
       copy "BATCREC.cpy".

       fd  CLOSING-REPORT.
       01  CLOSING-REPORT-LINE             PIC X(100).

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

       01  WS-CLSREQ-STATUS                PIC X(02).
           88  WS-CLSREQ-OK                  VALUE "00".
       01  WS-ACCTMAST-STATUS              PIC X(02).
       01  WS-CUSTMAST-STATUS              PIC X(02).
       01  WS-HOLDFILE-STATUS              PIC X(02).
           88  WS-HOLDFILE-OK                VALUE "00".
       01  WS-LOAN-STATUS                  PIC X(02).
           88  WS-LOAN-OK                    VALUE "00".
       01  WS-CHQDEP-STATUS                PIC X(02).
           88  WS-CHQDEP-OK                  VALUE "00".
       01  WS-SWEEP-STATUS                 PIC X(02).
           88  WS-SWEEP-OK                   VALUE "00".
       01  WS-RATE-STATUS                  PIC X(02).
           88  WS-RATE-OK                    VALUE "00".
       01  WS-FEE-STATUS                   PIC X(02).
           88  WS-FEE-OK                     VALUE "00".
       01  WS-PRDRULE-STATUS               PIC X(02).
           88  WS-PRDRULE-OK                 VALUE "00".
       01  WS-SNAP-STATUS                  PIC X(02).
           88  WS-SNAP-OK                    VALUE "00".
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
       01  WS-AUDIT-SEQUENCE               PIC 9(07) VALUE 0.
       01  WS-AUDIT-ACTION                 PIC X(06).
       01  WS-BEFORE-IMAGE                 PIC X(60).
       01  WS-AFTER-IMAGE                  PIC X(60).

       01  WS-SWITCHES.
           05  WS-CLSREQ-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-CLSREQ-EOF             VALUE "Y".
           05  WS-HOLDS-PRESENT-SWITCH      PIC X(01) VALUE "N".
               88  WS-HOLDS-PRESENT            VALUE "Y".
           05  WS-LOANS-PRESENT-SWITCH      PIC X(01) VALUE "N".
               88  WS-LOANS-PRESENT            VALUE "Y".
           05  WS-DEPOSITS-PRESENT-SWITCH   PIC X(01) VALUE "N".
               88  WS-DEPOSITS-PRESENT         VALUE "Y".
           05  WS-SWEEPS-PRESENT-SWITCH     PIC X(01) VALUE "N".
               88  WS-SWEEPS-PRESENT           VALUE "Y".
           05  WS-RATES-PRESENT-SWITCH      PIC X(01) VALUE "N".
               88  WS-RATES-PRESENT            VALUE "Y".
           05  WS-FEES-PRESENT-SWITCH       PIC X(01) VALUE "N".
               88  WS-FEES-PRESENT             VALUE "Y".
           05  WS-PRDRULE-PRESENT-SWITCH    PIC X(01) VALUE "N".
               88  WS-PRDRULE-PRESENT          VALUE "Y".
           05  WS-SCAN-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-SCAN-EOF                 VALUE "Y".
           05  WS-RATE-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-RATE-EOF                 VALUE "Y".
           05  WS-RATE-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  WS-RATE-FOUND               VALUE "Y".
           05  WS-DEBRATE-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-DEBRATE-FOUND            VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-PROCESS-SPLIT REDEFINES WS-PROCESS-DATE.
           05  WS-PROCESS-YEAR             PIC 9(04).
           05  WS-PROCESS-MONTH            PIC 9(02).
           05  WS-PROCESS-DAY              PIC 9(02).
       01  WS-TIME-NOW                     PIC 9(08).
       01  WS-TIME-HHMM                    PIC 9(04).
       01  WS-NEXT-TIMESTAMP               PIC 9(14).

      *--------------------------------------------------------------*
      *    First day each charge still has to cover - the first of   *
      *    the month of the last INTACCR accrual / DEBINT charge (the *
      *    run in month M covers M-1), or of this month for an       *
      *    account never accrued or charged.                         *
      *--------------------------------------------------------------*
       01  WS-CREDIT-FROM                  PIC 9(08).
       01  WS-CREDIT-FROM-SPLIT REDEFINES WS-CREDIT-FROM.
           05  WS-CREDIT-FROM-MONTH        PIC 9(06).
           05  WS-CREDIT-FROM-DAY          PIC 9(02).
       01  WS-DEBIT-FROM                   PIC 9(08).
       01  WS-DEBIT-FROM-SPLIT REDEFINES WS-DEBIT-FROM.
           05  WS-DEBIT-FROM-MONTH         PIC 9(06).
           05  WS-DEBIT-FROM-DAY           PIC 9(02).

       01  WS-MONTH-DAYS                   PIC 9(02).
       01  WS-LEAP-QUOTIENT                PIC 9(04).
       01  WS-LEAP-REMAINDER               PIC 9(04).

       01  WS-SCAN-ACCT                    PIC 9(09).
       01  WS-LOOKUP-PRODUCT               PIC 9(02).
       01  WS-RATE-BASIS                   PIC 9(9) COMP-3.
       01  WS-BEST-FLOOR                   PIC 9(9) COMP-3.
       01  WS-BEST-EFFECTIVE               PIC 9(08).
       01  WS-CREDIT-RATE                  PIC 9(5)V99 COMP-3.
       01  WS-DEBIT-RATE                   PIC 9(5)V99 COMP-3.
       01  WS-CREDIT-SUM                   PIC 9(12) COMP-3.
       01  WS-DEBIT-SUM                    PIC 9(12) COMP-3.
       01  WS-CLOSE-SOLDE                  PIC S9(9) COMP-3.
       01  WS-INTEREST-AMOUNT              PIC 9(09).
       01  WS-FEE-AMOUNT                   PIC 9(09).
       01  WS-DEBIT-INT-AMOUNT             PIC 9(09).
       01  WS-REMAINDER                    PIC S9(11) COMP-3.
       01  WS-FINAL-AMOUNT                 PIC 9(09).
       01  WS-CEILING                      PIC 9(9) COMP-3.
       01  WS-CEILING-ROOM                 PIC S9(11) COMP-3.
       01  WS-REASON                       PIC X(30).

       01  WS-EMIT-TYPE                    PIC X(01).
       01  WS-EMIT-AMOUNT                  PIC 9(09).
       01  WS-EMIT-COUNTERPART             PIC 9(09).
       01  WS-EMIT-CHANNEL                 PIC X(01).

       01  WS-IMAGE-AMOUNT-1               PIC 9(09).
       01  WS-IMAGE-AMOUNT-2               PIC 9(09).

       01  WS-WAITING-COUNT                PIC 9(06) VALUE 0.
       01  WS-EXAMINED-COUNT               PIC 9(06) VALUE 0.
       01  WS-GENERATED-COUNT              PIC 9(06) VALUE 0.
       01  WS-REFUSED-COUNT                PIC 9(06) VALUE 0.
       01  WS-EXECUTED-COUNT               PIC 9(06) VALUE 0.
       01  WS-FAILED-COUNT                 PIC 9(06) VALUE 0.
       01  WS-SETTLED-TOTAL                PIC 9(11) VALUE 0.
       01  WS-BATCH-NUMBER                 PIC 9(06).
       01  WS-BATCH-COUNT                  PIC 9(06) VALUE 0.
       01  WS-BATCH-HASH                   PIC 9(13) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(36) VALUE
               "CLOTURES DE COMPTES DU ".
           05  WS-HL-DATE                  PIC 9(08).
       01  WS-HEADING-LINE-2               PIC X(100) VALUE
           "COMPTE    STATUT    INTERETS     FRAIS     AGIOS SOLDE REG
      -    "LE REGLEMENT OBSERVATION".

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-STATUS                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-INTEREST              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-FEE                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-DEBIT-INT             PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-FINAL                 PIC ZZZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-SETTLE                PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-REASON                PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-COUNT                 PIC ZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-TL-AMOUNT                PIC ZZZZZZZZZZ9.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 8800-LOG-RUN-START
           perform 2000-READ-REQUEST
           perform 3000-EXAMINE-REQUEST thru 3000-EXIT
               until WS-CLSREQ-EOF
           perform 8900-LOG-RUN-END
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open i-o CLOSING-REQUEST-FILE
           if not WS-CLSREQ-OK
              close CLOSING-REQUEST-FILE
              open output CLOSING-REQUEST-FILE
              close CLOSING-REQUEST-FILE
              open i-o CLOSING-REQUEST-FILE
           end-if
           open i-o ACCOUNT-MASTER
           open input CUSTOMER-MASTER
           open input HOLD-FILE
           if WS-HOLDFILE-OK
              set WS-HOLDS-PRESENT to true
           else
              close HOLD-FILE
           end-if
           open input LOAN-FILE
           if WS-LOAN-OK
              set WS-LOANS-PRESENT to true
           else
              close LOAN-FILE
           end-if
           open input CHEQUE-DEPOSIT-FILE
           if WS-CHQDEP-OK
              set WS-DEPOSITS-PRESENT to true
           else
              close CHEQUE-DEPOSIT-FILE
           end-if
           open input SWEEP-FILE
           if WS-SWEEP-OK
              set WS-SWEEPS-PRESENT to true
           else
              close SWEEP-FILE
           end-if
           open input RATE-FILE
           if WS-RATE-OK
              set WS-RATES-PRESENT to true
           else
              close RATE-FILE
           end-if
           open input FEE-FILE
           if WS-FEE-OK
              set WS-FEES-PRESENT to true
           else
              close FEE-FILE
           end-if
           open input PRODUCT-RULE-FILE
           if WS-PRDRULE-OK
              set WS-PRDRULE-PRESENT to true
           else
              close PRODUCT-RULE-FILE
           end-if
           open extend RAW-TRANSACTION-FILE
           if not WS-TRANRAW-OK
              close RAW-TRANSACTION-FILE
              open output RAW-TRANSACTION-FILE
           end-if
           open output CLOSING-REPORT
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
           perform 4500-SET-MONTH-DAYS
           move WS-PROCESS-DATE to WS-HL-DATE
           move WS-HEADING-LINE-1 to CLOSING-REPORT-LINE
           write CLOSING-REPORT-LINE
           move WS-HEADING-LINE-2 to CLOSING-REPORT-LINE
           write CLOSING-REPORT-LINE
           perform 7600-WRITE-BATCH-HEADER
           .

       2000-READ-REQUEST.
           read CLOSING-REQUEST-FILE next record
               at end set WS-CLSREQ-EOF to true
           end-read
           .

      *****************************************************************
      *  One request: a settlement generated on an earlier night is
      *  checked for the close; a pending one whose date has come is
      *  checked, settled and generated.  A request generated
      *  tonight is left alone - the rerun guard.
      *****************************************************************
       3000-EXAMINE-REQUEST.
           if CLS-GENERATED
              if CLS-STATUS-DATE < WS-PROCESS-DATE
                 perform 3800-CONFIRM-CLOSING
              end-if
              go to 3000-EXIT
           end-if
           if not CLS-PENDING
              go to 3000-EXIT
           end-if
           if CLS-CLOSING-DATE > WS-PROCESS-DATE
              add 1 to WS-WAITING-COUNT
              go to 3000-EXIT
           end-if
           add 1 to WS-EXAMINED-COUNT
           move 0 to WS-CLOSE-SOLDE
           move 0 to WS-INTEREST-AMOUNT
           move 0 to WS-FEE-AMOUNT
           move 0 to WS-DEBIT-INT-AMOUNT
           move 0 to WS-FINAL-AMOUNT
           move CLS-ACCT-NUMBER to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   move "COMPTE INCONNU" to WS-REASON
                   perform 3900-REFUSE-REQUEST
                   go to 3000-EXIT
           end-read
           move ACCT-SOLDE to WS-CLOSE-SOLDE
           if not ACCT-OPEN and not ACCT-DORMANT
              move "COMPTE NI OUVERT NI DORMANT" to WS-REASON
              perform 3900-REFUSE-REQUEST
              go to 3000-EXIT
           end-if
           if ACCT-TERM-DEPOSIT
              move "DEPOT A TERME" to WS-REASON
              perform 3900-REFUSE-REQUEST
              go to 3000-EXIT
           end-if
           move ACCT-NUMBER to WS-SCAN-ACCT
           perform 6000-CHECK-BLOCKERS thru 6000-EXIT
           if WS-REASON not = spaces
              perform 3900-REFUSE-REQUEST
              go to 3000-EXIT
           end-if
           perform 4000-COMPUTE-SETTLEMENT
           if WS-REMAINDER < 0
              move "SOLDE INSUFFISANT POUR SOLDER" to WS-REASON
              perform 3900-REFUSE-REQUEST
              go to 3000-EXIT
           end-if
           move WS-REMAINDER to WS-FINAL-AMOUNT
           if CLS-SETTLE-TRANSFER
              perform 6500-CHECK-SETTLE-ACCT thru 6500-EXIT
              if WS-REASON not = spaces
                 perform 3900-REFUSE-REQUEST
                 go to 3000-EXIT
              end-if
              move CLS-ACCT-NUMBER to ACCT-NUMBER
              read ACCOUNT-MASTER
                  invalid key
                      move "COMPTE INCONNU" to WS-REASON
                      perform 3900-REFUSE-REQUEST
                      go to 3000-EXIT
              end-read
           end-if
           perform 5000-EMIT-SETTLEMENT
           perform 5500-STAMP-ACCOUNT
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           move WS-INTEREST-AMOUNT to CLS-INTEREST-AMOUNT
           move WS-FEE-AMOUNT to CLS-FEE-AMOUNT
           move WS-DEBIT-INT-AMOUNT to CLS-DEBIT-INT-AMOUNT
           move WS-FINAL-AMOUNT to CLS-FINAL-AMOUNT
           set CLS-GENERATED to true
           move WS-PROCESS-DATE to CLS-STATUS-DATE
           move spaces to CLS-REASON
           perform 7000-REWRITE-REQUEST
           move "CLSGEN" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           move "EMISE" to WS-DL-STATUS
           move spaces to WS-REASON
           perform 7200-REPORT-REQUEST
           add 1 to WS-GENERATED-COUNT
           add WS-FINAL-AMOUNT to WS-SETTLED-TOTAL
           .
       3000-EXIT.
           perform 2000-READ-REQUEST
           .

      *****************************************************************
      *  The night after generation - the sweep pass has posted the
      *  settlement, so the account is either closed or the "F" was
      *  rejected (SOLDREJ says why) and the branch must finish by
      *  hand.
      *****************************************************************
       3800-CONFIRM-CLOSING.
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           move CLS-ACCT-NUMBER to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   move "N" to ACCT-STATUS
           end-read
           move CLS-INTEREST-AMOUNT to WS-INTEREST-AMOUNT
           move CLS-FEE-AMOUNT to WS-FEE-AMOUNT
           move CLS-DEBIT-INT-AMOUNT to WS-DEBIT-INT-AMOUNT
           move CLS-FINAL-AMOUNT to WS-FINAL-AMOUNT
           move WS-PROCESS-DATE to CLS-STATUS-DATE
           if ACCT-CLOSED
              set CLS-EXECUTED to true
              move spaces to CLS-REASON
              move "CLSEXE" to WS-AUDIT-ACTION
              move "CLOTURE" to WS-DL-STATUS
              add 1 to WS-EXECUTED-COUNT
           else
              set CLS-FAILED to true
              move "CLOTURE NON PASSEE - SOLDREJ" to CLS-REASON
              move "CLSECH" to WS-AUDIT-ACTION
              move "ECHEC" to WS-DL-STATUS
              add 1 to WS-FAILED-COUNT
           end-if
           perform 7000-REWRITE-REQUEST
           perform 8000-WRITE-AUDIT
           move CLS-REASON to WS-REASON
           perform 7200-REPORT-REQUEST
           .

      *****************************************************************
      *  A request the run will not settle - marked refused with the
      *  reason so the branch can contact the customer; a new
      *  request may be taken once the cause is cleared.
      *****************************************************************
       3900-REFUSE-REQUEST.
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           set CLS-REFUSED to true
           move WS-PROCESS-DATE to CLS-STATUS-DATE
           move WS-REASON to CLS-REASON
           perform 7000-REWRITE-REQUEST
           move "CLSREF" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           move "REFUSEE" to WS-DL-STATUS
           perform 7200-REPORT-REQUEST
           add 1 to WS-REFUSED-COUNT
           .

      *****************************************************************
      *  Interest, pro-rata fee, debit interest and the remainder -
      *  the closing account in the record area.  One pass of the
      *  snapshot history serves both interest sums; tonight's own
      *  balance stands in for the snapshot BALSNAP has not yet
      *  taken.
      *****************************************************************
       4000-COMPUTE-SETTLEMENT.
           if ACCT-LAST-ACCRUAL-DATE > 0
              move ACCT-LAST-ACCRUAL-DATE to WS-CREDIT-FROM
           else
              move WS-PROCESS-DATE to WS-CREDIT-FROM
           end-if
           move 1 to WS-CREDIT-FROM-DAY
           if ACCT-LAST-DEBINT-DATE > 0
              move ACCT-LAST-DEBINT-DATE to WS-DEBIT-FROM
           else
              move WS-PROCESS-DATE to WS-DEBIT-FROM
           end-if
           move 1 to WS-DEBIT-FROM-DAY
           perform 4100-SUM-SNAPSHOTS thru 4100-EXIT
           if ACCT-SOLDE > 0
              add ACCT-SOLDE to WS-CREDIT-SUM
           else
              subtract ACCT-SOLDE from WS-DEBIT-SUM
           end-if
           move 0 to WS-CREDIT-RATE
           if ACCT-SOLDE > 0
              move ACCT-SOLDE to WS-RATE-BASIS
           else
              move 0 to WS-RATE-BASIS
           end-if
           perform 4300-LOOKUP-CREDIT-RATE thru 4300-EXIT
           if not WS-RATE-FOUND
              move ACCT-RATE to WS-CREDIT-RATE
           end-if
           compute WS-INTEREST-AMOUNT rounded =
               ACCT-MONTHLY-INTEREST
               + WS-CREDIT-SUM * WS-CREDIT-RATE / 100 / 365
               on size error
                   move 0 to WS-INTEREST-AMOUNT
           end-compute
           move 0 to WS-FEE-AMOUNT
           if ACCT-LAST-FEE-DATE(1:6) not = WS-PROCESS-DATE(1:6)
              perform 4200-LOOKUP-FEE thru 4200-EXIT
           end-if
           move 0 to WS-DEBIT-INT-AMOUNT
           if WS-DEBIT-SUM > 0
              perform 4400-LOOKUP-DEBIT-RATE thru 4400-EXIT
              if WS-DEBRATE-FOUND
                 compute WS-DEBIT-INT-AMOUNT rounded =
                     WS-DEBIT-SUM * WS-DEBIT-RATE / 100 / 365
                     on size error
                         move 0 to WS-DEBIT-INT-AMOUNT
                 end-compute
              end-if
           end-if
           compute WS-REMAINDER = ACCT-SOLDE + WS-INTEREST-AMOUNT
                                - WS-FEE-AMOUNT - WS-DEBIT-INT-AMOUNT
           .

      *****************************************************************
      *  Positive end-of-day balances from WS-CREDIT-FROM and
      *  overdrawn ones from WS-DEBIT-FROM, both up to last night -
      *  one full pass of the history, as DEBINT makes it.
      *****************************************************************
       4100-SUM-SNAPSHOTS.
           move 0 to WS-CREDIT-SUM
           move 0 to WS-DEBIT-SUM
           move "N" to WS-SCAN-EOF-SWITCH
           open input SNAPSHOT-HISTORY
           if not WS-SNAP-OK
              close SNAPSHOT-HISTORY
              go to 4100-EXIT
           end-if
           perform 4110-READ-SNAPSHOT
           perform 4120-SUM-IF-MINE until WS-SCAN-EOF
           close SNAPSHOT-HISTORY
           .
       4100-EXIT.
           exit
           .

       4110-READ-SNAPSHOT.
           read SNAPSHOT-HISTORY
               at end set WS-SCAN-EOF to true
           end-read
           .

       4120-SUM-IF-MINE.
           if SNAP-ACCT-NUMBER = ACCT-NUMBER
                   and SNAP-DATE < WS-PROCESS-DATE
              if SNAP-SOLDE > 0 and SNAP-DATE not < WS-CREDIT-FROM
                 add SNAP-SOLDE to WS-CREDIT-SUM
              end-if
              if SNAP-SOLDE < 0 and SNAP-DATE not < WS-DEBIT-FROM
                 subtract SNAP-SOLDE from WS-DEBIT-SUM
              end-if
           end-if
           perform 4110-READ-SNAPSHOT
           .

      *****************************************************************
      *  The product's flat monthly charge, cut to the days of the
      *  month the account was held - the schedule found as FEEGEN
      *  finds it.
      *****************************************************************
       4200-LOOKUP-FEE.
           if not WS-FEES-PRESENT
              go to 4200-EXIT
           end-if
           perform 4900-SET-LOOKUP-PRODUCT thru 4900-EXIT
           move WS-LOOKUP-PRODUCT to FEE-PRODUCT-CODE
           read FEE-FILE
               invalid key
                   go to 4200-EXIT
           end-read
           if FEE-ACTIVE
                   and FEE-EFFECTIVE-DATE <= WS-PROCESS-DATE
                   and (FEE-RETIRE-DATE = 0
                        or FEE-RETIRE-DATE > WS-PROCESS-DATE)
              compute WS-FEE-AMOUNT rounded =
                  FEE-MONTHLY-AMOUNT * WS-PROCESS-DAY / WS-MONTH-DAYS
           end-if
           .
       4200-EXIT.
           exit
           .

      *****************************************************************
      *  Credit tier for WS-RATE-BASIS, chosen as INTACCR chooses it
      *  - the active, effective tier with the highest floor at or
      *  under the basis, the most recent one on a tie.
      *****************************************************************
       4300-LOOKUP-CREDIT-RATE.
           move "N" to WS-RATE-FOUND-SWITCH
           if not WS-RATES-PRESENT
              go to 4300-EXIT
           end-if
           perform 4900-SET-LOOKUP-PRODUCT thru 4900-EXIT
           move WS-LOOKUP-PRODUCT to RATE-PRODUCT-CODE
           move 0 to RATE-TIER-NUMBER
           start RATE-FILE key not < RATE-KEY
               invalid key
                   go to 4300-EXIT
           end-start
           move "N" to WS-RATE-EOF-SWITCH
           move 0 to WS-BEST-FLOOR
           move 0 to WS-BEST-EFFECTIVE
           perform 4600-READ-RATE
           perform 4700-JUDGE-RATE-TIER until WS-RATE-EOF
           .
       4300-EXIT.
           exit
           .

      *****************************************************************
      *  Debit rate as DEBINT finds it - the most recently effective
      *  active tier carrying a non-zero debit rate.
      *****************************************************************
       4400-LOOKUP-DEBIT-RATE.
           move "N" to WS-DEBRATE-FOUND-SWITCH
           if not WS-RATES-PRESENT
              go to 4400-EXIT
           end-if
           perform 4900-SET-LOOKUP-PRODUCT thru 4900-EXIT
           move WS-LOOKUP-PRODUCT to RATE-PRODUCT-CODE
           move 0 to RATE-TIER-NUMBER
           start RATE-FILE key not < RATE-KEY
               invalid key
                   go to 4400-EXIT
           end-start
           move "N" to WS-RATE-EOF-SWITCH
           move 0 to WS-BEST-EFFECTIVE
           move 0 to WS-DEBIT-RATE
           perform 4600-READ-RATE
           perform 4800-JUDGE-DEBIT-RATE until WS-RATE-EOF
           .
       4400-EXIT.
           exit
           .

       4500-SET-MONTH-DAYS.
           evaluate WS-PROCESS-MONTH
               when 4
               when 6
               when 9
               when 11
                   move 30 to WS-MONTH-DAYS
               when 2
                   move 28 to WS-MONTH-DAYS
                   divide WS-PROCESS-YEAR by 4 giving WS-LEAP-QUOTIENT
                       remainder WS-LEAP-REMAINDER
                   if WS-LEAP-REMAINDER = 0
                      move 29 to WS-MONTH-DAYS
                      divide WS-PROCESS-YEAR by 100
                          giving WS-LEAP-QUOTIENT
                          remainder WS-LEAP-REMAINDER
                      if WS-LEAP-REMAINDER = 0
                         move 28 to WS-MONTH-DAYS
                         divide WS-PROCESS-YEAR by 400
                             giving WS-LEAP-QUOTIENT
                             remainder WS-LEAP-REMAINDER
                         if WS-LEAP-REMAINDER = 0
                            move 29 to WS-MONTH-DAYS
                         end-if
                      end-if
                   end-if
               when other
                   move 31 to WS-MONTH-DAYS
           end-evaluate
           .

       4600-READ-RATE.
           read RATE-FILE next record
               at end set WS-RATE-EOF to true
           end-read
           if not WS-RATE-EOF
                   and RATE-PRODUCT-CODE not = WS-LOOKUP-PRODUCT
              set WS-RATE-EOF to true
           end-if
           .

       4700-JUDGE-RATE-TIER.
           if RATE-ACTIVE
                   and RATE-EFFECTIVE-DATE <= WS-PROCESS-DATE
                   and RATE-TIER-FLOOR <= WS-RATE-BASIS
              if not WS-RATE-FOUND
                      or RATE-TIER-FLOOR > WS-BEST-FLOOR
                      or (RATE-TIER-FLOOR = WS-BEST-FLOOR
                          and RATE-EFFECTIVE-DATE > WS-BEST-EFFECTIVE)
                 set WS-RATE-FOUND to true
                 move RATE-TIER-FLOOR to WS-BEST-FLOOR
                 move RATE-EFFECTIVE-DATE to WS-BEST-EFFECTIVE
                 move RATE-ANNUAL-RATE to WS-CREDIT-RATE
              end-if
           end-if
           perform 4600-READ-RATE
           .

       4800-JUDGE-DEBIT-RATE.
           if RATE-ACTIVE
                   and RATE-EFFECTIVE-DATE <= WS-PROCESS-DATE
                   and RATE-DEBIT-ANNUAL-RATE > 0
              if not WS-DEBRATE-FOUND
                      or RATE-EFFECTIVE-DATE > WS-BEST-EFFECTIVE
                 set WS-DEBRATE-FOUND to true
                 move RATE-EFFECTIVE-DATE to WS-BEST-EFFECTIVE
                 move RATE-DEBIT-ANNUAL-RATE to WS-DEBIT-RATE
              end-if
           end-if
           perform 4600-READ-RATE
           .

      *****************************************************************
      *  Product code of the account in the record area - its own
      *  field, or its owner's CUST-F2 on a record from before the
      *  field existed.
      *****************************************************************
       4900-SET-LOOKUP-PRODUCT.
           if ACCT-PRODUCT-CODE > 0
              move ACCT-PRODUCT-CODE to WS-LOOKUP-PRODUCT
           else
              move 0 to WS-LOOKUP-PRODUCT
              move ACCT-CUST-NUMBER to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      go to 4900-EXIT
              end-read
              move CUST-F2 to WS-LOOKUP-PRODUCT
           end-if
           .
       4900-EXIT.
           exit
           .

      *****************************************************************
      *  The settlement on the stream in posting order - interest,
      *  fee, debit interest, the remainder, the close - one second
      *  apart from the minute the request is worked.
      *****************************************************************
       5000-EMIT-SETTLEMENT.
           accept WS-TIME-NOW from time
           divide WS-TIME-NOW by 10000 giving WS-TIME-HHMM
           compute WS-NEXT-TIMESTAMP = WS-PROCESS-DATE * 1000000
                                     + WS-TIME-HHMM * 100
           move 0 to WS-EMIT-COUNTERPART
           if WS-INTEREST-AMOUNT > 0
              move "C" to WS-EMIT-TYPE
              move WS-INTEREST-AMOUNT to WS-EMIT-AMOUNT
              move "I" to WS-EMIT-CHANNEL
              perform 7100-EMIT-TRANSACTION
           end-if
           if WS-FEE-AMOUNT > 0
              move "D" to WS-EMIT-TYPE
              move WS-FEE-AMOUNT to WS-EMIT-AMOUNT
              move "F" to WS-EMIT-CHANNEL
              perform 7100-EMIT-TRANSACTION
           end-if
           if WS-DEBIT-INT-AMOUNT > 0
              move "D" to WS-EMIT-TYPE
              move WS-DEBIT-INT-AMOUNT to WS-EMIT-AMOUNT
              move "A" to WS-EMIT-CHANNEL
              perform 7100-EMIT-TRANSACTION
           end-if
           if WS-FINAL-AMOUNT > 0
              if CLS-SETTLE-TRANSFER
                 move "T" to WS-EMIT-TYPE
                 move CLS-SETTLE-ACCT to WS-EMIT-COUNTERPART
              else
                 move "D" to WS-EMIT-TYPE
              end-if
              move WS-FINAL-AMOUNT to WS-EMIT-AMOUNT
              move "C" to WS-EMIT-CHANNEL
              perform 7100-EMIT-TRANSACTION
              move 0 to WS-EMIT-COUNTERPART
           end-if
           move "F" to WS-EMIT-TYPE
           move 0 to WS-EMIT-AMOUNT
           move "C" to WS-EMIT-CHANNEL
           perform 7100-EMIT-TRANSACTION
           .

      *****************************************************************
      *  The month's accrual, fee and debit interest are settled
      *  here, so the memo interest is cleared and the three rerun
      *  guards carry the business date - INTACCR, FEEGEN and DEBINT
      *  leave the account alone for the month.
      *****************************************************************
       5500-STAMP-ACCOUNT.
           move 0 to ACCT-MONTHLY-INTEREST
           move WS-PROCESS-DATE to ACCT-LAST-ACCRUAL-DATE
           move WS-PROCESS-DATE to ACCT-LAST-FEE-DATE
           move WS-PROCESS-DATE to ACCT-LAST-DEBINT-DATE
           rewrite ACCOUNT-RECORD
               invalid key
                   display "ERREUR REECRITURE COMPTE : " ACCT-NUMBER
           end-rewrite
           .

      *****************************************************************
      *  The blockers of a closing, as CLSMNT checks them at the
      *  counter, against tonight's business date.  Leaves the first
      *  reason found in WS-REASON, spaces when the account may go.
      *****************************************************************
       6000-CHECK-BLOCKERS.
           move spaces to WS-REASON
           move ACCT-CUST-NUMBER to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   continue
           end-read
           if WS-CUSTMAST-STATUS = "00" and CUST-DECEASED
              move "TITULAIRE DECEDE - SUCCESSION" to WS-REASON
              go to 6000-EXIT
           end-if
           if WS-HOLDS-PRESENT
              move WS-SCAN-ACCT to HOLD-ACCT-NUMBER
              read HOLD-FILE
                  invalid key
                      continue
              end-read
              if WS-HOLDFILE-OK and HOLD-ACTIVE
                 if HOLD-EXPIRY-DATE = 0
                         or HOLD-EXPIRY-DATE not < WS-PROCESS-DATE
                    move "RETENUE ACTIVE SUR LE COMPTE" to WS-REASON
                    go to 6000-EXIT
                 end-if
              end-if
           end-if
           if WS-LOANS-PRESENT
              close LOAN-FILE
              open input LOAN-FILE
              move "N" to WS-SCAN-EOF-SWITCH
              perform 6100-CHECK-ONE-LOAN until WS-SCAN-EOF
              if WS-REASON not = spaces
                 go to 6000-EXIT
              end-if
           end-if
           if WS-DEPOSITS-PRESENT
              move WS-SCAN-ACCT to CDP-ACCT-NUMBER
              move 0 to CDP-TIMESTAMP
              start CHEQUE-DEPOSIT-FILE key not < CDP-KEY
                  invalid key
                      set WS-SCAN-EOF to true
                  not invalid key
                      move "N" to WS-SCAN-EOF-SWITCH
              end-start
              perform 6200-CHECK-ONE-DEPOSIT until WS-SCAN-EOF
              if WS-REASON not = spaces
                 go to 6000-EXIT
              end-if
           end-if
           if WS-SWEEPS-PRESENT
              close SWEEP-FILE
              open input SWEEP-FILE
              move "N" to WS-SCAN-EOF-SWITCH
              perform 6300-CHECK-ONE-SWEEP until WS-SCAN-EOF
           end-if
           .
       6000-EXIT.
           exit
           .

       6100-CHECK-ONE-LOAN.
           read LOAN-FILE next record
               at end
                   set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              if LOAN-PAYMENT-ACCT = WS-SCAN-ACCT and LOAN-ACTIVE
                 move "PRET EN COURS SUR LE COMPTE" to WS-REASON
                 set WS-SCAN-EOF to true
              end-if
           end-if
           .

       6200-CHECK-ONE-DEPOSIT.
           read CHEQUE-DEPOSIT-FILE next record
               at end
                   set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              if CDP-ACCT-NUMBER not = WS-SCAN-ACCT
                 set WS-SCAN-EOF to true
              else
                 if CDP-ENTERED
                         or (CDP-UNCOLLECTED
                             and CDP-AVAILABLE-DATE > WS-PROCESS-DATE)
                    move "CHEQUE DEPOSE NON ENCAISSE" to WS-REASON
                    set WS-SCAN-EOF to true
                 end-if
              end-if
           end-if
           .

       6300-CHECK-ONE-SWEEP.
           read SWEEP-FILE next record
               at end
                   set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF and SWP-ACTIVE
              if SWP-CURRENT-ACCT = WS-SCAN-ACCT
                      or SWP-SAVINGS-ACCT = WS-SCAN-ACCT
                 move "BALAYAGE ACTIF SUR LE COMPTE" to WS-REASON
                 set WS-SCAN-EOF to true
              end-if
           end-if
           .

      *****************************************************************
      *  The nominated account must still be open and able to take
      *  the remainder under its product's legal ceiling, or
      *  SOLDUPDT would reject the transfer and leave the close
      *  with a balance.
      *****************************************************************
       6500-CHECK-SETTLE-ACCT.
           move spaces to WS-REASON
           move CLS-SETTLE-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   move "COMPTE BENEFICIAIRE INCONNU" to WS-REASON
                   go to 6500-EXIT
           end-read
           if not ACCT-OPEN
              move "COMPTE BENEFICIAIRE NON OUVERT" to WS-REASON
              go to 6500-EXIT
           end-if
           if WS-FINAL-AMOUNT = 0 or not WS-PRDRULE-PRESENT
              go to 6500-EXIT
           end-if
           move 0 to WS-CEILING
           perform 4900-SET-LOOKUP-PRODUCT thru 4900-EXIT
           move WS-LOOKUP-PRODUCT to PRD-PRODUCT-CODE
           read PRODUCT-RULE-FILE
               invalid key
                   go to 6500-EXIT
           end-read
           if PRD-ACTIVE
                   and PRD-EFFECTIVE-DATE not > WS-PROCESS-DATE
              move PRD-BALANCE-CEILING to WS-CEILING
           end-if
           if WS-CEILING > 0
              compute WS-CEILING-ROOM = WS-CEILING - ACCT-SOLDE
              if WS-CEILING-ROOM < WS-FINAL-AMOUNT
                 move "PLAFOND DU COMPTE BENEFICIAIRE" to WS-REASON
              end-if
           end-if
           .
       6500-EXIT.
           exit
           .

       7000-REWRITE-REQUEST.
           rewrite CLOSING-REQUEST-RECORD
               invalid key
                   display "ERREUR REECRITURE DEMANDE : "
                           CLS-ACCT-NUMBER
           end-rewrite
           .

      *****************************************************************
      *  One settlement movement on the sweep stream, on the closing
      *  account - the credit leg of a transfer on the counterpart.
      *****************************************************************
       7100-EMIT-TRANSACTION.
           move spaces to TRANSACTION-RECORD
           move CLS-ACCT-NUMBER to TRAN-ACCT-NUMBER
           move WS-NEXT-TIMESTAMP to TRAN-TIMESTAMP
           add 1 to WS-NEXT-TIMESTAMP
           move WS-EMIT-TYPE to TRAN-TYPE
           move WS-EMIT-AMOUNT to TRAN-AMOUNT
           move WS-EMIT-COUNTERPART to TRAN-COUNTERPART-ACCT
           move 0 to TRAN-CUST-NUMBER
           move 0 to TRAN-CHEQUE-SERIAL
           move WS-EMIT-CHANNEL to TRAN-CHANNEL
           move 0 to TRAN-ORIG-TIMESTAMP
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
           add TRAN-AMOUNT to WS-BATCH-HASH
               on size error
                   continue
           end-add
           .

       7200-REPORT-REQUEST.
           move spaces to CLOSING-REPORT-LINE
           move CLS-ACCT-NUMBER to WS-DL-ACCT
           move WS-INTEREST-AMOUNT to WS-DL-INTEREST
           move WS-FEE-AMOUNT to WS-DL-FEE
           move WS-DEBIT-INT-AMOUNT to WS-DL-DEBIT-INT
           move WS-FINAL-AMOUNT to WS-DL-FINAL
           if CLS-SETTLE-TRANSFER
              move CLS-SETTLE-ACCT to WS-DL-SETTLE
           else
              move "CHEQUE" to WS-DL-SETTLE
           end-if
           move WS-REASON to WS-DL-REASON
           move WS-DETAIL-LINE to CLOSING-REPORT-LINE
           write CLOSING-REPORT-LINE
           .

       7500-BUILD-IMAGE.
           move spaces to WS-AFTER-IMAGE
           move CLS-INTEREST-AMOUNT to WS-IMAGE-AMOUNT-1
           move CLS-FINAL-AMOUNT to WS-IMAGE-AMOUNT-2
           string CLS-STATUS delimited by size
                  " " delimited by size
                  CLS-STATUS-DATE delimited by size
                  " INT " delimited by size
                  WS-IMAGE-AMOUNT-1 delimited by size
                  " SOLDE " delimited by size
                  WS-IMAGE-AMOUNT-2 delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

      *****************************************************************
      *  Batch header/trailer for the run's settlements - the
      *  trailer carries the record count and hashed amount total
      *  BATPROOF verifies.
      *****************************************************************
       7600-WRITE-BATCH-HEADER.
           accept WS-TIME-NOW from time
           move spaces to BATCH-CONTROL-RECORD
           set BCT-HEADER to true
           move "CLOSEGEN" to BCT-SOURCE-ID
           move WS-TIME-NOW(1:6) to WS-BATCH-NUMBER
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move 0 to BCT-RECORD-COUNT
           move 0 to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           .

       7700-WRITE-BATCH-TRAILER.
           move spaces to BATCH-CONTROL-RECORD
           set BCT-TRAILER to true
           move "CLOSEGEN" to BCT-SOURCE-ID
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move WS-BATCH-COUNT to BCT-RECORD-COUNT
           move WS-BATCH-HASH to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
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
           move "CLOSEGEN" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move CLS-ACCT-NUMBER to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
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
           move "CLOSEGEN" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
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
           move "CLOSEGEN" to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "CLOSEGEN" to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           compute RUNLOG-RECORD-COUNT = WS-GENERATED-COUNT
                                       + WS-EXECUTED-COUNT
           compute RUNLOG-REJECT-COUNT = WS-REFUSED-COUNT
                                       + WS-FAILED-COUNT
           move return-code to RUNLOG-RETURN-CODE
           move "OK" to RUNLOG-OUTCOME
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
           perform 7700-WRITE-BATCH-TRAILER
           move spaces to CLOSING-REPORT-LINE
           write CLOSING-REPORT-LINE
           move "REGLEMENTS EMIS" to WS-TL-LABEL
           move WS-GENERATED-COUNT to WS-TL-COUNT
           move WS-SETTLED-TOTAL to WS-TL-AMOUNT
           move WS-TOTAL-LINE to CLOSING-REPORT-LINE
           write CLOSING-REPORT-LINE
           move "CLOTURES CONSTATEES" to WS-TL-LABEL
           move WS-EXECUTED-COUNT to WS-TL-COUNT
           move 0 to WS-TL-AMOUNT
           move WS-TOTAL-LINE to CLOSING-REPORT-LINE
           write CLOSING-REPORT-LINE
           move "CLOTURES EN ECHEC" to WS-TL-LABEL
           move WS-FAILED-COUNT to WS-TL-COUNT
           move WS-TOTAL-LINE to CLOSING-REPORT-LINE
           write CLOSING-REPORT-LINE
           move "DEMANDES REFUSEES" to WS-TL-LABEL
           move WS-REFUSED-COUNT to WS-TL-COUNT
           move WS-TOTAL-LINE to CLOSING-REPORT-LINE
           write CLOSING-REPORT-LINE
           move "DEMANDES EN ATTENTE" to WS-TL-LABEL
           move WS-WAITING-COUNT to WS-TL-COUNT
           move WS-TOTAL-LINE to CLOSING-REPORT-LINE
           write CLOSING-REPORT-LINE
           close CLOSING-REQUEST-FILE
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           if WS-HOLDS-PRESENT
              close HOLD-FILE
           end-if
           if WS-LOANS-PRESENT
              close LOAN-FILE
           end-if
           if WS-DEPOSITS-PRESENT
              close CHEQUE-DEPOSIT-FILE
           end-if
           if WS-SWEEPS-PRESENT
              close SWEEP-FILE
           end-if
           if WS-RATES-PRESENT
              close RATE-FILE
           end-if
           if WS-FEES-PRESENT
              close FEE-FILE
           end-if
           if WS-PRDRULE-PRESENT
              close PRODUCT-RULE-FILE
           end-if
           close RAW-TRANSACTION-FILE
           close CLOSING-REPORT
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           display "DATE DE TRAITEMENT : " WS-PROCESS-DATE
           display "DEMANDES EXAMINEES : " WS-EXAMINED-COUNT
           display "REGLEMENTS EMIS : " WS-GENERATED-COUNT
                   " MONTANT : " WS-SETTLED-TOTAL
           display "CLOTURES CONSTATEES : " WS-EXECUTED-COUNT
           display "CLOTURES EN ECHEC : " WS-FAILED-COUNT
           display "DEMANDES REFUSEES : " WS-REFUSED-COUNT
           display "DEMANDES EN ATTENTE : " WS-WAITING-COUNT
           .
