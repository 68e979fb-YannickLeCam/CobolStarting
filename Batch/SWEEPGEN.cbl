       identification division.
       program-id. SWEEPGEN.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-25.
       date-compiled.

      *****************************************************************
      *  SWEEPGEN
      *
      *  Nightly sweep step, run on the balances the night's posting
      *  has just left on ACCOUNT-MASTER.  For every active sweep
      *  arrangement (SWEEPREC.cpy, maintained in SWPMNT):
      *
      *    - cover: a debit balance on the current account is
      *      brought back to zero by a transfer from the linked
      *      savings account, limited to what the savings account
      *      can release - its ledger balance less uncollected
      *      cheques, less the slice an active hold keeps on it -
      *      so the transfer is never one SOLDUPDT would refuse;
      *    - sweep-up: where the customer asked for it, the current
      *      account's available balance above the target balance
      *      (and above any held slice) goes to savings.
      *
      *  An unmatured term deposit, an account frozen whole by a
      *  hold, an account not open, a deceased holder or two legs
      *  kept in different currencies stops the sweep; the
      *  arrangement is listed on the report with the reason.  The
      *  transfers go out on the sweep stream wrapped
      *  in the batch header/trailer controls of BATCREC.cpy, are
      *  proved by BATPROOF and posted by a second SOLDUPDT pass in
      *  the same night, ahead of the balance snapshot.  Each
      *  arrangement swept is stamped with the business date - the
      *  rerun guard - and journalled to AUDIT-JOURNAL.  Every
      *  arrangement acted on or stopped is printed on the daily
      *  sweep report.
      *
      *  Modification history
      *  2026-09-25  YLC  Initial version.
      *  2026-09-26  YLC  A sweep-up into a savings account whose
      *                   product carries a legal ceiling on PRODRULE
      *                   (PRODREC.cpy) is cut to the room left under
      *                   the ceiling, so SOLDUPDT never refuses it
      *                   PLAFD; a savings account already at the
      *                   ceiling stops the sweep-up.
      *  2026-10-15  YLC  An arrangement whose current and savings
      *                   accounts are kept in different currencies is
      *                   stopped and listed on the sweep report instead
      *                   of generating a transfer.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select SWEEP-FILE assign to "SWEEPFIL"
               organization is indexed
               access mode is dynamic
               record key is SWP-KEY
               file status is WS-SWEEP-STATUS.

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

           select CHEQUE-DEPOSIT-FILE assign to "CHQDEP"
               organization is indexed
               access mode is dynamic
               record key is CDP-KEY
               file status is WS-CHQDEP-STATUS.

           select PRODUCT-RULE-FILE assign to "PRODRULE"
               organization is indexed
               access mode is random
               record key is PRD-KEY
               file status is WS-PRDRULE-STATUS.

           select RAW-TRANSACTION-FILE assign to "TRANRAW"
               organization is sequential
               file status is WS-TRANRAW-STATUS.

           select SWEEP-REPORT assign to "SWPRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select RUN-PARAMETERS assign to "SWPPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  SWEEP-FILE.
       copy "SWEEPREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  HOLD-FILE.
       copy "HOLDREC.cpy".

       fd  CHEQUE-DEPOSIT-FILE.
       copy "CDEPREC.cpy".

       fd  PRODUCT-RULE-FILE.
       copy "PRODREC.cpy".

       fd  RAW-TRANSACTION-FILE.
       copy "TRANREC.cpy".
       copy "BATCREC.cpy".

       fd  SWEEP-REPORT.
       01  SWEEP-REPORT-LINE               PIC X(100).

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

       01  WS-SWEEP-STATUS                 PIC X(02).
           88  WS-SWEEP-OK                   VALUE "00".
       01  WS-ACCTMAST-STATUS              PIC X(02).
       01  WS-CUSTMAST-STATUS              PIC X(02).
       01  WS-HOLDFILE-STATUS              PIC X(02).
           88  WS-HOLDFILE-OK                VALUE "00".
       01  WS-CHQDEP-STATUS                PIC X(02).
           88  WS-CHQDEP-OK                  VALUE "00".
       01  WS-PRDRULE-STATUS               PIC X(02).
           88  WS-PRDRULE-OK                 VALUE "00".
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
           05  WS-SWEEP-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-SWEEP-EOF              VALUE "Y".
           05  WS-HOLDS-PRESENT-SWITCH      PIC X(01) VALUE "N".
               88  WS-HOLDS-PRESENT            VALUE "Y".
           05  WS-DEPOSITS-PRESENT-SWITCH   PIC X(01) VALUE "N".
               88  WS-DEPOSITS-PRESENT         VALUE "Y".
           05  WS-CDPSCAN-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-CDPSCAN-EOF              VALUE "Y".
           05  WS-HOLD-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  WS-HOLD-FOUND               VALUE "Y".
           05  WS-TERM-LOCKED-SWITCH        PIC X(01) VALUE "N".
               88  WS-TERM-LOCKED              VALUE "Y".
           05  WS-PRDRULE-PRESENT-SWITCH    PIC X(01) VALUE "N".
               88  WS-PRDRULE-PRESENT          VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-TIME-NOW                     PIC 9(08).
       01  WS-TS-ALPHA                     PIC X(14).

      *--------------------------------------------------------------*
      *    The two legs of the arrangement being worked - each       *
      *    account's ledger balance, uncollected cheques, held slice *
      *    (hold switch "Y" with a zero slice freezes it whole) and  *
      *    term lock, taken before the other account is read; for    *
      *    the savings leg also the product's legal ceiling (zero    *
      *    = none).  Each leg's currency, blank read as EUR.         *
      *--------------------------------------------------------------*
       01  WS-CURRENT-LEG.
           05  WS-CUR-SOLDE                PIC S9(9) COMP-3.
           05  WS-CUR-CUST                 PIC 9(06).
           05  WS-CUR-UNCOLLECTED          PIC 9(9) COMP-3.
           05  WS-CUR-HOLD-SWITCH          PIC X(01).
           05  WS-CUR-HOLD-KEEP            PIC 9(9) COMP-3.
           05  WS-CUR-LOCK-SWITCH          PIC X(01).
           05  WS-CUR-CURRENCY             PIC X(03).
       01  WS-SAVINGS-LEG.
           05  WS-SAV-SOLDE                PIC S9(9) COMP-3.
           05  WS-SAV-UNCOLLECTED          PIC 9(9) COMP-3.
           05  WS-SAV-HOLD-SWITCH          PIC X(01).
           05  WS-SAV-HOLD-KEEP            PIC 9(9) COMP-3.
           05  WS-SAV-LOCK-SWITCH          PIC X(01).
           05  WS-SAV-CEILING              PIC 9(9) COMP-3.
           05  WS-SAV-CURRENCY             PIC X(03).

       01  WS-SCAN-ACCT                    PIC 9(09).
       01  WS-UNCOLLECTED-AMOUNT           PIC 9(9) COMP-3.
       01  WS-HOLD-KEEP                    PIC 9(9) COMP-3.
       01  WS-NEEDED                       PIC S9(11) COMP-3.
       01  WS-AVAILABLE                    PIC S9(11) COMP-3.
       01  WS-HELD-LIMIT                   PIC S9(11) COMP-3.
       01  WS-CEILING-ROOM                 PIC S9(11) COMP-3.
       01  WS-SWEEP-AMOUNT                 PIC 9(9) COMP-3.
       01  WS-DEBIT-ACCT                   PIC 9(09).
       01  WS-CREDIT-ACCT                  PIC 9(09).
       01  WS-DIRECTION                    PIC X(01).
       01  WS-REASON                       PIC X(30).
       01  WS-IMAGE-AMOUNT                 PIC 9(09).

       01  WS-EXAMINED-COUNT               PIC 9(06) VALUE 0.
       01  WS-ALREADY-COUNT                PIC 9(06) VALUE 0.
       01  WS-COVER-COUNT                  PIC 9(06) VALUE 0.
       01  WS-PARTIAL-COUNT                PIC 9(06) VALUE 0.
       01  WS-EXCESS-COUNT                 PIC 9(06) VALUE 0.
       01  WS-STOPPED-COUNT                PIC 9(06) VALUE 0.
       01  WS-COVER-TOTAL                  PIC 9(11) VALUE 0.
       01  WS-EXCESS-TOTAL                 PIC 9(11) VALUE 0.
       01  WS-BATCH-NUMBER                 PIC 9(06).
       01  WS-BATCH-COUNT                  PIC 9(06) VALUE 0.
       01  WS-BATCH-HASH                   PIC 9(13) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(36) VALUE
               "BALAYAGES ET COUVERTURES DU ".
           05  WS-HL-DATE                  PIC 9(08).
       01  WS-HEADING-LINE-2               PIC X(100) VALUE
           "COURANT   EPARGNE   SENS       SOLDE COURANT    MONTANT OB
      -    "SERVATION".

       01  WS-DETAIL-LINE.
           05  WS-DL-CURRENT               PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-SAVINGS               PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-DIRECTION             PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-SOLDE                 PIC -9(9).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-DL-AMOUNT                PIC ZZZZZZZZ9.
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
           perform 2000-READ-SWEEP
           perform 3000-EXAMINE-SWEEP thru 3000-EXIT
               until WS-SWEEP-EOF
           perform 8900-LOG-RUN-END
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open i-o SWEEP-FILE
           if not WS-SWEEP-OK
              close SWEEP-FILE
              open output SWEEP-FILE
              close SWEEP-FILE
              open i-o SWEEP-FILE
           end-if
           open input ACCOUNT-MASTER
           open input CUSTOMER-MASTER
           open input HOLD-FILE
           if WS-HOLDFILE-OK
              set WS-HOLDS-PRESENT to true
           else
              close HOLD-FILE
           end-if
           open input CHEQUE-DEPOSIT-FILE
           if WS-CHQDEP-OK
              set WS-DEPOSITS-PRESENT to true
           else
              close CHEQUE-DEPOSIT-FILE
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
           open output SWEEP-REPORT
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
           move WS-PROCESS-DATE to WS-HL-DATE
           move WS-HEADING-LINE-1 to SWEEP-REPORT-LINE
           write SWEEP-REPORT-LINE
           move WS-HEADING-LINE-2 to SWEEP-REPORT-LINE
           write SWEEP-REPORT-LINE
           perform 7600-WRITE-BATCH-HEADER
           .

       2000-READ-SWEEP.
           read SWEEP-FILE next record
               at end set WS-SWEEP-EOF to true
           end-read
           .

      *****************************************************************
      *  One arrangement: both legs are read and checked, then a
      *  debit balance is covered or, with the account in credit,
      *  any excess swept up.  An arrangement already swept on this
      *  business date is left alone - the rerun guard.  Two legs
      *  kept in different currencies are listed and left alone:
      *  the target and the amounts are worked in the current
      *  account's currency, which SOLDUPDT would convert.
      *****************************************************************
       3000-EXAMINE-SWEEP.
           if not SWP-ACTIVE
              go to 3000-EXIT
           end-if
           if SWP-LAST-SWEEP-DATE = WS-PROCESS-DATE
              add 1 to WS-ALREADY-COUNT
              go to 3000-EXIT
           end-if
           add 1 to WS-EXAMINED-COUNT
           move 0 to WS-CUR-SOLDE
           move SWP-CURRENT-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   move "COMPTE COURANT INCONNU" to WS-REASON
                   perform 3900-REPORT-STOPPED
                   go to 3000-EXIT
           end-read
           if not ACCT-OPEN
              move "COMPTE COURANT NON OUVERT" to WS-REASON
              perform 3900-REPORT-STOPPED
              go to 3000-EXIT
           end-if
           move ACCT-SOLDE to WS-CUR-SOLDE
           move ACCT-CUST-NUMBER to WS-CUR-CUST
           if ACCT-IN-EUROS
              move "EUR" to WS-CUR-CURRENCY
           else
              move ACCT-CURRENCY-CODE to WS-CUR-CURRENCY
           end-if
           perform 6200-CHECK-TERM-LOCK
           move WS-TERM-LOCKED-SWITCH to WS-CUR-LOCK-SWITCH
           move ACCT-NUMBER to WS-SCAN-ACCT
           perform 6100-GET-UNCOLLECTED thru 6100-FIN
           move WS-UNCOLLECTED-AMOUNT to WS-CUR-UNCOLLECTED
           perform 6000-GET-HOLD thru 6000-FIN
           move WS-HOLD-FOUND-SWITCH to WS-CUR-HOLD-SWITCH
           move WS-HOLD-KEEP to WS-CUR-HOLD-KEEP
           move SWP-SAVINGS-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   move "COMPTE EPARGNE INCONNU" to WS-REASON
                   perform 3900-REPORT-STOPPED
                   go to 3000-EXIT
           end-read
           if not ACCT-OPEN
              move "COMPTE EPARGNE NON OUVERT" to WS-REASON
              perform 3900-REPORT-STOPPED
              go to 3000-EXIT
           end-if
           if ACCT-IN-EUROS
              move "EUR" to WS-SAV-CURRENCY
           else
              move ACCT-CURRENCY-CODE to WS-SAV-CURRENCY
           end-if
           if WS-SAV-CURRENCY not = WS-CUR-CURRENCY
              move spaces to WS-REASON
              string "DEVISES DIFFERENTES " delimited by size
                     WS-CUR-CURRENCY delimited by size
                     "/" delimited by size
                     WS-SAV-CURRENCY delimited by size
                     into WS-REASON
              end-string
              perform 3900-REPORT-STOPPED
              go to 3000-EXIT
           end-if
           move ACCT-SOLDE to WS-SAV-SOLDE
           perform 6200-CHECK-TERM-LOCK
           move WS-TERM-LOCKED-SWITCH to WS-SAV-LOCK-SWITCH
           move ACCT-NUMBER to WS-SCAN-ACCT
           perform 6100-GET-UNCOLLECTED thru 6100-FIN
           move WS-UNCOLLECTED-AMOUNT to WS-SAV-UNCOLLECTED
           perform 6000-GET-HOLD thru 6000-FIN
           move WS-HOLD-FOUND-SWITCH to WS-SAV-HOLD-SWITCH
           move WS-HOLD-KEEP to WS-SAV-HOLD-KEEP
           perform 6400-GET-CEILING thru 6400-FIN
           if WS-CUR-SOLDE < 0
              if SWP-COVER-ON
                 perform 6300-CHECK-DECEASED thru 6300-FIN
                 if WS-REASON not = spaces
                    perform 3900-REPORT-STOPPED
                 else
                    perform 4000-COVER-OVERDRAFT thru 4000-EXIT
                 end-if
              end-if
              go to 3000-EXIT
           end-if
           if SWP-SWEEP-UP-ON
              perform 6300-CHECK-DECEASED thru 6300-FIN
              if WS-REASON not = spaces
                 perform 3900-REPORT-STOPPED
              else
                 perform 5000-SWEEP-EXCESS thru 5000-EXIT
              end-if
           end-if
           .
       3000-EXIT.
           perform 2000-READ-SWEEP
           .

      *****************************************************************
      *  An arrangement the run could not act on - printed with the
      *  reason so the branch can contact the customer.
      *****************************************************************
       3900-REPORT-STOPPED.
           move spaces to SWEEP-REPORT-LINE
           move SWP-CURRENT-ACCT to WS-DL-CURRENT
           move SWP-SAVINGS-ACCT to WS-DL-SAVINGS
           move "NON FAIT" to WS-DL-DIRECTION
           move WS-CUR-SOLDE to WS-DL-SOLDE
           move 0 to WS-DL-AMOUNT
           move WS-REASON to WS-DL-REASON
           move WS-DETAIL-LINE to SWEEP-REPORT-LINE
           write SWEEP-REPORT-LINE
           add 1 to WS-STOPPED-COUNT
           .

      *****************************************************************
      *  Cover - savings to current for the debit balance, no more
      *  than the savings account can release: ledger less
      *  uncollected cheques, less the slice an active hold keeps.
      *  A release short of the debit balance is a partial cover.
      *****************************************************************
       4000-COVER-OVERDRAFT.
           if WS-SAV-LOCK-SWITCH = "Y"
              move "EPARGNE BLOQUEE A TERME" to WS-REASON
              perform 3900-REPORT-STOPPED
              go to 4000-EXIT
           end-if
           if WS-SAV-HOLD-SWITCH = "Y" and WS-SAV-HOLD-KEEP = 0
              move "EPARGNE BLOQUEE EN TOTALITE" to WS-REASON
              perform 3900-REPORT-STOPPED
              go to 4000-EXIT
           end-if
           compute WS-NEEDED = 0 - WS-CUR-SOLDE
           compute WS-AVAILABLE = WS-SAV-SOLDE - WS-SAV-UNCOLLECTED
           if WS-SAV-HOLD-SWITCH = "Y"
              subtract WS-SAV-HOLD-KEEP from WS-AVAILABLE
           end-if
           if WS-AVAILABLE not > 0
              move "EPARGNE DISPONIBLE INSUFFISANTE" to WS-REASON
              perform 3900-REPORT-STOPPED
              go to 4000-EXIT
           end-if
           if WS-AVAILABLE < WS-NEEDED
              move WS-AVAILABLE to WS-SWEEP-AMOUNT
              move "COUVERTURE PARTIELLE" to WS-REASON
              add 1 to WS-PARTIAL-COUNT
           else
              move WS-NEEDED to WS-SWEEP-AMOUNT
              move spaces to WS-REASON
           end-if
           move SWP-SAVINGS-ACCT to WS-DEBIT-ACCT
           move SWP-CURRENT-ACCT to WS-CREDIT-ACCT
           move "C" to WS-DIRECTION
           perform 7000-EMIT-SWEEP
           perform 7100-MARK-SWEPT
           perform 7200-REPORT-SWEEP
           add 1 to WS-COVER-COUNT
           add WS-SWEEP-AMOUNT to WS-COVER-TOTAL
           .
       4000-EXIT.
           exit
           .

      *****************************************************************
      *  Sweep-up - current to savings for the available balance
      *  above the target, and never into a slice a hold keeps on
      *  the current account.  Nothing above the target is simply
      *  nothing to do, not a stop.
      *****************************************************************
       5000-SWEEP-EXCESS.
           if WS-CUR-LOCK-SWITCH = "Y"
              move "COMPTE COURANT BLOQUE A TERME" to WS-REASON
              perform 3900-REPORT-STOPPED
              go to 5000-EXIT
           end-if
           if WS-CUR-HOLD-SWITCH = "Y" and WS-CUR-HOLD-KEEP = 0
              move "COURANT BLOQUE EN TOTALITE" to WS-REASON
              perform 3900-REPORT-STOPPED
              go to 5000-EXIT
           end-if
           compute WS-AVAILABLE = WS-CUR-SOLDE - WS-CUR-UNCOLLECTED
                                - SWP-TARGET-BALANCE
           if WS-CUR-HOLD-SWITCH = "Y"
              compute WS-HELD-LIMIT = WS-CUR-SOLDE
                                    - WS-CUR-UNCOLLECTED
                                    - WS-CUR-HOLD-KEEP
              if WS-HELD-LIMIT < WS-AVAILABLE
                 move WS-HELD-LIMIT to WS-AVAILABLE
              end-if
           end-if
           if WS-AVAILABLE not > 0
              go to 5000-EXIT
           end-if
           move spaces to WS-REASON
           if WS-SAV-CEILING > 0
              compute WS-CEILING-ROOM = WS-SAV-CEILING - WS-SAV-SOLDE
              if WS-CEILING-ROOM not > 0
                 move "EPARGNE AU PLAFOND" to WS-REASON
                 perform 3900-REPORT-STOPPED
                 go to 5000-EXIT
              end-if
              if WS-CEILING-ROOM < WS-AVAILABLE
                 move WS-CEILING-ROOM to WS-AVAILABLE
                 move "LIMITE AU PLAFOND EPARGNE" to WS-REASON
              end-if
           end-if
           move WS-AVAILABLE to WS-SWEEP-AMOUNT
           move SWP-CURRENT-ACCT to WS-DEBIT-ACCT
           move SWP-SAVINGS-ACCT to WS-CREDIT-ACCT
           move "E" to WS-DIRECTION
           perform 7000-EMIT-SWEEP
           perform 7100-MARK-SWEPT
           perform 7200-REPORT-SWEEP
           add 1 to WS-EXCESS-COUNT
           add WS-SWEEP-AMOUNT to WS-EXCESS-TOTAL
           .
       5000-EXIT.
           exit
           .

      *****************************************************************
      *  Active, unexpired hold on WS-SCAN-ACCT - WS-HOLD-FOUND with
      *  the held slice in WS-HOLD-KEEP (zero freezes the whole
      *  balance), as SOLDUPDT's hold check reads it.
      *****************************************************************
       6000-GET-HOLD.
           move "N" to WS-HOLD-FOUND-SWITCH
           move 0 to WS-HOLD-KEEP
           if not WS-HOLDS-PRESENT
              go to 6000-FIN
           end-if
           move WS-SCAN-ACCT to HOLD-ACCT-NUMBER
           read HOLD-FILE
               invalid key
                   go to 6000-FIN
           end-read
           if not HOLD-ACTIVE
              go to 6000-FIN
           end-if
           if HOLD-EXPIRY-DATE > 0
                   and HOLD-EXPIRY-DATE < WS-PROCESS-DATE
              go to 6000-FIN
           end-if
           set WS-HOLD-FOUND to true
           move HOLD-AMOUNT to WS-HOLD-KEEP
           .
       6000-FIN.
           exit
           .

      *****************************************************************
      *  Totals WS-SCAN-ACCT's deposited cheques still short of their
      *  availability date into WS-UNCOLLECTED-AMOUNT - the gap
      *  between ledger and available balance, as SOLDUPDT works it.
      *****************************************************************
       6100-GET-UNCOLLECTED.
           move 0 to WS-UNCOLLECTED-AMOUNT
           if not WS-DEPOSITS-PRESENT
              go to 6100-FIN
           end-if
           move WS-SCAN-ACCT to CDP-ACCT-NUMBER
           move 0 to CDP-TIMESTAMP
           start CHEQUE-DEPOSIT-FILE key not < CDP-KEY
               invalid key
                   go to 6100-FIN
           end-start
           move "N" to WS-CDPSCAN-EOF-SWITCH
           perform 6150-ADD-ONE-DEPOSIT until WS-CDPSCAN-EOF
           .
       6100-FIN.
           exit
           .

       6150-ADD-ONE-DEPOSIT.
           read CHEQUE-DEPOSIT-FILE next record
               at end
                   set WS-CDPSCAN-EOF to true
           end-read
           if not WS-CDPSCAN-EOF
              if CDP-ACCT-NUMBER not = WS-SCAN-ACCT
                 set WS-CDPSCAN-EOF to true
              else
                 if CDP-UNCOLLECTED
                         and CDP-AVAILABLE-DATE > WS-PROCESS-DATE
                    add CDP-AMOUNT to WS-UNCOLLECTED-AMOUNT
                 end-if
              end-if
           end-if
           .

      *****************************************************************
      *  An unmatured term deposit may be credited but not debited.
      *****************************************************************
       6200-CHECK-TERM-LOCK.
           move "N" to WS-TERM-LOCKED-SWITCH
           if ACCT-TERM-DEPOSIT
              if ACCT-MATURITY-DATE = 0
                      or WS-PROCESS-DATE < ACCT-MATURITY-DATE
                 set WS-TERM-LOCKED to true
              end-if
           end-if
           .

      *****************************************************************
      *  From the date of death the estate's accounts may not be
      *  debited - either leg of a sweep is a debit, so the whole
      *  arrangement stops.  Leaves the reason in WS-REASON, spaces
      *  when the sweep may go ahead.
      *****************************************************************
       6300-CHECK-DECEASED.
           move spaces to WS-REASON
           move WS-CUR-CUST to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   go to 6300-FIN
           end-read
           if CUST-DECEASED
              if CUST-DECEASED-DATE = 0
                      or WS-PROCESS-DATE not < CUST-DECEASED-DATE
                 move "TITULAIRE DECEDE" to WS-REASON
              end-if
           end-if
           .
       6300-FIN.
           exit
           .

      *****************************************************************
      *  Legal ceiling of the savings account's product, from the
      *  account's own product code or, on a record from before the
      *  field existed, its owner's CUST-F2.  Only an active rule in
      *  effect on the business date counts; anything else leaves
      *  WS-SAV-CEILING at zero.
      *****************************************************************
       6400-GET-CEILING.
           move 0 to WS-SAV-CEILING
           if not WS-PRDRULE-PRESENT
              go to 6400-FIN
           end-if
           if ACCT-PRODUCT-CODE > 0
              move ACCT-PRODUCT-CODE to PRD-PRODUCT-CODE
           else
              move ACCT-CUST-NUMBER to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      go to 6400-FIN
              end-read
              move CUST-F2 to PRD-PRODUCT-CODE
           end-if
           read PRODUCT-RULE-FILE
               invalid key
                   go to 6400-FIN
           end-read
           if PRD-ACTIVE
                   and PRD-EFFECTIVE-DATE not > WS-PROCESS-DATE
              move PRD-BALANCE-CEILING to WS-SAV-CEILING
           end-if
           .
       6400-FIN.
           exit
           .

      *****************************************************************
      *  The sweep as a transfer on the raw stream - debit leg on
      *  TRAN-ACCT-NUMBER, credit leg on the counterpart - stamped
      *  with the business date so it posts as the day's movement.
      *****************************************************************
       7000-EMIT-SWEEP.
           move spaces to TRANSACTION-RECORD
           move WS-DEBIT-ACCT to TRAN-ACCT-NUMBER
           accept WS-TIME-NOW from time
           move spaces to WS-TS-ALPHA
           string WS-PROCESS-DATE delimited by size
                  WS-TIME-NOW(1:6) delimited by size
                  into WS-TS-ALPHA
           end-string
           move WS-TS-ALPHA(1:14) to TRAN-TIMESTAMP
           set TRAN-TRANSFER to true
           move WS-SWEEP-AMOUNT to TRAN-AMOUNT
           move WS-CREDIT-ACCT to TRAN-COUNTERPART-ACCT
           move 0 to TRAN-CUST-NUMBER
           move 0 to TRAN-CHEQUE-SERIAL
           set TRAN-CHN-BALAYAGE to true
           move 0 to TRAN-ORIG-TIMESTAMP
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
           add TRAN-AMOUNT to WS-BATCH-HASH
               on size error
                   continue
           end-add
           .

      *****************************************************************
      *  Stamps the arrangement with tonight's sweep - the rerun
      *  guard - and journals the change.
      *****************************************************************
       7100-MARK-SWEPT.
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           move WS-PROCESS-DATE to SWP-LAST-SWEEP-DATE
           move WS-DIRECTION to SWP-LAST-DIRECTION
           move WS-SWEEP-AMOUNT to SWP-LAST-AMOUNT
           rewrite SWEEP-RECORD
               invalid key
                   display "ERREUR REECRITURE ARRANGEMENT : "
                           SWP-CURRENT-ACCT
           end-rewrite
           move "SWPGEN" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           .

       7200-REPORT-SWEEP.
           move spaces to SWEEP-REPORT-LINE
           move SWP-CURRENT-ACCT to WS-DL-CURRENT
           move SWP-SAVINGS-ACCT to WS-DL-SAVINGS
           if WS-DIRECTION = "C"
              move "COUVERTURE" to WS-DL-DIRECTION
           else
              move "EXCEDENT" to WS-DL-DIRECTION
           end-if
           move WS-CUR-SOLDE to WS-DL-SOLDE
           move WS-SWEEP-AMOUNT to WS-DL-AMOUNT
           move WS-REASON to WS-DL-REASON
           move WS-DETAIL-LINE to SWEEP-REPORT-LINE
           write SWEEP-REPORT-LINE
           .

       7500-BUILD-IMAGE.
           move spaces to WS-AFTER-IMAGE
           move SWP-LAST-AMOUNT to WS-IMAGE-AMOUNT
           string SWP-SAVINGS-ACCT delimited by size
                  " DER " delimited by size
                  SWP-LAST-SWEEP-DATE delimited by size
                  " " delimited by size
                  SWP-LAST-DIRECTION delimited by size
                  " " delimited by size
                  WS-IMAGE-AMOUNT delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

      *****************************************************************
      *  Batch header/trailer for the run's sweeps - the trailer
      *  carries the record count and hashed amount total BATPROOF
      *  verifies.
      *****************************************************************
       7600-WRITE-BATCH-HEADER.
           accept WS-TIME-NOW from time
           move spaces to BATCH-CONTROL-RECORD
           set BCT-HEADER to true
           move "SWEEPGEN" to BCT-SOURCE-ID
           move WS-TIME-NOW(1:6) to WS-BATCH-NUMBER
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move 0 to BCT-RECORD-COUNT
           move 0 to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           .

       7700-WRITE-BATCH-TRAILER.
           move spaces to BATCH-CONTROL-RECORD
           set BCT-TRAILER to true
           move "SWEEPGEN" to BCT-SOURCE-ID
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
           move "SWEEPGEN" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move SWP-CURRENT-ACCT to AUDIT-RECORD-KEY
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
           move "SWEEPGEN" to AUDIT-PROGRAM-ID
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
           move "SWEEPGEN" to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "SWEEPGEN" to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           compute RUNLOG-RECORD-COUNT = WS-COVER-COUNT
                                       + WS-EXCESS-COUNT
           move WS-STOPPED-COUNT to RUNLOG-REJECT-COUNT
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
           move spaces to SWEEP-REPORT-LINE
           write SWEEP-REPORT-LINE
           move "COUVERTURES" to WS-TL-LABEL
           move WS-COVER-COUNT to WS-TL-COUNT
           move WS-COVER-TOTAL to WS-TL-AMOUNT
           move WS-TOTAL-LINE to SWEEP-REPORT-LINE
           write SWEEP-REPORT-LINE
           move "  DONT PARTIELLES" to WS-TL-LABEL
           move WS-PARTIAL-COUNT to WS-TL-COUNT
           move 0 to WS-TL-AMOUNT
           move WS-TOTAL-LINE to SWEEP-REPORT-LINE
           write SWEEP-REPORT-LINE
           move "EXCEDENTS VERS EPARGNE" to WS-TL-LABEL
           move WS-EXCESS-COUNT to WS-TL-COUNT
           move WS-EXCESS-TOTAL to WS-TL-AMOUNT
           move WS-TOTAL-LINE to SWEEP-REPORT-LINE
           write SWEEP-REPORT-LINE
           move "ARRANGEMENTS NON TRAITES" to WS-TL-LABEL
           move WS-STOPPED-COUNT to WS-TL-COUNT
           move 0 to WS-TL-AMOUNT
           move WS-TOTAL-LINE to SWEEP-REPORT-LINE
           write SWEEP-REPORT-LINE
           close SWEEP-FILE
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           if WS-HOLDS-PRESENT
              close HOLD-FILE
           end-if
           if WS-DEPOSITS-PRESENT
              close CHEQUE-DEPOSIT-FILE
           end-if
           if WS-PRDRULE-PRESENT
              close PRODUCT-RULE-FILE
           end-if
           close RAW-TRANSACTION-FILE
           close SWEEP-REPORT
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           display "DATE DE TRAITEMENT : " WS-PROCESS-DATE
           display "ARRANGEMENTS EXAMINES : " WS-EXAMINED-COUNT
           display "DEJA BALAYES CE JOUR : " WS-ALREADY-COUNT
           display "COUVERTURES : " WS-COVER-COUNT
                   " MONTANT : " WS-COVER-TOTAL
           display "EXCEDENTS VERS EPARGNE : " WS-EXCESS-COUNT
                   " MONTANT : " WS-EXCESS-TOTAL
           display "ARRANGEMENTS NON TRAITES : " WS-STOPPED-COUNT
           .
