       identification division.
       program-id. ACCRGL.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-02.
       date-compiled.

      *****************************************************************
      *  ACCRGL
      *
      *  Nightly interest accrual for the general ledger.  INTACCR
      *  works the interest out monthly and the GL only saw it when
      *  INTCAP capitalised it, so the month-to-date interest
      *  payable and debit interest receivable were always missing
      *  from Finance's books.  Every night this run works out the
      *  day's interest for each account on its closing balance -
      *  credit interest at the rate tier INTACCR would pick (the
      *  contracted rate for a term deposit, ACCT-RATE when no tier
      *  qualifies), debit interest on an overdrawn balance at the
      *  product's debit rate as DEBINT finds it - and adds it to
      *  the account's running accrued-to-date figure on ACCRFILE.
      *  The nights no run takes place (weekends, holidays) accrue
      *  at the previous night's daily figure, the balance having
      *  stood still.
      *
      *  The GL carries whole units: each night books the growth of
      *  the rounded accrued figure, by branch and product, as
      *  balanced journal entries in GLPOST's layout on the GLACCR
      *  extract.  When TRANHIST shows the account's credit interest
      *  capitalised (channel "I" - INTCAP or a closing settlement)
      *  or its debit interest charged (channel "A"), everything
      *  booked for it is released by the reverse entries and the
      *  figure starts again; a closed or escheated account has
      *  whatever remains released the same way.  The release comes
      *  off the branch/product cell the accrual was booked under.
      *  Cells are kept by currency as well: an account kept in
      *  another currency accrues in that currency, and each entry
      *  carries its euro equivalent at the business date's rate
      *  (FXCONV) as GLEXTR's do.
      *
      *  A rerun for the same business date adds nothing to an
      *  account already accrued; PARM-ENV-TEST makes the run a dry
      *  run that writes the extract but leaves ACCRFILE untouched.
      *
      *  Modification history
      *  2026-10-02  YLC  Initial version.
      *  2026-10-15  YLC  Cells are kept by branch, product and account
      *                   currency; each entry carries GLP-CURRENCY-
      *                   CODE and its euro equivalent, the totals
      *                   shown and the extract proof being in euros.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is sequential
               record key is ACCT-NUMBER
               file status is WS-ACCTMAST-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select RATE-FILE assign to "RATEFILE"
               organization is indexed
               access mode is dynamic
               record key is RATE-KEY
               file status is WS-RATE-STATUS.

           select TRANSACTION-HISTORY assign to "TRANHIST"
               organization is sequential
               file status is WS-THIST-STATUS.

           select ACCRUAL-FILE assign to "ACCRFILE"
               organization is indexed
               access mode is dynamic
               record key is ACR-KEY
               file status is WS-ACCRUAL-STATUS.

           select GL-ACCRUAL-EXTRACT assign to "GLACCR"
               organization is sequential
               file status is WS-GLACCR-STATUS.

           select RUN-PARAMETERS assign to "ACCRPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  RATE-FILE.
       copy "RATEREC.cpy".

       fd  TRANSACTION-HISTORY.
       copy "THISTREC.cpy".

       fd  ACCRUAL-FILE.
       copy "ACCRREC.cpy".

       fd  GL-ACCRUAL-EXTRACT.
       copy "GLPREC.cpy".

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

       01  WS-ACCTMAST-STATUS              PIC X(02).
       01  WS-CUSTMAST-STATUS              PIC X(02).
       01  WS-RATE-STATUS                  PIC X(02).
           88  WS-RATE-OK                    VALUE "00".
       01  WS-THIST-STATUS                 PIC X(02).
           88  WS-THIST-OK                   VALUE "00".
       01  WS-ACCRUAL-STATUS               PIC X(02).
           88  WS-ACCRUAL-OK                 VALUE "00".
       01  WS-GLACCR-STATUS                PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-ACCT-EOF               VALUE "Y".
           05  WS-THIST-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-THIST-EOF              VALUE "Y".
           05  WS-RATE-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-RATE-EOF               VALUE "Y".
           05  WS-RATES-PRESENT-SWITCH      PIC X(01) VALUE "N".
               88  WS-RATES-PRESENT          VALUE "Y".
           05  WS-RATE-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  WS-RATE-FOUND             VALUE "Y".
           05  WS-DEBRATE-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-DEBRATE-FOUND          VALUE "Y".
           05  WS-LEDGER-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-LEDGER-FOUND           VALUE "Y".
           05  WS-CAP-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  WS-CAP-FOUND              VALUE "Y".
           05  WS-CELL-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  WS-CELL-FOUND             VALUE "Y".
           05  WS-NO-RATE-SWITCH            PIC X(01) VALUE "N".
               88  WS-NO-RATE                VALUE "Y".
           05  WS-SIMULATION-SWITCH         PIC X(01) VALUE "N".
               88  WS-SIMULATION             VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.

      *--------------------------------------------------------------*
      *    Latest interest capitalisation (channel "I") and debit    *
      *    interest charge (channel "A") per account found on        *
      *    TRANHIST up to the business date.                         *
      *--------------------------------------------------------------*
       01  WS-CAP-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-CAP-TABLE.
           05  WS-CAP OCCURS 5000 TIMES.
               10  WS-CAP-ACCT             PIC 9(09).
               10  WS-CAP-CREDIT-TS        PIC 9(14).
               10  WS-CAP-DEBIT-TS         PIC 9(14).
       01  WS-CAP-SUB                      PIC 9(04) COMP.
       01  WS-CAP-HIT                      PIC 9(04) COMP.
       01  WS-SEARCH-ACCT                  PIC 9(09).

      *--------------------------------------------------------------*
      *    One cell per branch/product pair - the night's accruals   *
      *    and releases on each side, as GLEXTR accumulates its      *
      *    movements.                                                *
      *--------------------------------------------------------------*
       01  WS-CELL-COUNT                   PIC 9(03) COMP VALUE 0.
       01  WS-CELL-TABLE.
           05  WS-CELL OCCURS 400 TIMES.
               10  WS-CELL-BRANCH          PIC 9(02).
               10  WS-CELL-PRODUCT         PIC 9(02).
               10  WS-CELL-CCY             PIC X(03).
               10  WS-CELL-CR-ACCRUED      PIC 9(13).
               10  WS-CELL-CR-ACCRUED-CNT  PIC 9(07).
               10  WS-CELL-CR-RELEASED     PIC 9(13).
               10  WS-CELL-CR-RELEASED-CNT PIC 9(07).
               10  WS-CELL-DB-ACCRUED      PIC 9(13).
               10  WS-CELL-DB-ACCRUED-CNT  PIC 9(07).
               10  WS-CELL-DB-RELEASED     PIC 9(13).
               10  WS-CELL-DB-RELEASED-CNT PIC 9(07).
       01  WS-CELL-SUB                     PIC 9(03) COMP.
       01  WS-CELL-HIT                     PIC 9(03) COMP.
       01  WS-LOOKUP-BRANCH                PIC 9(02).
       01  WS-LOOKUP-PRODUCT               PIC 9(02).
       01  WS-LOOKUP-CCY                   PIC X(03).
       01  WS-EUR-AMOUNT                   PIC 9(13).

      *--------------------------------------------------------------*
      *    Rates and the night's figures for the current account.    *
      *--------------------------------------------------------------*
       01  WS-RATE-BASIS                   PIC 9(9) COMP-3.
       01  WS-BEST-FLOOR                   PIC 9(9) COMP-3.
       01  WS-BEST-EFFECTIVE               PIC 9(08).
       01  WS-CREDIT-RATE                  PIC 9(5)V99 COMP-3.
       01  WS-DEBIT-RATE                   PIC 9(5)V99 COMP-3.
       01  WS-CREDIT-DAY-NOW               PIC 9(7)V9(4) COMP-3.
       01  WS-DEBIT-DAY-NOW                PIC 9(7)V9(4) COMP-3.
       01  WS-OVERDRAWN-AMOUNT             PIC 9(9) COMP-3.
       01  WS-ELAPSED-DAYS                 PIC 9(05) COMP.
       01  WS-ROUNDED-ACCRUED              PIC 9(09).
       01  WS-BOOK-AMOUNT                  PIC 9(09).
       01  WS-RELEASE-AMOUNT               PIC 9(09).

      *--------------------------------------------------------------*
      *    Day number of a date, so two dates can be subtracted -    *
      *    March-based year, leap days counted by division.          *
      *--------------------------------------------------------------*
       01  WS-DN-DATE                      PIC 9(08).
       01  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
           05  WS-DN-DATE-YEAR             PIC 9(04).
           05  WS-DN-DATE-MONTH            PIC 9(02).
           05  WS-DN-DATE-DAY              PIC 9(02).
       01  WS-DN-YEAR                      PIC 9(04).
       01  WS-DN-MONTH                     PIC 9(02).
       01  WS-DN-QUOTIENT-4                PIC 9(04).
       01  WS-DN-QUOTIENT-100              PIC 9(04).
       01  WS-DN-QUOTIENT-400              PIC 9(04).
       01  WS-DN-MONTH-WORK                PIC 9(04).
       01  WS-DN-MONTH-DAYS                PIC 9(04).
       01  WS-DN-NUMBER                    PIC 9(07).
       01  WS-PROCESS-DAY-NUMBER           PIC 9(07).

       01  WS-ACCOUNT-COUNT                PIC 9(07) VALUE 0.
       01  WS-ACCRUED-COUNT                PIC 9(07) VALUE 0.
       01  WS-SKIPPED-COUNT                PIC 9(07) VALUE 0.
       01  WS-RELEASE-COUNT                PIC 9(07) VALUE 0.
       01  WS-OVERFLOW-COUNT               PIC 9(06) VALUE 0.
       01  WS-TOTAL-CR-ACCRUED             PIC 9(13) VALUE 0.
       01  WS-TOTAL-CR-RELEASED            PIC 9(13) VALUE 0.
       01  WS-TOTAL-DB-ACCRUED             PIC 9(13) VALUE 0.
       01  WS-TOTAL-DB-RELEASED            PIC 9(13) VALUE 0.
       01  WS-EXTRACT-DEBITS               PIC 9(15) VALUE 0.
       01  WS-EXTRACT-CREDITS              PIC 9(15) VALUE 0.

       copy "FXCLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 8800-LOG-RUN-START
           perform 1500-LOAD-CAPITALISATIONS thru 1500-EXIT
           perform 2000-READ-ACCOUNT
           perform 3000-ACCRUE-ACCOUNT thru 3000-EXIT
               until WS-ACCT-EOF
           perform 4000-WRITE-EXTRACT
           perform 8900-LOG-RUN-END
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end continue
                  not at end
                      move PARM-PROCESS-DATE to WS-PROCESS-DATE
                      if PARM-ENV-TEST
                         set WS-SIMULATION to true
                         display "*** MODE SIMULATION - AUCUNE "
                                 "MISE A JOUR ***"
                      end-if
              end-read
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           move WS-PROCESS-DATE to WS-DN-DATE
           perform 3700-COMPUTE-DAY-NUMBER
           move WS-DN-NUMBER to WS-PROCESS-DAY-NUMBER
           open input ACCOUNT-MASTER
           open input CUSTOMER-MASTER
           open input RATE-FILE
           if WS-RATE-OK
              set WS-RATES-PRESENT to true
           else
              close RATE-FILE
           end-if
           open i-o ACCRUAL-FILE
           if not WS-ACCRUAL-OK
              close ACCRUAL-FILE
              open output ACCRUAL-FILE
              close ACCRUAL-FILE
              open i-o ACCRUAL-FILE
           end-if
           open output GL-ACCRUAL-EXTRACT
           .

      *****************************************************************
      *  One pass of the transaction history - the latest interest
      *  capitalisation and debit interest charge of each account,
      *  whichever run posted them.
      *****************************************************************
       1500-LOAD-CAPITALISATIONS.
           open input TRANSACTION-HISTORY
           if not WS-THIST-OK
              close TRANSACTION-HISTORY
              go to 1500-EXIT
           end-if
           perform 1600-READ-HISTORY
           perform 1700-NOTE-CAPITALISATION until WS-THIST-EOF
           close TRANSACTION-HISTORY
           .
       1500-EXIT.
           exit
           .

       1600-READ-HISTORY.
           read TRANSACTION-HISTORY
               at end set WS-THIST-EOF to true
           end-read
           .

       1700-NOTE-CAPITALISATION.
           if (TH-CHANNEL = "I" or TH-CHANNEL = "A")
                   and TH-POST-DATE not > WS-PROCESS-DATE
              move TH-ACCT-NUMBER to WS-SEARCH-ACCT
              perform 1800-FIND-CAP
              if not WS-CAP-FOUND
                 if WS-CAP-COUNT < 5000
                    add 1 to WS-CAP-COUNT
                    move WS-CAP-COUNT to WS-CAP-HIT
                    move TH-ACCT-NUMBER to WS-CAP-ACCT(WS-CAP-HIT)
                    move 0 to WS-CAP-CREDIT-TS(WS-CAP-HIT)
                    move 0 to WS-CAP-DEBIT-TS(WS-CAP-HIT)
                    set WS-CAP-FOUND to true
                 else
                    display "TABLE DES CAPITALISATIONS PLEINE - COMPTE "
                            TH-ACCT-NUMBER " NON LIBERE"
                    add 1 to WS-OVERFLOW-COUNT
                 end-if
              end-if
              if WS-CAP-FOUND
                 if TH-CHANNEL = "I"
                    if TH-TIMESTAMP > WS-CAP-CREDIT-TS(WS-CAP-HIT)
                       move TH-TIMESTAMP
                           to WS-CAP-CREDIT-TS(WS-CAP-HIT)
                    end-if
                 else
                    if TH-TIMESTAMP > WS-CAP-DEBIT-TS(WS-CAP-HIT)
                       move TH-TIMESTAMP
                           to WS-CAP-DEBIT-TS(WS-CAP-HIT)
                    end-if
                 end-if
              end-if
           end-if
           perform 1600-READ-HISTORY
           .

       1800-FIND-CAP.
           move "N" to WS-CAP-FOUND-SWITCH
           perform 1850-COMPARE-CAP
               varying WS-CAP-SUB from 1 by 1
               until WS-CAP-SUB > WS-CAP-COUNT or WS-CAP-FOUND
           .

       1850-COMPARE-CAP.
           if WS-CAP-ACCT(WS-CAP-SUB) = WS-SEARCH-ACCT
              set WS-CAP-FOUND to true
              move WS-CAP-SUB to WS-CAP-HIT
           end-if
           .

       2000-READ-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-ACCT-EOF to true
           end-read
           .

      *****************************************************************
      *  One account: release what was capitalised or charged since
      *  the last run, then add tonight's accrual and book the
      *  whole units it brings.
      *****************************************************************
       3000-ACCRUE-ACCOUNT.
           add 1 to WS-ACCOUNT-COUNT
           perform 3100-GET-LEDGER
           if not WS-LEDGER-FOUND
                   and (ACCT-CLOSED or ACCT-ESCHEATED)
              go to 3000-EXIT
           end-if
           perform 3200-CHECK-RELEASES
           if ACCT-CLOSED or ACCT-ESCHEATED
              move ACR-CREDIT-BOOKED to WS-RELEASE-AMOUNT
              perform 3250-RELEASE-CREDIT
              move ACR-DEBIT-BOOKED to WS-RELEASE-AMOUNT
              perform 3260-RELEASE-DEBIT
              move 0 to ACR-CREDIT-DAY
              move 0 to ACR-DEBIT-DAY
              move WS-PROCESS-DATE to ACR-LAST-ACCRUAL-DATE
              perform 3900-SAVE-LEDGER
              go to 3000-EXIT
           end-if
           if ACR-CREDIT-BOOKED = 0 and ACR-DEBIT-BOOKED = 0
              perform 3050-ATTRIBUTE-ACCOUNT
              move WS-LOOKUP-BRANCH to ACR-BRANCH-CODE
              move WS-LOOKUP-PRODUCT to ACR-PRODUCT-CODE
           end-if
           if ACR-LAST-ACCRUAL-DATE not < WS-PROCESS-DATE
              add 1 to WS-SKIPPED-COUNT
              perform 3900-SAVE-LEDGER
              go to 3000-EXIT
           end-if
           perform 3300-COMPUTE-DAY-FIGURES
           perform 3400-COUNT-ELAPSED-DAYS
           compute ACR-CREDIT-ACCRUED = ACR-CREDIT-ACCRUED
               + WS-CREDIT-DAY-NOW
               + ACR-CREDIT-DAY * (WS-ELAPSED-DAYS - 1)
               on size error
                   display "DEBORDEMENT INTERET COURU, COMPTE : "
                           ACCT-NUMBER
           end-compute
           compute ACR-DEBIT-ACCRUED = ACR-DEBIT-ACCRUED
               + WS-DEBIT-DAY-NOW
               + ACR-DEBIT-DAY * (WS-ELAPSED-DAYS - 1)
               on size error
                   display "DEBORDEMENT AGIOS COURUS, COMPTE : "
                           ACCT-NUMBER
           end-compute
           move WS-CREDIT-DAY-NOW to ACR-CREDIT-DAY
           move WS-DEBIT-DAY-NOW to ACR-DEBIT-DAY
           move WS-PROCESS-DATE to ACR-LAST-ACCRUAL-DATE
           perform 3500-BOOK-ACCRUALS
           perform 3900-SAVE-LEDGER
           add 1 to WS-ACCRUED-COUNT
           .
       3000-EXIT.
           perform 2000-READ-ACCOUNT
           .

      *****************************************************************
      *  Branch/product cell of the account in the record area, as
      *  GLEXTR attributes it - the account's own codes, the owning
      *  customer's CUST-F1/CUST-F2 on a record from before the
      *  fields existed, 00/00 when the customer is gone too.
      *****************************************************************
       3050-ATTRIBUTE-ACCOUNT.
           if ACCT-BRANCH-CODE > 0 or ACCT-PRODUCT-CODE > 0
              move ACCT-BRANCH-CODE to WS-LOOKUP-BRANCH
              move ACCT-PRODUCT-CODE to WS-LOOKUP-PRODUCT
           else
              move ACCT-CUST-NUMBER to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      move 0 to WS-LOOKUP-BRANCH
                      move 0 to WS-LOOKUP-PRODUCT
                  not invalid key
                      move CUST-F1 to WS-LOOKUP-BRANCH
                      move CUST-F2 to WS-LOOKUP-PRODUCT
              end-read
           end-if
           .

       3100-GET-LEDGER.
           move ACCT-NUMBER to ACR-ACCT-NUMBER
           read ACCRUAL-FILE
               invalid key
                   move "N" to WS-LEDGER-FOUND-SWITCH
               not invalid key
                   set WS-LEDGER-FOUND to true
           end-read
           if not WS-LEDGER-FOUND
              move ACCT-NUMBER to ACR-ACCT-NUMBER
              move 0 to ACR-BRANCH-CODE
              move 0 to ACR-PRODUCT-CODE
              move 0 to ACR-LAST-ACCRUAL-DATE
              move 0 to ACR-CREDIT-ACCRUED
              move 0 to ACR-CREDIT-BOOKED
              move 0 to ACR-CREDIT-DAY
              move 0 to ACR-CREDIT-RELEASE-TS
              move 0 to ACR-DEBIT-ACCRUED
              move 0 to ACR-DEBIT-BOOKED
              move 0 to ACR-DEBIT-DAY
              move 0 to ACR-DEBIT-RELEASE-TS
           end-if
           .

      *****************************************************************
      *  A capitalisation or debit interest charge later than the
      *  last one released takes everything booked for that side
      *  back out.  The first night an account is seen only takes
      *  note of the timestamps - nothing was booked yet.
      *****************************************************************
       3200-CHECK-RELEASES.
           move ACCT-NUMBER to WS-SEARCH-ACCT
           perform 1800-FIND-CAP
           if not WS-CAP-FOUND
              go to 3200-FIN
           end-if
           if WS-CAP-CREDIT-TS(WS-CAP-HIT) > ACR-CREDIT-RELEASE-TS
              move ACR-CREDIT-BOOKED to WS-RELEASE-AMOUNT
              perform 3250-RELEASE-CREDIT
              move WS-CAP-CREDIT-TS(WS-CAP-HIT)
                  to ACR-CREDIT-RELEASE-TS
           end-if
           if WS-CAP-DEBIT-TS(WS-CAP-HIT) > ACR-DEBIT-RELEASE-TS
              move ACR-DEBIT-BOOKED to WS-RELEASE-AMOUNT
              perform 3260-RELEASE-DEBIT
              move WS-CAP-DEBIT-TS(WS-CAP-HIT)
                  to ACR-DEBIT-RELEASE-TS
           end-if
           .
       3200-FIN.
           exit
           .

       3250-RELEASE-CREDIT.
           if WS-RELEASE-AMOUNT > 0
              perform 3600-FIND-CELL
              if WS-CELL-FOUND
                 add WS-RELEASE-AMOUNT
                     to WS-CELL-CR-RELEASED(WS-CELL-HIT)
                 add 1 to WS-CELL-CR-RELEASED-CNT(WS-CELL-HIT)
                 add 1 to WS-RELEASE-COUNT
              end-if
           end-if
           move 0 to ACR-CREDIT-ACCRUED
           move 0 to ACR-CREDIT-BOOKED
           .

       3260-RELEASE-DEBIT.
           if WS-RELEASE-AMOUNT > 0
              perform 3600-FIND-CELL
              if WS-CELL-FOUND
                 add WS-RELEASE-AMOUNT
                     to WS-CELL-DB-RELEASED(WS-CELL-HIT)
                 add 1 to WS-CELL-DB-RELEASED-CNT(WS-CELL-HIT)
                 add 1 to WS-RELEASE-COUNT
              end-if
           end-if
           move 0 to ACR-DEBIT-ACCRUED
           move 0 to ACR-DEBIT-BOOKED
           .

      *****************************************************************
      *  Tonight's daily interest on the closing balance - one side
      *  only, by the sign of the balance, on a 365-day year as
      *  DEBINT counts it.
      *****************************************************************
       3300-COMPUTE-DAY-FIGURES.
           move 0 to WS-CREDIT-DAY-NOW
           move 0 to WS-DEBIT-DAY-NOW
           if ACCT-SOLDE > 0
              move ACCT-SOLDE to WS-RATE-BASIS
              if ACCT-TERM-DEPOSIT and ACCT-CONTRACT-RATE > 0
                 move ACCT-CONTRACT-RATE to WS-CREDIT-RATE
              else
                 perform 5300-LOOKUP-CREDIT-RATE thru 5300-EXIT
                 if not WS-RATE-FOUND
                    move ACCT-RATE to WS-CREDIT-RATE
                 end-if
              end-if
              compute WS-CREDIT-DAY-NOW rounded =
                  ACCT-SOLDE * WS-CREDIT-RATE / 100 / 365
                  on size error
                      move 0 to WS-CREDIT-DAY-NOW
              end-compute
           end-if
           if ACCT-SOLDE < 0
              compute WS-OVERDRAWN-AMOUNT = 0 - ACCT-SOLDE
              perform 5400-LOOKUP-DEBIT-RATE thru 5400-EXIT
              if WS-DEBRATE-FOUND
                 compute WS-DEBIT-DAY-NOW rounded =
                     WS-OVERDRAWN-AMOUNT * WS-DEBIT-RATE / 100 / 365
                     on size error
                         move 0 to WS-DEBIT-DAY-NOW
                 end-compute
              end-if
           end-if
           .

      *****************************************************************
      *  Calendar days since the last accrual, tonight included - a
      *  first accrual counts tonight alone.
      *****************************************************************
       3400-COUNT-ELAPSED-DAYS.
           move 1 to WS-ELAPSED-DAYS
           if ACR-LAST-ACCRUAL-DATE > 0
              move ACR-LAST-ACCRUAL-DATE to WS-DN-DATE
              perform 3700-COMPUTE-DAY-NUMBER
              if WS-PROCESS-DAY-NUMBER > WS-DN-NUMBER
                 compute WS-ELAPSED-DAYS =
                     WS-PROCESS-DAY-NUMBER - WS-DN-NUMBER
              end-if
           end-if
           .

      *****************************************************************
      *  The whole units of accrued interest not yet booked go to
      *  the account's cell - rounded accrued figure less booked.
      *****************************************************************
       3500-BOOK-ACCRUALS.
           compute WS-ROUNDED-ACCRUED rounded = ACR-CREDIT-ACCRUED
           if WS-ROUNDED-ACCRUED > ACR-CREDIT-BOOKED
              compute WS-BOOK-AMOUNT =
                  WS-ROUNDED-ACCRUED - ACR-CREDIT-BOOKED
              perform 3600-FIND-CELL
              if WS-CELL-FOUND
                 add WS-BOOK-AMOUNT to WS-CELL-CR-ACCRUED(WS-CELL-HIT)
                 add 1 to WS-CELL-CR-ACCRUED-CNT(WS-CELL-HIT)
                 move WS-ROUNDED-ACCRUED to ACR-CREDIT-BOOKED
              end-if
           end-if
           compute WS-ROUNDED-ACCRUED rounded = ACR-DEBIT-ACCRUED
           if WS-ROUNDED-ACCRUED > ACR-DEBIT-BOOKED
              compute WS-BOOK-AMOUNT =
                  WS-ROUNDED-ACCRUED - ACR-DEBIT-BOOKED
              perform 3600-FIND-CELL
              if WS-CELL-FOUND
                 add WS-BOOK-AMOUNT to WS-CELL-DB-ACCRUED(WS-CELL-HIT)
                 add 1 to WS-CELL-DB-ACCRUED-CNT(WS-CELL-HIT)
                 move WS-ROUNDED-ACCRUED to ACR-DEBIT-BOOKED
              end-if
           end-if
           .

      *****************************************************************
      *  Cell of the ledger record's branch/product and of the
      *  account's currency (the euro when blank), added on first
      *  use.  A full table leaves WS-CELL-FOUND off and the amount
      *  unbooked, to be picked up by a later run.
      *****************************************************************
       3600-FIND-CELL.
           move "N" to WS-CELL-FOUND-SWITCH
           move ACCT-CURRENCY-CODE to WS-LOOKUP-CCY
           if WS-LOOKUP-CCY = spaces
              move "EUR" to WS-LOOKUP-CCY
           end-if
           perform 3650-COMPARE-CELL
               varying WS-CELL-SUB from 1 by 1
               until WS-CELL-SUB > WS-CELL-COUNT or WS-CELL-FOUND
           if not WS-CELL-FOUND
              if WS-CELL-COUNT < 400
                 add 1 to WS-CELL-COUNT
                 move WS-CELL-COUNT to WS-CELL-HIT
                 move ACR-BRANCH-CODE to WS-CELL-BRANCH(WS-CELL-HIT)
                 move ACR-PRODUCT-CODE to WS-CELL-PRODUCT(WS-CELL-HIT)
                 move WS-LOOKUP-CCY to WS-CELL-CCY(WS-CELL-HIT)
                 move 0 to WS-CELL-CR-ACCRUED(WS-CELL-HIT)
                 move 0 to WS-CELL-CR-ACCRUED-CNT(WS-CELL-HIT)
                 move 0 to WS-CELL-CR-RELEASED(WS-CELL-HIT)
                 move 0 to WS-CELL-CR-RELEASED-CNT(WS-CELL-HIT)
                 move 0 to WS-CELL-DB-ACCRUED(WS-CELL-HIT)
                 move 0 to WS-CELL-DB-ACCRUED-CNT(WS-CELL-HIT)
                 move 0 to WS-CELL-DB-RELEASED(WS-CELL-HIT)
                 move 0 to WS-CELL-DB-RELEASED-CNT(WS-CELL-HIT)
                 set WS-CELL-FOUND to true
              else
                 display "TABLE BRANCHE/PRODUIT PLEINE - COMPTE "
                         ACCT-NUMBER " NON COMPTABILISE"
                 add 1 to WS-OVERFLOW-COUNT
              end-if
           end-if
           .

       3650-COMPARE-CELL.
           if WS-CELL-BRANCH(WS-CELL-SUB) = ACR-BRANCH-CODE
                   and WS-CELL-PRODUCT(WS-CELL-SUB) = ACR-PRODUCT-CODE
                   and WS-CELL-CCY(WS-CELL-SUB) = WS-LOOKUP-CCY
              set WS-CELL-FOUND to true
              move WS-CELL-SUB to WS-CELL-HIT
           end-if
           .

       3700-COMPUTE-DAY-NUMBER.
           move WS-DN-DATE-YEAR to WS-DN-YEAR
           move WS-DN-DATE-MONTH to WS-DN-MONTH
           if WS-DN-MONTH < 3
              subtract 1 from WS-DN-YEAR
              add 12 to WS-DN-MONTH
           end-if
           divide WS-DN-YEAR by 4 giving WS-DN-QUOTIENT-4
           divide WS-DN-YEAR by 100 giving WS-DN-QUOTIENT-100
           divide WS-DN-YEAR by 400 giving WS-DN-QUOTIENT-400
           compute WS-DN-MONTH-WORK = 153 * (WS-DN-MONTH - 3) + 2
           divide WS-DN-MONTH-WORK by 5 giving WS-DN-MONTH-DAYS
           compute WS-DN-NUMBER = 365 * WS-DN-YEAR
               + WS-DN-QUOTIENT-4 - WS-DN-QUOTIENT-100
               + WS-DN-QUOTIENT-400 + WS-DN-MONTH-DAYS
               + WS-DN-DATE-DAY
           .

       3900-SAVE-LEDGER.
           if WS-SIMULATION
              go to 3900-FIN
           end-if
           if WS-LEDGER-FOUND
              rewrite ACCRUAL-RECORD
                  invalid key
                      display "ERREUR MISE A JOUR INTERETS COURUS : "
                              ACR-ACCT-NUMBER
              end-rewrite
           else
              write ACCRUAL-RECORD
                  invalid key
                      display "ERREUR CREATION INTERETS COURUS : "
                              ACR-ACCT-NUMBER
              end-write
           end-if
           .
       3900-FIN.
           exit
           .

      *****************************************************************
      *  Balanced pairs per cell - interest payable accrued against
      *  the interest charge and released back, debit interest
      *  receivable accrued against interest income and released
      *  back - so the extract proves out like GLEXTR's, in euros.
      *****************************************************************
       4000-WRITE-EXTRACT.
           perform 4100-WRITE-ONE-CELL
               varying WS-CELL-SUB from 1 by 1
               until WS-CELL-SUB > WS-CELL-COUNT
           if WS-EXTRACT-DEBITS not = WS-EXTRACT-CREDITS
              display "*** EXTRAIT INTERETS COURUS DESEQUILIBRE ***"
              move 8 to return-code
           end-if
           if WS-OVERFLOW-COUNT > 0 and return-code < 4
              move 4 to return-code
           end-if
           if WS-NO-RATE and return-code < 4
              move 4 to return-code
           end-if
           .

       4100-WRITE-ONE-CELL.
           if WS-CELL-CR-ACCRUED(WS-CELL-SUB) > 0
              move WS-CELL-CR-ACCRUED(WS-CELL-SUB) to GLP-AMOUNT
              perform 4300-EURO-EQUIVALENT
              add WS-EUR-AMOUNT to WS-TOTAL-CR-ACCRUED
              move WS-CELL-CR-ACCRUED-CNT(WS-CELL-SUB) to GLP-COUNT
              move "CHARGINT" to GLP-ACCOUNT-CLASS
              perform 4200-WRITE-DEBIT-ENTRY
              move "ICPAYER" to GLP-ACCOUNT-CLASS
              perform 4250-WRITE-CREDIT-ENTRY
           end-if
           if WS-CELL-CR-RELEASED(WS-CELL-SUB) > 0
              move WS-CELL-CR-RELEASED(WS-CELL-SUB) to GLP-AMOUNT
              perform 4300-EURO-EQUIVALENT
              add WS-EUR-AMOUNT to WS-TOTAL-CR-RELEASED
              move WS-CELL-CR-RELEASED-CNT(WS-CELL-SUB) to GLP-COUNT
              move "ICPAYER" to GLP-ACCOUNT-CLASS
              perform 4200-WRITE-DEBIT-ENTRY
              move "CHARGINT" to GLP-ACCOUNT-CLASS
              perform 4250-WRITE-CREDIT-ENTRY
           end-if
           if WS-CELL-DB-ACCRUED(WS-CELL-SUB) > 0
              move WS-CELL-DB-ACCRUED(WS-CELL-SUB) to GLP-AMOUNT
              perform 4300-EURO-EQUIVALENT
              add WS-EUR-AMOUNT to WS-TOTAL-DB-ACCRUED
              move WS-CELL-DB-ACCRUED-CNT(WS-CELL-SUB) to GLP-COUNT
              move "ICRECEV" to GLP-ACCOUNT-CLASS
              perform 4200-WRITE-DEBIT-ENTRY
              move "PRODINT" to GLP-ACCOUNT-CLASS
              perform 4250-WRITE-CREDIT-ENTRY
           end-if
           if WS-CELL-DB-RELEASED(WS-CELL-SUB) > 0
              move WS-CELL-DB-RELEASED(WS-CELL-SUB) to GLP-AMOUNT
              perform 4300-EURO-EQUIVALENT
              add WS-EUR-AMOUNT to WS-TOTAL-DB-RELEASED
              move WS-CELL-DB-RELEASED-CNT(WS-CELL-SUB) to GLP-COUNT
              move "PRODINT" to GLP-ACCOUNT-CLASS
              perform 4200-WRITE-DEBIT-ENTRY
              move "ICRECEV" to GLP-ACCOUNT-CLASS
              perform 4250-WRITE-CREDIT-ENTRY
           end-if
           .

       4200-WRITE-DEBIT-ENTRY.
           move WS-PROCESS-DATE to GLP-POST-DATE
           move WS-CELL-BRANCH(WS-CELL-SUB) to GLP-BRANCH-CODE
           move WS-CELL-PRODUCT(WS-CELL-SUB) to GLP-PRODUCT-CODE
           move WS-CELL-CCY(WS-CELL-SUB) to GLP-CURRENCY-CODE
           move WS-EUR-AMOUNT to GLP-EUR-AMOUNT
           move "D" to GLP-SENS
           write GL-POSTING-RECORD
           add GLP-EUR-AMOUNT to WS-EXTRACT-DEBITS
           .

       4250-WRITE-CREDIT-ENTRY.
           move WS-PROCESS-DATE to GLP-POST-DATE
           move WS-CELL-BRANCH(WS-CELL-SUB) to GLP-BRANCH-CODE
           move WS-CELL-PRODUCT(WS-CELL-SUB) to GLP-PRODUCT-CODE
           move WS-CELL-CCY(WS-CELL-SUB) to GLP-CURRENCY-CODE
           move WS-EUR-AMOUNT to GLP-EUR-AMOUNT
           move "C" to GLP-SENS
           write GL-POSTING-RECORD
           add GLP-EUR-AMOUNT to WS-EXTRACT-CREDITS
           .

      *****************************************************************
      *  GLP-AMOUNT in the cell's currency, in euros at the business
      *  date's rate without a margin.  A currency without a rate
      *  carries zero and ends the run RC 4.
      *****************************************************************
       4300-EURO-EQUIVALENT.
           move WS-CELL-CCY(WS-CELL-SUB) to FXC-FROM-CCY
           move "EUR" to FXC-TO-CCY
           move WS-PROCESS-DATE to FXC-RATE-DATE
           move GLP-AMOUNT to FXC-AMOUNT
           set FXC-NO-MARGIN to true
           call "FXCONV" using FX-CONVERSION-PARMS
           if FXC-RATE-MISSING
              move 0 to WS-EUR-AMOUNT
              set WS-NO-RATE to true
              display "DEVISE SANS COURS AU " WS-PROCESS-DATE " : "
                      WS-CELL-CCY(WS-CELL-SUB)
           else
              move FXC-CONVERTED-AMOUNT to WS-EUR-AMOUNT
           end-if
           .

      *****************************************************************
      *  Credit tier for WS-RATE-BASIS, chosen as INTACCR chooses it
      *  - the active, effective tier with the highest floor at or
      *  under the basis, the most recent one on a tie.
      *****************************************************************
       5300-LOOKUP-CREDIT-RATE.
           move "N" to WS-RATE-FOUND-SWITCH
           if not WS-RATES-PRESENT
              go to 5300-EXIT
           end-if
           perform 5900-SET-LOOKUP-PRODUCT thru 5900-EXIT
           move WS-LOOKUP-PRODUCT to RATE-PRODUCT-CODE
           move 0 to RATE-TIER-NUMBER
           start RATE-FILE key not < RATE-KEY
               invalid key
                   go to 5300-EXIT
           end-start
           move "N" to WS-RATE-EOF-SWITCH
           move 0 to WS-BEST-FLOOR
           move 0 to WS-BEST-EFFECTIVE
           perform 5600-READ-RATE
           perform 5700-JUDGE-RATE-TIER until WS-RATE-EOF
           .
       5300-EXIT.
           exit
           .

      *****************************************************************
      *  Debit rate as DEBINT finds it - the most recently effective
      *  active tier carrying a non-zero debit rate.
      *****************************************************************
       5400-LOOKUP-DEBIT-RATE.
           move "N" to WS-DEBRATE-FOUND-SWITCH
           if not WS-RATES-PRESENT
              go to 5400-EXIT
           end-if
           perform 5900-SET-LOOKUP-PRODUCT thru 5900-EXIT
           move WS-LOOKUP-PRODUCT to RATE-PRODUCT-CODE
           move 0 to RATE-TIER-NUMBER
           start RATE-FILE key not < RATE-KEY
               invalid key
                   go to 5400-EXIT
           end-start
           move "N" to WS-RATE-EOF-SWITCH
           move 0 to WS-BEST-EFFECTIVE
           move 0 to WS-DEBIT-RATE
           perform 5600-READ-RATE
           perform 5800-JUDGE-DEBIT-RATE until WS-RATE-EOF
           .
       5400-EXIT.
           exit
           .

       5600-READ-RATE.
           read RATE-FILE next record
               at end set WS-RATE-EOF to true
           end-read
           if not WS-RATE-EOF
                   and RATE-PRODUCT-CODE not = WS-LOOKUP-PRODUCT
              set WS-RATE-EOF to true
           end-if
           .

       5700-JUDGE-RATE-TIER.
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
           perform 5600-READ-RATE
           .

       5800-JUDGE-DEBIT-RATE.
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
           perform 5600-READ-RATE
           .

      *****************************************************************
      *  Product code of the account in the record area - its own
      *  field, or its owner's CUST-F2 on a record from before the
      *  field existed.
      *****************************************************************
       5900-SET-LOOKUP-PRODUCT.
           if ACCT-PRODUCT-CODE > 0
              move ACCT-PRODUCT-CODE to WS-LOOKUP-PRODUCT
           else
              move 0 to WS-LOOKUP-PRODUCT
              move ACCT-CUST-NUMBER to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      go to 5900-EXIT
              end-read
              move CUST-F2 to WS-LOOKUP-PRODUCT
           end-if
           .
       5900-EXIT.
           exit
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
           move "ACCRGL  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "ACCRGL  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move WS-ACCRUED-COUNT to RUNLOG-RECORD-COUNT
           move WS-OVERFLOW-COUNT to RUNLOG-REJECT-COUNT
           move return-code to RUNLOG-RETURN-CODE
           evaluate true
               when return-code >= 8
                   move "DESEQ" to RUNLOG-OUTCOME
               when WS-SIMULATION
                   move "SIMUL" to RUNLOG-OUTCOME
               when other
                   move "OK" to RUNLOG-OUTCOME
           end-evaluate
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
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           if WS-RATES-PRESENT
              close RATE-FILE
           end-if
           close ACCRUAL-FILE
           close GL-ACCRUAL-EXTRACT
           display "DATE DE TRAITEMENT : " WS-PROCESS-DATE
           display "COMPTES LUS : " WS-ACCOUNT-COUNT
           display "COMPTES COURUS : " WS-ACCRUED-COUNT
           display "DEJA COURUS (RELANCE) : " WS-SKIPPED-COUNT
           display "LIBERATIONS : " WS-RELEASE-COUNT
           display "INTERETS CREDITEURS COURUS (EUR) : "
                   WS-TOTAL-CR-ACCRUED
           display "INTERETS CREDITEURS LIBERES (EUR) : "
                   WS-TOTAL-CR-RELEASED
           display "AGIOS DEBITEURS COURUS (EUR) : "
                   WS-TOTAL-DB-ACCRUED
           display "AGIOS DEBITEURS LIBERES (EUR) : "
                   WS-TOTAL-DB-RELEASED
           .
