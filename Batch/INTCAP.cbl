      *  2026-09-02  YLC  Escheated accounts are skipped like closed
      *                   ones - their balance went to the state, so
      *                   no interest may rebuild on them.
      *  2026-09-26  YLC  A product whose PRODRULE record (PRODREC.cpy)
      *                   asks for annual capitalisation keeps its
      *                   accrued interest in the memo field all year
      *                   and is only capitalised in the January
      *                   cycle, for the year just closed; in any
      *                   other month the account is counted as
      *                   deferred.
      *  2026-10-15  YLC  Blanks the new TRAN-CURRENCY-CODE on the
      *                   emitted credits.
      *****************************************************************
       environment division.
       input-output section.
               organization is sequential
               file status is WS-WTX-STATUS.

           select PRODUCT-RULE-FILE assign to "PRODRULE"
               organization is indexed
               access mode is dynamic
               record key is PRD-KEY
               file status is WS-PRDRULE-STATUS.

       data division.
       file section.
       fd  ACCOUNT-MASTER.
       fd  WITHHOLDING-FILE.
       copy "WTXREC.cpy".

       fd  PRODUCT-RULE-FILE.
       copy "PRODREC.cpy".

       working-storage section.
       01  WS-CUSTMAST-STATUS              PIC X(02).
           88  WS-CUSTMAST-OK                VALUE "00".
       01  WS-WTX-STATUS                   PIC X(02).
           88  WS-WTX-OK                     VALUE "00".
       01  WS-PRDRULE-STATUS               PIC X(02).
           88  WS-PRDRULE-OK                 VALUE "00".
       01  WS-DEFERRED-COUNT               PIC 9(06) VALUE 0.
       01  WS-WITHHOLD-RATE                PIC 9(3)V99 COMP-3
                                               VALUE 0.
       01  WS-TAX-AMOUNT                   PIC 9(09).
       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-ACCT-EOF               VALUE "Y".
           05  WS-PRDRULE-PRESENT-SWITCH    PIC X(01) VALUE "N".
               88  WS-PRDRULE-PRESENT        VALUE "Y".
           05  WS-CAP-DEFERRED-SWITCH       PIC X(01) VALUE "N".
               88  WS-CAP-DEFERRED           VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-CYCLE-NUMBER                 PIC 9(04) VALUE 0.
              open output RAW-TRANSACTION-FILE
           end-if
           open input CUSTOMER-MASTER
           open input PRODUCT-RULE-FILE
           if WS-PRDRULE-OK
              set WS-PRDRULE-PRESENT to true
           else
              close PRODUCT-RULE-FILE
           end-if
           open extend WITHHOLDING-FILE
           if not WS-WTX-OK
              close WITHHOLDING-FILE
           if ACCT-MONTHLY-INTEREST = 0
              go to 3000-EXIT
           end-if
           perform 3200-CHECK-ANNUAL-CAP thru 3200-FIN
           if WS-CAP-DEFERRED
              add 1 to WS-DEFERRED-COUNT
              go to 3000-EXIT
           end-if
           compute WS-CAPITAL-AMOUNT rounded = ACCT-MONTHLY-INTEREST
           if WS-CAPITAL-AMOUNT = 0
              add 1 to WS-SKIPPED-COUNT
           perform 2000-READ-ACCOUNT
           .

      *****************************************************************
      *  An annually capitalised product is only credited in the
      *  January cycle - the memo field then holds the accruals for
      *  the year just closed.  The product code is the account's
      *  own, or the owning customer's CUST-F2 on a record from
      *  before the field existed; only an active rule in effect on
      *  the business date counts.
      *****************************************************************
       3200-CHECK-ANNUAL-CAP.
           move "N" to WS-CAP-DEFERRED-SWITCH
           if not WS-PRDRULE-PRESENT
              go to 3200-FIN
           end-if
           if WS-PROCESS-DATE(5:2) = "01"
              go to 3200-FIN
           end-if
           if ACCT-PRODUCT-CODE > 0
              move ACCT-PRODUCT-CODE to PRD-PRODUCT-CODE
           else
              move ACCT-CUST-NUMBER to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      go to 3200-FIN
              end-read
              move CUST-F2 to PRD-PRODUCT-CODE
           end-if
           read PRODUCT-RULE-FILE
               invalid key
                   go to 3200-FIN
           end-read
           if PRD-ACTIVE and PRD-ANNUAL-CAP
                   and PRD-EFFECTIVE-DATE not > WS-PROCESS-DATE
              set WS-CAP-DEFERRED to true
           end-if
           .
       3200-FIN.
           exit
           .

      *****************************************************************
      *  Splits the gross capitalization into the net credit and the
      *  tax withheld at source.  An exempt customer, a zero rate,
           move 0 to TRAN-CHEQUE-SERIAL
           move "I" to TRAN-CHANNEL
           move 0 to TRAN-ORIG-TIMESTAMP
           move spaces to TRAN-CURRENCY-CODE
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
           add WS-NET-AMOUNT to WS-BATCH-HASH
           close ACCOUNT-MASTER
           close RAW-TRANSACTION-FILE
           close CUSTOMER-MASTER
           if WS-PRDRULE-PRESENT
              close PRODUCT-RULE-FILE
           end-if
           close WITHHOLDING-FILE
           display "CYCLE : " WS-CYCLE-NUMBER
           display "CREDITS EMIS : " WS-EMITTED-COUNT
           display "IMPOT RETENU : " WS-TAX-TOTAL
           display "ACCRUS SOUS L'UNITE (REPORTES) : "
                   WS-SKIPPED-COUNT
           display "CAPITALISATION ANNUELLE (DIFFEREES) : "
                   WS-DEFERRED-COUNT
           .
