      *                   joint account shows under both holders.  A
      *                   missing cross-reference file simply means
      *                   no joint holdings.
      *  2026-09-18  YLC  Every account line shows the available
      *                   balance beside the ledger balance - the
      *                   ledger less deposited cheques on CHQDEP
      *                   still short of their availability date -
      *                   and the portfolio total gets an available
      *                   twin.  A missing deposit file means no
      *                   cheques in float.
      *****************************************************************
       environment division.
       input-output section.
               record key is XREF-KEY
               file status is WS-XREF-STATUS.

           select CHEQUE-DEPOSIT-FILE assign to "CHQDEP"
               organization is indexed
               access mode is dynamic
               record key is CDP-KEY
               file status is WS-CHQDEP-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
       fd  HOLDER-XREF-FILE.
       copy "XREFREC.cpy".

       fd  CHEQUE-DEPOSIT-FILE.
       copy "CDEPREC.cpy".

       working-storage section.
       01  WS-CHQDEP-STATUS                 PIC X(02).
           88  WS-CHQDEP-OK                   VALUE "00".
       01  WS-XREF-STATUS                   PIC X(02).
           88  WS-XREF-OK                     VALUE "00".
       01  WS-CUSTMAST-STATUS               PIC X(02).
               88  WS-XREF-EOF                 VALUE "Y".
           05  WS-XREF-PRESENT-SWITCH        PIC X(01) VALUE "N".
               88  WS-XREF-PRESENT             VALUE "Y".
           05  WS-DEPOSITS-PRESENT-SWITCH    PIC X(01) VALUE "N".
               88  WS-DEPOSITS-PRESENT         VALUE "Y".
           05  WS-CDP-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-CDP-EOF                  VALUE "Y".

       01  WS-SEARCH-NUMBER                  PIC 9(06).
       01  WS-CONTINUE                       PIC X(01).
       01  WS-SOLDE-EDIT                     PIC 999,999,999.99CR.
       01  WS-TOTAL-EDIT                     PIC 99,999,999,999.99CR.
       01  WS-STATUS-TEXT                    PIC X(08).
       01  WS-TODAY-DATE                     PIC 9(08).
       01  WS-UNCOLLECTED-AMOUNT             PIC S9(9) COMP-3.
       01  WS-AVAILABLE-SOLDE                PIC S9(9) COMP-3.
       01  WS-AVAILABLE-TOTAL                PIC S9(11) COMP-3.
       01  WS-AVAILABLE-EDIT                 PIC 999,999,999.99CR.

       procedure division.

           else
              close HOLDER-XREF-FILE
           end-if
           open input CHEQUE-DEPOSIT-FILE
           if WS-CHQDEP-OK
              set WS-DEPOSITS-PRESENT to true
           else
              close CHEQUE-DEPOSIT-FILE
           end-if
           accept WS-TODAY-DATE from date yyyymmdd
           .

       2000-INQUIRE-PORTFOLIO.
       3000-LIST-PORTFOLIO.
           move 0 to WS-ACCOUNT-COUNT
           move 0 to WS-PORTFOLIO-TOTAL
           move 0 to WS-AVAILABLE-TOTAL
           move "N" to WS-PORT-EOF-SWITCH
           move WS-SEARCH-NUMBER to ACCT-CUST-NUMBER
           start ACCOUNT-MASTER key = ACCT-CUST-NUMBER
              move WS-PORTFOLIO-TOTAL to WS-TOTAL-EDIT
              display "COMPTES  : " WS-ACCOUNT-COUNT
              display "TOTAL PORTEFEUILLE : " WS-TOTAL-EDIT
              move WS-AVAILABLE-TOTAL to WS-TOTAL-EDIT
              display "TOTAL DISPONIBLE   : " WS-TOTAL-EDIT
           end-if
           .

               when other
                   move "FERME" to WS-STATUS-TEXT
           end-evaluate
           perform 3300-GET-AVAILABLE thru 3300-EXIT
           display "  COMPTE " ACCT-NUMBER " " WS-STATUS-TEXT
                   " SOLDE " WS-SOLDE-EDIT
                   " DISPO " WS-AVAILABLE-EDIT
           add ACCT-SOLDE to WS-PORTFOLIO-TOTAL
           add WS-AVAILABLE-SOLDE to WS-AVAILABLE-TOTAL
           add 1 to WS-ACCOUNT-COUNT
           perform 3100-READ-PORTFOLIO-ACCOUNT
           .

      *****************************************************************
      *  Available balance of the account in the record area - the
      *  ledger less its deposited cheques posted but still short of
      *  their availability date, the rule SOLDUPDT applies to the
      *  night's debits.
      *****************************************************************
       3300-GET-AVAILABLE.
           move 0 to WS-UNCOLLECTED-AMOUNT
           if WS-DEPOSITS-PRESENT
              move ACCT-NUMBER to CDP-ACCT-NUMBER
              move 0 to CDP-TIMESTAMP
              move "N" to WS-CDP-EOF-SWITCH
              start CHEQUE-DEPOSIT-FILE key not < CDP-KEY
                  invalid key
                      set WS-CDP-EOF to true
              end-start
              perform 3310-ADD-ONE-DEPOSIT until WS-CDP-EOF
           end-if
           compute WS-AVAILABLE-SOLDE =
                   ACCT-SOLDE - WS-UNCOLLECTED-AMOUNT
           move WS-AVAILABLE-SOLDE to WS-AVAILABLE-EDIT
           .
       3300-EXIT.
           exit
           .

       3310-ADD-ONE-DEPOSIT.
           read CHEQUE-DEPOSIT-FILE next record
               at end set WS-CDP-EOF to true
           end-read
           if not WS-CDP-EOF
              if CDP-ACCT-NUMBER not = ACCT-NUMBER
                 set WS-CDP-EOF to true
              else
                 if CDP-UNCOLLECTED
                         and CDP-AVAILABLE-DATE > WS-TODAY-DATE
                    add CDP-AMOUNT to WS-UNCOLLECTED-AMOUNT
                 end-if
              end-if
           end-if
           .

      *****************************************************************
      *  Accounts held jointly through the holder cross-reference -
      *  the file is keyed on account/customer, so like the delete
                       when other
                           move "FERME" to WS-STATUS-TEXT
                   end-evaluate
                   perform 3300-GET-AVAILABLE thru 3300-EXIT
                   display "  COMPTE " ACCT-NUMBER " "
                           WS-STATUS-TEXT " SOLDE " WS-SOLDE-EDIT
                           " DISPO " WS-AVAILABLE-EDIT
                           " (CO-TITULAIRE, TIT. "
                           ACCT-CUST-NUMBER ")"
           end-read
           if WS-XREF-PRESENT
              close HOLDER-XREF-FILE
           end-if
           if WS-DEPOSITS-PRESENT
              close CHEQUE-DEPOSIT-FILE
           end-if
           display "FIN DE CONSULTATION"
           .
