      *  codes are flagged, subtotals print per branch, and the grand
      *  total ties back to SOLDUPDT's closing control total.
      *
      *  Balances are kept in the account's own currency: a cell is
      *  a branch/product pair in one currency, each line carries
      *  its euro equivalent at the day's rates (FXCONV), subtotals
      *  and the grand total are in euros, and a closing section
      *  gives each currency's total - the figure that ties to that
      *  currency's closing line on SOLDUPDT's control report.
      *
      *  Modification history
      *  2026-08-21  YLC  Initial version.
      *  2026-08-21  YLC  Renamed the report ASSIGN TO literal from
      *                   owning customer's CUST-F1/F2 - a customer
      *                   holding products at two branches finally
      *                   reports under both.
      *  2026-10-15  YLC  Cells are kept by currency as well; each line
      *                   carries its euro equivalent at the run date's
      *                   rates, subtotals and the grand total are in
      *                   euros, and a per-currency section closes the
      *                   report.  RC 4 when a currency has no rate.
      *****************************************************************
       environment division.
       input-output section.
               88  WS-ACCT-EOF               VALUE "Y".
           05  WS-CELL-FOUND-SWITCH         PIC X(01).
               88  WS-CELL-FOUND               VALUE "Y".
           05  WS-CCY-FOUND-SWITCH          PIC X(01).
               88  WS-CCY-FOUND                VALUE "Y".

      *--------------------------------------------------------------*
      *    One cell per branch/product pair and currency met in the  *
      *    master - account count, balance and its euro equivalent.  *
      *--------------------------------------------------------------*
       01  WS-CELL-COUNT                   PIC 9(03) COMP VALUE 0.
       01  WS-CELL-TABLE.
           05  WS-CELL OCCURS 400 TIMES.
               10  WS-CELL-BRANCH          PIC 9(02).
               10  WS-CELL-PRODUCT         PIC 9(02).
               10  WS-CELL-CCY             PIC X(03).
               10  WS-CELL-ACCOUNTS        PIC 9(06).
               10  WS-CELL-BALANCE         PIC S9(11) COMP-3.
               10  WS-CELL-EUR             PIC S9(11) COMP-3.
       01  WS-CELL-SUB                     PIC 9(03).
       01  WS-BRANCH-SUB                   PIC 9(03).

       01  WS-LOOKUP-BRANCH                PIC 9(02).
       01  WS-LOOKUP-PRODUCT               PIC 9(02).
       01  WS-LOOKUP-CCY                   PIC X(03).
       01  WS-EUR-BALANCE                  PIC S9(11) COMP-3.
       01  WS-RATE-DATE                    PIC 9(08).

      *--------------------------------------------------------------*
      *    One entry per currency met - accounts, balance in the     *
      *    currency and the euro equivalent; entry 30 ("???")        *
      *    catches anything past the table.                          *
      *--------------------------------------------------------------*
       01  WS-CCY-COUNT                    PIC 9(03) COMP VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 30 TIMES.
               10  WS-CCY-CODE             PIC X(03).
               10  WS-CCY-ACCOUNTS         PIC 9(07).
               10  WS-CCY-BALANCE          PIC S9(11) COMP-3.
               10  WS-CCY-EUR              PIC S9(11) COMP-3.
               10  WS-CCY-NO-RATE-SWITCH   PIC X(01).
                   88  WS-CCY-NO-RATE        VALUE "Y".
       01  WS-CCY-SUB                      PIC 9(03) COMP.
       01  WS-CCY-HIT                      PIC 9(03) COMP.
       01  WS-NO-RATE-COUNT                PIC 9(07) VALUE 0.
       01  WS-UNKNOWN-CUST-COUNT           PIC 9(06) VALUE 0.
       01  WS-UNKNOWN-CUST-BALANCE         PIC S9(11) COMP-3 VALUE 0.
       01  WS-RETIRED-BALANCE              PIC S9(11) COMP-3 VALUE 0.
       01  WS-HEADING-LINE                 PIC X(80) VALUE
           "PORTEFEUILLE PAR BRANCHE ET PRODUIT".
       01  WS-COLUMN-LINE                  PIC X(80) VALUE
           "BR PR DEV LOC GES COMPTES   SOLDE   CONTRE-VAL EUR  STATUT".
       01  WS-RATE-DATE-LINE.
           05  FILLER                      PIC X(32) VALUE
               "CONTRE-VALEUR EUR AUX COURS DU ".
           05  WS-RDL-DATE                 PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-BRANCH                PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-PRODUCT               PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CCY                   PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-LOCATION              PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-MANAGER               PIC X(02).
           05  WS-DL-ACCOUNTS              PIC ZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-BALANCE               PIC -Z(10)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-EUR                   PIC -Z(10)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS                PIC X(14).

           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-TL-BALANCE               PIC -Z(10)9.

       01  WS-CURRENCY-LINE.
           05  FILLER                      PIC X(07) VALUE "DEVISE ".
           05  WS-CL-CCY                   PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-ACCOUNTS              PIC ZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-BALANCE               PIC -Z(10)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-EUR                   PIC -Z(10)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CL-NOTE                  PIC X(14).

       copy "FXCLNK.cpy".

       procedure division.

       0000-MAINLINE.
           open input CUSTOMER-MASTER
           open input BRANCH-PRODUCT-FILE
           open output PORTFOLIO-REPORT
           accept WS-RATE-DATE from date yyyymmdd
           initialize WS-CCY-TABLE
           move WS-HEADING-LINE to PORTFOLIO-REPORT-LINE
           write PORTFOLIO-REPORT-LINE
           move WS-RATE-DATE to WS-RDL-DATE
           move WS-RATE-DATE-LINE to PORTFOLIO-REPORT-LINE
           write PORTFOLIO-REPORT-LINE
           move WS-COLUMN-LINE to PORTFOLIO-REPORT-LINE
           write PORTFOLIO-REPORT-LINE
           .
      *  Attributes one account's balance to its customer's branch/
      *  product cell; accounts whose customer is missing are tallied
      *  apart - they are GLRECON's orphans, not a branch's money.
      *  Each balance is converted to euros here, account by account,
      *  so the cells, the subtotals, the currency section and the
      *  grand total all add up to the same euro figure.
      *****************************************************************
       3000-ATTRIBUTE-ACCOUNT.
           move ACCT-CURRENCY-CODE to WS-LOOKUP-CCY
           if WS-LOOKUP-CCY = spaces
              move "EUR" to WS-LOOKUP-CCY
           end-if
           perform 3200-ADD-TO-CURRENCY
           add 1 to WS-GRAND-ACCOUNTS
           add WS-EUR-BALANCE to WS-GRAND-TOTAL
           if ACCT-BRANCH-CODE > 0 or ACCT-PRODUCT-CODE > 0
              move ACCT-BRANCH-CODE to WS-LOOKUP-BRANCH
              move ACCT-PRODUCT-CODE to WS-LOOKUP-PRODUCT
              read CUSTOMER-MASTER
                  invalid key
                      add 1 to WS-UNKNOWN-CUST-COUNT
                      add WS-EUR-BALANCE to WS-UNKNOWN-CUST-BALANCE
                  not invalid key
                      move CUST-F1 to WS-LOOKUP-BRANCH
                      move CUST-F2 to WS-LOOKUP-PRODUCT
                 if WS-CELL-BRANCH(WS-CELL-SUB) = WS-LOOKUP-BRANCH
                         and WS-CELL-PRODUCT(WS-CELL-SUB)
                             = WS-LOOKUP-PRODUCT
                         and WS-CELL-CCY(WS-CELL-SUB) = WS-LOOKUP-CCY
                    set WS-CELL-FOUND to true
                    add 1 to WS-CELL-ACCOUNTS(WS-CELL-SUB)
                    add ACCT-SOLDE to WS-CELL-BALANCE(WS-CELL-SUB)
                    add WS-EUR-BALANCE to WS-CELL-EUR(WS-CELL-SUB)
                 end-if
              end-perform
           end-if
                     to WS-CELL-BRANCH(WS-CELL-COUNT)
                 move WS-LOOKUP-PRODUCT
                     to WS-CELL-PRODUCT(WS-CELL-COUNT)
                 move WS-LOOKUP-CCY to WS-CELL-CCY(WS-CELL-COUNT)
                 move 1 to WS-CELL-ACCOUNTS(WS-CELL-COUNT)
                 move ACCT-SOLDE to WS-CELL-BALANCE(WS-CELL-COUNT)
                 move WS-EUR-BALANCE to WS-CELL-EUR(WS-CELL-COUNT)
              end-if
           end-if
           .

      *****************************************************************
      *  The account's balance in euros at the run date's rates, and
      *  its currency's entry - a currency without a rate counts at
      *  zero euros and is marked on the currency section.
      *****************************************************************
       3200-ADD-TO-CURRENCY.
           move "N" to WS-CCY-FOUND-SWITCH
           move 1 to WS-CCY-SUB
           perform 3210-TEST-CURRENCY
               until WS-CCY-FOUND or WS-CCY-SUB > WS-CCY-COUNT
           if not WS-CCY-FOUND
              if WS-CCY-COUNT < 29
                 add 1 to WS-CCY-COUNT
                 move WS-CCY-COUNT to WS-CCY-HIT
                 move WS-LOOKUP-CCY to WS-CCY-CODE(WS-CCY-HIT)
              else
                 move 30 to WS-CCY-HIT
                 move "???" to WS-CCY-CODE(WS-CCY-HIT)
              end-if
           end-if
           move ACCT-CURRENCY-CODE to FXC-FROM-CCY
           move "EUR" to FXC-TO-CCY
           move WS-RATE-DATE to FXC-RATE-DATE
           move ACCT-SOLDE to FXC-AMOUNT
           set FXC-NO-MARGIN to true
           call "FXCONV" using FX-CONVERSION-PARMS
           if FXC-RATE-MISSING
              move 0 to WS-EUR-BALANCE
              add 1 to WS-NO-RATE-COUNT
              set WS-CCY-NO-RATE(WS-CCY-HIT) to true
           else
              move FXC-CONVERTED-AMOUNT to WS-EUR-BALANCE
           end-if
           add 1 to WS-CCY-ACCOUNTS(WS-CCY-HIT)
           add ACCT-SOLDE to WS-CCY-BALANCE(WS-CCY-HIT)
           add WS-EUR-BALANCE to WS-CCY-EUR(WS-CCY-HIT)
           .

       3210-TEST-CURRENCY.
           if WS-CCY-CODE(WS-CCY-SUB) = WS-LOOKUP-CCY
              set WS-CCY-FOUND to true
              move WS-CCY-SUB to WS-CCY-HIT
           else
              add 1 to WS-CCY-SUB
           end-if
           .

      *****************************************************************
      *  Prints the cells grouped by branch with a subtotal per
      *  branch, the unattributed bucket, the retired-code exposure
      *  and the grand total that ties to SOLDUPDT's closing total -
      *  all in euros - then each currency's own total.
      *****************************************************************
       4000-PRINT-REPORT.
           perform 4100-PRINT-ONE-BRANCH
           move "(RAPPROCHER DU SOLDE CLOTURE SOLDUPDT)"
               to PORTFOLIO-REPORT-LINE
           write PORTFOLIO-REPORT-LINE
           move spaces to PORTFOLIO-REPORT-LINE
           write PORTFOLIO-REPORT-LINE
           move "TOTAUX PAR DEVISE (RAPPROCHER DES CLOTURES SOLDUPDT)"
               to PORTFOLIO-REPORT-LINE
           write PORTFOLIO-REPORT-LINE
           perform 4300-PRINT-ONE-CURRENCY thru 4300-FIN
               varying WS-CCY-SUB from 1 by 1
               until WS-CCY-SUB > 30
           if WS-NO-RATE-COUNT > 0
              move "COMPTES EN DEVISE SANS COURS COMPTES A ZERO EUR"
                  to PORTFOLIO-REPORT-LINE
              write PORTFOLIO-REPORT-LINE
           end-if
           .

       4100-PRINT-ONE-BRANCH.
                   move BP-MANAGER-CODE to WS-DL-MANAGER
                   if BP-RETIRED
                      move "*CODE RETIRE*" to WS-DL-STATUS
                      add WS-CELL-EUR(WS-CELL-SUB)
                          to WS-RETIRED-BALANCE
                   else
                      move "ACTIF" to WS-DL-STATUS
                   end-if
           end-read
           move WS-CELL-ACCOUNTS(WS-CELL-SUB) to WS-DL-ACCOUNTS
           move WS-CELL-CCY(WS-CELL-SUB) to WS-DL-CCY
           move WS-CELL-BALANCE(WS-CELL-SUB) to WS-DL-BALANCE
           move WS-CELL-EUR(WS-CELL-SUB) to WS-DL-EUR
           add WS-CELL-ACCOUNTS(WS-CELL-SUB) to WS-BRANCH-ACCOUNTS
           add WS-CELL-EUR(WS-CELL-SUB) to WS-BRANCH-TOTAL
           move spaces to PORTFOLIO-REPORT-LINE
           move WS-DETAIL-LINE to PORTFOLIO-REPORT-LINE
           write PORTFOLIO-REPORT-LINE
           .

       4300-PRINT-ONE-CURRENCY.
           if WS-CCY-CODE(WS-CCY-SUB) = spaces
              go to 4300-FIN
           end-if
           move WS-CCY-CODE(WS-CCY-SUB) to WS-CL-CCY
           move WS-CCY-ACCOUNTS(WS-CCY-SUB) to WS-CL-ACCOUNTS
           move WS-CCY-BALANCE(WS-CCY-SUB) to WS-CL-BALANCE
           move WS-CCY-EUR(WS-CCY-SUB) to WS-CL-EUR
           if WS-CCY-NO-RATE(WS-CCY-SUB)
              move "*SANS COURS*" to WS-CL-NOTE
           else
              move spaces to WS-CL-NOTE
           end-if
           move WS-CURRENCY-LINE to PORTFOLIO-REPORT-LINE
           write PORTFOLIO-REPORT-LINE
           .
       4300-FIN.
           exit
           .

       9999-TERMINATE.
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           close PORTFOLIO-REPORT
           display "COMPTES VENTILES : " WS-GRAND-ACCOUNTS
           display "CLIENTS INCONNUS : " WS-UNKNOWN-CUST-COUNT
           display "COMPTES EN DEVISE SANS COURS : " WS-NO-RATE-COUNT
           if WS-NO-RATE-COUNT > 0 and return-code < 4
              move 4 to return-code
           end-if
           .
