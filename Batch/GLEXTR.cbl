      *  instead of re-keying journal vouchers from SOLDUPDT's
      *  control report - fed from the same data GLRECON reconciles
      *  against, the GL stops breaking from transcription errors.
      *  Entries are kept apart by currency: each carries its
      *  amount in the accounts' currency and the euro equivalent at
      *  the business date's rate (FXCONV), and the extract must
      *  balance in every currency and in euros.
      *
      *  Modification history
      *  2026-09-01  YLC  Initial version.
      *  2026-09-02  YLC  Writes start/end records with counts and
      *                   outcome to the shared nightly run log for
      *                   MORNSUM's morning operations summary.
      *  2026-10-02  YLC  Extract layout moved to GLPREC.cpy, shared
      *                   with the ACCRGL interest accrual entries.
      *  2026-10-15  YLC  Cells are kept by branch, product and
      *                   currency (TH-CURRENCY-CODE); each entry
      *                   carries its currency and euro equivalent, and
      *                   the balance is proved per currency and in
      *                   euros. A currency without a rate ends RC 4.
      *****************************************************************
       environment division.
       input-output section.
       copy "CUSTREC.cpy".

       fd  GL-POSTING-EXTRACT.
       copy "GLPREC.cpy".

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".
               88  WS-HIST-EOF                VALUE "Y".
           05  WS-CELL-FOUND-SWITCH         PIC X(01).
               88  WS-CELL-FOUND               VALUE "Y".
           05  WS-CCYT-FOUND-SWITCH         PIC X(01).
               88  WS-CCYT-FOUND               VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.

      *--------------------------------------------------------------*
      *    One cell per branch/product/currency met in the night's   *
      *    activity - debit and credit totals and counts, the same   *
      *    accumulation technique BRPFRPT uses.                      *
      *--------------------------------------------------------------*
           05  WS-CELL OCCURS 400 TIMES.
               10  WS-CELL-BRANCH          PIC 9(02).
               10  WS-CELL-PRODUCT         PIC 9(02).
               10  WS-CELL-CCY             PIC X(03).
               10  WS-CELL-DEBITS          PIC 9(13).
               10  WS-CELL-DEBIT-COUNT     PIC 9(07).
               10  WS-CELL-CREDITS         PIC 9(13).
       01  WS-CELL-SUB                     PIC 9(03).
       01  WS-LOOKUP-BRANCH                PIC 9(02).
       01  WS-LOOKUP-PRODUCT               PIC 9(02).
       01  WS-LOOKUP-CCY                   PIC X(03).
       01  WS-WORK-AMOUNT                  PIC 9(13).
       01  WS-EUR-AMOUNT                   PIC 9(13).

      *--------------------------------------------------------------*
      *    Extract totals by currency, proved one by one.            *
      *--------------------------------------------------------------*
       01  WS-CCYT-COUNT                   PIC 9(02) COMP VALUE 0.
       01  WS-CCYT-TABLE.
           05  WS-CCYT OCCURS 30 TIMES.
               10  WS-CCYT-CODE            PIC X(03).
               10  WS-CCYT-CLI-DEBITS      PIC 9(15).
               10  WS-CCYT-CLI-CREDITS     PIC 9(15).
               10  WS-CCYT-EXT-DEBITS      PIC 9(15).
               10  WS-CCYT-EXT-CREDITS     PIC 9(15).
       01  WS-CCYT-SUB                     PIC 9(02) COMP.
       01  WS-CCYT-HIT                     PIC 9(02) COMP.
       01  WS-NO-RATE-COUNT                PIC 9(04) VALUE 0.

       01  WS-MOVEMENT-COUNT               PIC 9(07) VALUE 0.
       01  WS-ORPHAN-COUNT                 PIC 9(06) VALUE 0.
       01  WS-EXTRACT-DEBITS               PIC 9(15) VALUE 0.
       01  WS-EXTRACT-CREDITS              PIC 9(15) VALUE 0.

       copy "FXCLNK.cpy".

       procedure division.

       0000-MAINLINE.
      *  CUST-F1/CUST-F2 for accounts from before the fields existed
      *  (both codes zero), as BRPFRPT does; an account no longer on
      *  the master, or one whose customer is gone too, lands in the
      *  00/00 bucket and is counted apart.  The currency is the one
      *  the movement was posted in, the euro when blank.
      *****************************************************************
       3000-SUMMARIZE-MOVEMENT.
           if TH-POST-DATE not = WS-PROCESS-DATE
               not invalid key
                   perform 3050-ATTRIBUTE-ACCOUNT
           end-read
           move TH-CURRENCY-CODE to WS-LOOKUP-CCY
           if WS-LOOKUP-CCY = spaces
              move "EUR" to WS-LOOKUP-CCY
           end-if
           perform 3100-ADD-TO-CELL
           perform 2000-READ-HISTORY
           .
                 if WS-CELL-BRANCH(WS-CELL-SUB) = WS-LOOKUP-BRANCH
                         and WS-CELL-PRODUCT(WS-CELL-SUB)
                             = WS-LOOKUP-PRODUCT
                         and WS-CELL-CCY(WS-CELL-SUB) = WS-LOOKUP-CCY
                    set WS-CELL-FOUND to true
                    perform 3200-ACCUMULATE
                 end-if
           end-if
           if not WS-CELL-FOUND
              if WS-CELL-COUNT >= 400
                 display "TABLE BRANCHE/PRODUIT/DEVISE PLEINE - MVT "
                         TH-ACCT-NUMBER " NON VENTILE"
              else
                 add 1 to WS-CELL-COUNT
                     to WS-CELL-BRANCH(WS-CELL-SUB)
                 move WS-LOOKUP-PRODUCT
                     to WS-CELL-PRODUCT(WS-CELL-SUB)
                 move WS-LOOKUP-CCY to WS-CELL-CCY(WS-CELL-SUB)
                 move 0 to WS-CELL-DEBITS(WS-CELL-SUB)
                 move 0 to WS-CELL-DEBIT-COUNT(WS-CELL-SUB)
                 move 0 to WS-CELL-CREDITS(WS-CELL-SUB)
           if TH-DEBIT
              add WS-WORK-AMOUNT to WS-CELL-DEBITS(WS-CELL-SUB)
              add 1 to WS-CELL-DEBIT-COUNT(WS-CELL-SUB)
           else
              add WS-WORK-AMOUNT to WS-CELL-CREDITS(WS-CELL-SUB)
              add 1 to WS-CELL-CREDIT-COUNT(WS-CELL-SUB)
           end-if
           .

      *****************************************************************
      *  Two journal entries per side of each cell - the customer-
      *  ledger entry and its treasury contra - so every record pair
      *  balances and the whole extract proves out, currency by
      *  currency and in euros (WS-EXTRACT-DEBITS/CREDITS).
      *****************************************************************
       4000-WRITE-EXTRACT.
           perform 4100-WRITE-ONE-CELL
               varying WS-CELL-SUB from 1 by 1
               until WS-CELL-SUB > WS-CELL-COUNT
           perform 4500-PROVE-CURRENCY
               varying WS-CCYT-SUB from 1 by 1
               until WS-CCYT-SUB > WS-CCYT-COUNT
           if WS-EXTRACT-DEBITS not = WS-EXTRACT-CREDITS
              display "*** EXTRAIT GL DESEQUILIBRE EN EUR ***"
              move 8 to return-code
           end-if
           if WS-NO-RATE-COUNT > 0 and return-code < 4
              move 4 to return-code
           end-if
           .

       4100-WRITE-ONE-CELL.
           perform 4300-POINT-CURRENCY
           if WS-CELL-DEBITS(WS-CELL-SUB) > 0
              move WS-CELL-DEBITS(WS-CELL-SUB) to WS-WORK-AMOUNT
              perform 4400-EURO-EQUIVALENT
              add WS-EUR-AMOUNT to WS-TOTAL-DEBITS
              add WS-WORK-AMOUNT to WS-CCYT-CLI-DEBITS(WS-CCYT-HIT)
              add WS-WORK-AMOUNT to WS-CCYT-EXT-DEBITS(WS-CCYT-HIT)
              add WS-WORK-AMOUNT to WS-CCYT-EXT-CREDITS(WS-CCYT-HIT)
              perform 4200-SET-COMMON-FIELDS
              move "CLIENTS" to GLP-ACCOUNT-CLASS
              move "D" to GLP-SENS
              move WS-CELL-DEBITS(WS-CELL-SUB) to GLP-AMOUNT
              move WS-CELL-DEBIT-COUNT(WS-CELL-SUB) to GLP-COUNT
              write GL-POSTING-RECORD
              add WS-EUR-AMOUNT to WS-EXTRACT-DEBITS
              perform 4200-SET-COMMON-FIELDS
              move "TRESORIE" to GLP-ACCOUNT-CLASS
              move "C" to GLP-SENS
              move WS-CELL-DEBITS(WS-CELL-SUB) to GLP-AMOUNT
              move WS-CELL-DEBIT-COUNT(WS-CELL-SUB) to GLP-COUNT
              write GL-POSTING-RECORD
              add WS-EUR-AMOUNT to WS-EXTRACT-CREDITS
           end-if
           if WS-CELL-CREDITS(WS-CELL-SUB) > 0
              move WS-CELL-CREDITS(WS-CELL-SUB) to WS-WORK-AMOUNT
              perform 4400-EURO-EQUIVALENT
              add WS-EUR-AMOUNT to WS-TOTAL-CREDITS
              add WS-WORK-AMOUNT to WS-CCYT-CLI-CREDITS(WS-CCYT-HIT)
              add WS-WORK-AMOUNT to WS-CCYT-EXT-DEBITS(WS-CCYT-HIT)
              add WS-WORK-AMOUNT to WS-CCYT-EXT-CREDITS(WS-CCYT-HIT)
              perform 4200-SET-COMMON-FIELDS
              move "CLIENTS" to GLP-ACCOUNT-CLASS
              move "C" to GLP-SENS
              move WS-CELL-CREDITS(WS-CELL-SUB) to GLP-AMOUNT
              move WS-CELL-CREDIT-COUNT(WS-CELL-SUB) to GLP-COUNT
              write GL-POSTING-RECORD
              add WS-EUR-AMOUNT to WS-EXTRACT-CREDITS
              perform 4200-SET-COMMON-FIELDS
              move "TRESORIE" to GLP-ACCOUNT-CLASS
              move "D" to GLP-SENS
              move WS-CELL-CREDITS(WS-CELL-SUB) to GLP-AMOUNT
              move WS-CELL-CREDIT-COUNT(WS-CELL-SUB) to GLP-COUNT
              write GL-POSTING-RECORD
              add WS-EUR-AMOUNT to WS-EXTRACT-DEBITS
           end-if
           .

           move WS-PROCESS-DATE to GLP-POST-DATE
           move WS-CELL-BRANCH(WS-CELL-SUB) to GLP-BRANCH-CODE
           move WS-CELL-PRODUCT(WS-CELL-SUB) to GLP-PRODUCT-CODE
           move WS-CELL-CCY(WS-CELL-SUB) to GLP-CURRENCY-CODE
           move WS-EUR-AMOUNT to GLP-EUR-AMOUNT
           .

      *****************************************************************
      *  Currency totals entry of the cell being written, added on
      *  first use; past the table's size the last entry takes the
      *  rest.
      *****************************************************************
       4300-POINT-CURRENCY.
           move "N" to WS-CCYT-FOUND-SWITCH
           perform 4310-COMPARE-CURRENCY
               varying WS-CCYT-SUB from 1 by 1
               until WS-CCYT-SUB > WS-CCYT-COUNT or WS-CCYT-FOUND
           if not WS-CCYT-FOUND
              if WS-CCYT-COUNT < 30
                 add 1 to WS-CCYT-COUNT
                 move WS-CCYT-COUNT to WS-CCYT-HIT
                 move WS-CELL-CCY(WS-CELL-SUB)
                     to WS-CCYT-CODE(WS-CCYT-HIT)
                 move 0 to WS-CCYT-CLI-DEBITS(WS-CCYT-HIT)
                 move 0 to WS-CCYT-CLI-CREDITS(WS-CCYT-HIT)
                 move 0 to WS-CCYT-EXT-DEBITS(WS-CCYT-HIT)
                 move 0 to WS-CCYT-EXT-CREDITS(WS-CCYT-HIT)
              else
                 move 30 to WS-CCYT-HIT
              end-if
           end-if
           .

       4310-COMPARE-CURRENCY.
           if WS-CCYT-CODE(WS-CCYT-SUB) = WS-CELL-CCY(WS-CELL-SUB)
              set WS-CCYT-FOUND to true
              move WS-CCYT-SUB to WS-CCYT-HIT
           end-if
           .

      *****************************************************************
      *  WS-WORK-AMOUNT in the cell's currency, in euros at the
      *  business date's rate without a margin.  A currency without
      *  a rate carries zero and is counted for the return code.
      *****************************************************************
       4400-EURO-EQUIVALENT.
           move WS-CELL-CCY(WS-CELL-SUB) to FXC-FROM-CCY
           move "EUR" to FXC-TO-CCY
           move WS-PROCESS-DATE to FXC-RATE-DATE
           move WS-WORK-AMOUNT to FXC-AMOUNT
           set FXC-NO-MARGIN to true
           call "FXCONV" using FX-CONVERSION-PARMS
           if FXC-RATE-MISSING
              move 0 to WS-EUR-AMOUNT
              add 1 to WS-NO-RATE-COUNT
              display "DEVISE SANS COURS AU " WS-PROCESS-DATE " : "
                      WS-CELL-CCY(WS-CELL-SUB)
           else
              move FXC-CONVERTED-AMOUNT to WS-EUR-AMOUNT
           end-if
           .

       4500-PROVE-CURRENCY.
           if WS-CCYT-EXT-DEBITS(WS-CCYT-SUB)
                   not = WS-CCYT-EXT-CREDITS(WS-CCYT-SUB)
              display "*** EXTRAIT GL DESEQUILIBRE EN "
                      WS-CCYT-CODE(WS-CCYT-SUB) " ***"
              move 8 to return-code
           end-if
           .

      *****************************************************************
           display "MOUVEMENTS VENTILES : " WS-MOVEMENT-COUNT
           display "COMPTES INTROUVABLES (CASE 00/00) : "
                   WS-ORPHAN-COUNT
           perform 9100-DISPLAY-CURRENCY
               varying WS-CCYT-SUB from 1 by 1
               until WS-CCYT-SUB > WS-CCYT-COUNT
           display "TOTAL DEBITS CLIENTS (EUR) : " WS-TOTAL-DEBITS
           display "TOTAL CREDITS CLIENTS (EUR) : " WS-TOTAL-CREDITS
           if WS-NO-RATE-COUNT > 0
              display "MONTANTS SANS COURS DE CHANGE : "
                      WS-NO-RATE-COUNT
           end-if
           display "(RAPPROCHER DES TOTAUX SOLDUPDT)"
           .

       9100-DISPLAY-CURRENCY.
           display "DEVISE " WS-CCYT-CODE(WS-CCYT-SUB)
                   " DEBITS CLIENTS : "
                   WS-CCYT-CLI-DEBITS(WS-CCYT-SUB)
                   " CREDITS CLIENTS : "
                   WS-CCYT-CLI-CREDITS(WS-CCYT-SUB)
           .
