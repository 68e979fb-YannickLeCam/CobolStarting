       identification division.
       program-id. PROFRPT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-22.
       date-compiled.

      *****************************************************************
      *  PROFRPT
      *
      *  Monthly customer profitability report - what each customer
      *  actually earns or costs the bank, where BRPFRPT only shows
      *  the balances.  The period's postings on TRANHIST are
      *  totalled per account by channel:
      *
      *    - interest paid out ("I") is a cost;
      *    - service charges ("F", returned-cheque fees included),
      *      debit interest ("A") and late-payment penalties ("N")
      *      are income;
      *    - of a loan installment ("L") only the interest share is
      *      income - the loan's monthly interest at its contracted
      *      rate on the outstanding balance over its installment,
      *      the split LOANPOST applies;
      *
      *  and the account's average end-of-day balance over the
      *  period on SNAPHIST is valued at the internal funding rate
      *  PARM-FUNDING-RATE - positive for the funds a credit balance
      *  brings in, negative for an overdraft the bank carries.  The
      *  net contribution is rolled up per branch and product (the
      *  codes on the account, falling back to the customer's
      *  CUST-F1/F2 as BRPFRPT does) and per customer: a joint
      *  account's contribution is split evenly between its primary
      *  holder and the active joint holders on XREFFILE.  The ten
      *  most and ten least profitable customers close the report.
      *
      *  Modification history
      *  2026-09-22  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select TRANSACTION-HISTORY assign to "TRANHIST"
               organization is sequential
               file status is WS-TRANHIST-STATUS.

           select SNAPSHOT-HISTORY assign to "SNAPHIST"
               organization is sequential
               file status is WS-SNAP-STATUS.

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

           select HOLDER-XREF-FILE assign to "XREFFILE"
               organization is indexed
               access mode is dynamic
               record key is XREF-KEY
               file status is WS-XREF-STATUS.

           select LOAN-FILE assign to "LOANFILE"
               organization is indexed
               access mode is sequential
               record key is LOAN-KEY
               file status is WS-LOAN-STATUS.

           select PROFIT-REPORT assign to "PROFRPRT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select RUN-PARAMETERS assign to "PROFPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

       data division.
       file section.
       fd  TRANSACTION-HISTORY.
       copy "THISTREC.cpy".

       fd  SNAPSHOT-HISTORY.
       copy "SNAPREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  HOLDER-XREF-FILE.
       copy "XREFREC.cpy".

       fd  LOAN-FILE.
       copy "LOANREC.cpy".

       fd  PROFIT-REPORT.
       01  PROFIT-REPORT-LINE              PIC X(100).

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       working-storage section.
       01  WS-TRANHIST-STATUS              PIC X(02).
           88  WS-TRANHIST-OK                VALUE "00".
       01  WS-SNAP-STATUS                  PIC X(02).
           88  WS-SNAP-OK                    VALUE "00".
       01  WS-ACCTMAST-STATUS              PIC X(02).
       01  WS-CUSTMAST-STATUS              PIC X(02).
       01  WS-XREF-STATUS                  PIC X(02).
           88  WS-XREF-OK                    VALUE "00".
       01  WS-LOAN-STATUS                  PIC X(02).
           88  WS-LOAN-OK                    VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-HIST-EOF                VALUE "Y".
           05  WS-ACCT-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-ACCT-EOF                VALUE "Y".
           05  WS-SNAP-EOF-SWITCH           PIC X(01).
               88  WS-SNAP-EOF                VALUE "Y".
           05  WS-LOAN-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-LOAN-EOF                VALUE "Y".
           05  WS-XREF-EOF-SWITCH           PIC X(01).
               88  WS-XREF-EOF                VALUE "Y".
           05  WS-XREF-PRESENT-SWITCH       PIC X(01) VALUE "N".
               88  WS-XREF-PRESENT            VALUE "Y".
           05  WS-CELL-FOUND-SWITCH         PIC X(01).
               88  WS-CELL-FOUND               VALUE "Y".
           05  WS-BRANCH-PRINTED-SWITCH     PIC X(01).
               88  WS-BRANCH-PRINTED           VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-PERIOD                       PIC 9(06).
       01  WS-FUNDING-RATE                 PIC 9(3)V99 VALUE 0.
       01  WS-RATE-EDIT                    PIC ZZ9.99.

      *--------------------------------------------------------------*
      *    Active loans by payment account - the interest share of  *
      *    an installment debited there.                            *
      *--------------------------------------------------------------*
       01  WS-LOAN-COUNT                   PIC 9(04) COMP VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LN OCCURS 2000 TIMES.
               10  WS-LN-PAYMENT-ACCT      PIC 9(09).
               10  WS-LN-INSTALLMENT       PIC 9(9) COMP-3.
               10  WS-LN-MONTH-INTEREST    PIC 9(9) COMP-3.
       01  WS-LN-SUB                       PIC 9(04).
       01  WS-MONTHLY-RATE                 PIC 9V9(8) COMP-3.
       01  WS-LOAN-INTEREST                PIC 9(9) COMP-3.

      *--------------------------------------------------------------*
      *    The period's movements by account and channel family.     *
      *--------------------------------------------------------------*
       01  WS-MOV-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-MOV-TABLE.
           05  WS-MOV OCCURS 5000 TIMES.
               10  WS-MOV-ACCT             PIC 9(09).
               10  WS-MOV-INT-PAID         PIC S9(11) COMP-3.
               10  WS-MOV-FEES             PIC S9(11) COMP-3.
               10  WS-MOV-DEBIT-INT        PIC S9(11) COMP-3.
               10  WS-MOV-LOAN-INT         PIC S9(11) COMP-3.
       01  WS-MOV-SUB                      PIC 9(04).
       01  WS-SEARCH-ACCT                  PIC 9(09).
       01  WS-WORK-AMOUNT                  PIC S9(09).

      *--------------------------------------------------------------*
      *    One account's figures for the period.                     *
      *--------------------------------------------------------------*
       01  WS-ACCT-FIGURES.
           05  WS-AF-INT-PAID              PIC S9(11) COMP-3.
           05  WS-AF-FEES                  PIC S9(11) COMP-3.
           05  WS-AF-DEBIT-INT             PIC S9(11) COMP-3.
           05  WS-AF-LOAN-INT              PIC S9(11) COMP-3.
           05  WS-AF-FUNDING               PIC S9(11) COMP-3.
           05  WS-AF-NET                   PIC S9(11) COMP-3.
       01  WS-SNAP-SUM                     PIC S9(12) COMP-3.
       01  WS-SNAP-DAYS                    PIC 9(03).
       01  WS-SNAP-AVERAGE                 PIC S9(9) COMP-3.

      *--------------------------------------------------------------*
      *    Branch/product cells, as BRPFRPT keeps them.              *
      *--------------------------------------------------------------*
       01  WS-CELL-COUNT                   PIC 9(03) COMP VALUE 0.
       01  WS-CELL-TABLE.
           05  WS-CELL OCCURS 400 TIMES.
               10  WS-CELL-BRANCH          PIC 9(02).
               10  WS-CELL-PRODUCT         PIC 9(02).
               10  WS-CELL-ACCOUNTS        PIC 9(06).
               10  WS-CELL-INT-PAID        PIC S9(11) COMP-3.
               10  WS-CELL-FEES            PIC S9(11) COMP-3.
               10  WS-CELL-DEBIT-INT       PIC S9(11) COMP-3.
               10  WS-CELL-LOAN-INT        PIC S9(11) COMP-3.
               10  WS-CELL-FUNDING         PIC S9(11) COMP-3.
               10  WS-CELL-NET             PIC S9(11) COMP-3.
       01  WS-CELL-SUB                     PIC 9(03).
       01  WS-BRANCH-SUB                   PIC 9(03).
       01  WS-LOOKUP-BRANCH                PIC 9(02).
       01  WS-LOOKUP-PRODUCT               PIC 9(02).

      *--------------------------------------------------------------*
      *    Holders of the account being split, and the net           *
      *    contribution accumulated per customer.                    *
      *--------------------------------------------------------------*
       01  WS-HOLDER-COUNT                 PIC 9(02) VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER OCCURS 10 TIMES   PIC 9(06).
       01  WS-HOLDER-SUB                   PIC 9(02).
       01  WS-SHARE                        PIC S9(11) COMP-3.
       01  WS-SHARE-REMAINDER              PIC S9(11) COMP-3.
       01  WS-SHARE-AMOUNT                 PIC S9(11) COMP-3.

       01  WS-CUS-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-CUS-TABLE.
           05  WS-CUS OCCURS 5000 TIMES.
               10  WS-CUS-NUMBER           PIC 9(06).
               10  WS-CUS-ACCOUNTS         PIC 9(04).
               10  WS-CUS-NET              PIC S9(11) COMP-3.
               10  WS-CUS-PICKED           PIC X(01).
       01  WS-CUS-SUB                      PIC 9(04).
       01  WS-SEARCH-CUST                  PIC 9(06).
       01  WS-BEST-SUB                     PIC 9(04).
       01  WS-RANK                         PIC 9(02).
       01  WS-RANK-SIDE                    PIC X(01).
           88  WS-RANK-TOP                   VALUE "T".
           88  WS-RANK-BOTTOM                VALUE "B".

       01  WS-ACCOUNTS-COUNT               PIC 9(07) VALUE 0.
       01  WS-SPLIT-COUNT                  PIC 9(07) VALUE 0.
       01  WS-GRAND-FIGURES.
           05  WS-GR-INT-PAID              PIC S9(11) COMP-3 VALUE 0.
           05  WS-GR-FEES                  PIC S9(11) COMP-3 VALUE 0.
           05  WS-GR-DEBIT-INT             PIC S9(11) COMP-3 VALUE 0.
           05  WS-GR-LOAN-INT              PIC S9(11) COMP-3 VALUE 0.
           05  WS-GR-FUNDING               PIC S9(11) COMP-3 VALUE 0.
           05  WS-GR-NET                   PIC S9(11) COMP-3 VALUE 0.
       01  WS-BRANCH-FIGURES.
           05  WS-BR-ACCOUNTS              PIC 9(06).
           05  WS-BR-INT-PAID              PIC S9(11) COMP-3.
           05  WS-BR-FEES                  PIC S9(11) COMP-3.
           05  WS-BR-DEBIT-INT             PIC S9(11) COMP-3.
           05  WS-BR-LOAN-INT              PIC S9(11) COMP-3.
           05  WS-BR-FUNDING               PIC S9(11) COMP-3.
           05  WS-BR-NET                   PIC S9(11) COMP-3.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(36) VALUE
               "RENTABILITE CLIENTS - PERIODE ".
           05  WS-HL-PERIOD                PIC 9(06).
           05  FILLER                      PIC X(22) VALUE
               "   TAUX DE CESSION : ".
           05  WS-HL-RATE                  PIC ZZ9.99.
       01  WS-COLUMN-LINE                  PIC X(100) VALUE
           "BR PR COMPTES  INT.VERSES COMMISSIONS       AGIOS   INT.PRE
      -    "TS FINANCEMENT CONTRIBUTION".
       01  WS-DETAIL-LINE.
           05  WS-DL-BRANCH                PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-PRODUCT               PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-ACCOUNTS              PIC ZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-INT-PAID              PIC -Z(9)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-FEES                  PIC -Z(9)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-DEBIT-INT             PIC -Z(9)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-LOAN-INT              PIC -Z(9)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-FUNDING               PIC -Z(9)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-NET                   PIC -Z(9)9.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(12).
           05  WS-TL-ACCOUNTS              PIC ZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-TL-INT-PAID              PIC -Z(9)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-TL-FEES                  PIC -Z(9)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-TL-DEBIT-INT             PIC -Z(9)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-TL-LOAN-INT              PIC -Z(9)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-TL-FUNDING               PIC -Z(9)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-TL-NET                   PIC -Z(9)9.
       01  WS-RANK-LINE.
           05  WS-RL-RANK                  PIC Z9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RL-CUST                  PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RL-NAME                  PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RL-ACCOUNTS              PIC ZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RL-NET                   PIC -Z(9)9.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1100-LOAD-LOANS
           perform 2000-READ-HISTORY
           perform 3000-COLLECT-MOVEMENT until WS-HIST-EOF
           perform 4000-READ-ACCOUNT
           perform 4100-VALUE-ACCOUNT until WS-ACCT-EOF
           perform 5000-PRINT-REPORT
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end continue
                  not at end
                      move PARM-PROCESS-DATE to WS-PROCESS-DATE
                      move PARM-FUNDING-RATE to WS-FUNDING-RATE
              end-read
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           move WS-PROCESS-DATE(1:6) to WS-PERIOD
           open input TRANSACTION-HISTORY
           if not WS-TRANHIST-OK
              display "AUCUN HISTORIQUE DE TRANSACTIONS : "
                      WS-TRANHIST-STATUS
              set WS-HIST-EOF to true
           end-if
           open input ACCOUNT-MASTER
           open input CUSTOMER-MASTER
           open input HOLDER-XREF-FILE
           if WS-XREF-OK
              set WS-XREF-PRESENT to true
           else
              close HOLDER-XREF-FILE
           end-if
           open output PROFIT-REPORT
           move WS-PERIOD to WS-HL-PERIOD
           move WS-FUNDING-RATE to WS-HL-RATE
           move spaces to PROFIT-REPORT-LINE
           move WS-HEADING-LINE to PROFIT-REPORT-LINE
           write PROFIT-REPORT-LINE
           if WS-FUNDING-RATE = 0
              move "TAUX DE CESSION NUL - FINANCEMENT NON CALCULE"
                  to PROFIT-REPORT-LINE
              write PROFIT-REPORT-LINE
           end-if
           move WS-COLUMN-LINE to PROFIT-REPORT-LINE
           write PROFIT-REPORT-LINE
           .

      *****************************************************************
      *  Active loans into the table, with the month's interest at
      *  the contracted rate on the outstanding balance - the same
      *  computation LOANPOST splits the installment with.
      *****************************************************************
       1100-LOAD-LOANS.
           open input LOAN-FILE
           if not WS-LOAN-OK
              display "AUCUN FICHIER DES PRETS : " WS-LOAN-STATUS
              close LOAN-FILE
              go to 1100-EXIT
           end-if
           perform 1110-READ-LOAN
           perform 1120-KEEP-LOAN until WS-LOAN-EOF
           close LOAN-FILE
           .
       1100-EXIT.
           exit
           .

       1110-READ-LOAN.
           read LOAN-FILE next record
               at end set WS-LOAN-EOF to true
           end-read
           .

       1120-KEEP-LOAN.
           if LOAN-ACTIVE and LOAN-INSTALLMENT > 0
              if WS-LOAN-COUNT < 2000
                 add 1 to WS-LOAN-COUNT
                 move LOAN-PAYMENT-ACCT
                     to WS-LN-PAYMENT-ACCT(WS-LOAN-COUNT)
                 move LOAN-INSTALLMENT
                     to WS-LN-INSTALLMENT(WS-LOAN-COUNT)
                 compute WS-MONTHLY-RATE rounded =
                     LOAN-ANNUAL-RATE / 100 / 12
                 compute WS-LN-MONTH-INTEREST(WS-LOAN-COUNT) rounded =
                     LOAN-OUTSTANDING * WS-MONTHLY-RATE
              else
                 display "TABLE DES PRETS PLEINE - PRET "
                         LOAN-NUMBER " NON VENTILE"
              end-if
           end-if
           perform 1110-READ-LOAN
           .

       2000-READ-HISTORY.
           read TRANSACTION-HISTORY
               at end set WS-HIST-EOF to true
           end-read
           .

      *****************************************************************
      *  One posted movement of the period on a channel that counts
      *  - a credit on an income channel (a refund) or a debit on
      *  the interest channel (a correction) counts against it.
      *****************************************************************
       3000-COLLECT-MOVEMENT.
           if TH-POST-DATE(1:6) not = WS-PERIOD
              go to 3000-NEXT
           end-if
           if TH-CHANNEL not = "I" and TH-CHANNEL not = "F"
                   and TH-CHANNEL not = "A" and TH-CHANNEL not = "N"
                   and TH-CHANNEL not = "L"
              go to 3000-NEXT
           end-if
           if TH-AMOUNT < 0
              compute WS-WORK-AMOUNT = 0 - TH-AMOUNT
           else
              move TH-AMOUNT to WS-WORK-AMOUNT
           end-if
           if TH-CHANNEL = "I"
              if TH-DEBIT
                 compute WS-WORK-AMOUNT = 0 - WS-WORK-AMOUNT
              end-if
           else
              if TH-CREDIT
                 compute WS-WORK-AMOUNT = 0 - WS-WORK-AMOUNT
              end-if
           end-if
           move TH-ACCT-NUMBER to WS-SEARCH-ACCT
           perform 3100-FIND-MOVEMENT-CELL thru 3100-FIN
           if not WS-CELL-FOUND
              go to 3000-NEXT
           end-if
           evaluate TH-CHANNEL
               when "I"
                   add WS-WORK-AMOUNT to WS-MOV-INT-PAID(WS-MOV-SUB)
               when "A"
                   add WS-WORK-AMOUNT to WS-MOV-DEBIT-INT(WS-MOV-SUB)
               when "L"
                   perform 3200-LOAN-INTEREST-SHARE
                   add WS-WORK-AMOUNT to WS-MOV-LOAN-INT(WS-MOV-SUB)
               when other
                   add WS-WORK-AMOUNT to WS-MOV-FEES(WS-MOV-SUB)
           end-evaluate
           .
       3000-NEXT.
           perform 2000-READ-HISTORY
           .

       3100-FIND-MOVEMENT-CELL.
           perform 3110-SEARCH-MOVEMENT-CELL
           if not WS-CELL-FOUND
              if WS-MOV-COUNT >= 5000
                 display "TABLE DES COMPTES PLEINE - MOUVEMENT "
                         TH-ACCT-NUMBER " NON VENTILE"
                 go to 3100-FIN
              end-if
              add 1 to WS-MOV-COUNT
              move WS-MOV-COUNT to WS-MOV-SUB
              move WS-SEARCH-ACCT to WS-MOV-ACCT(WS-MOV-SUB)
              move 0 to WS-MOV-INT-PAID(WS-MOV-SUB)
              move 0 to WS-MOV-FEES(WS-MOV-SUB)
              move 0 to WS-MOV-DEBIT-INT(WS-MOV-SUB)
              move 0 to WS-MOV-LOAN-INT(WS-MOV-SUB)
              set WS-CELL-FOUND to true
           end-if
           .
       3100-FIN.
           exit
           .

       3110-SEARCH-MOVEMENT-CELL.
           move "N" to WS-CELL-FOUND-SWITCH
           perform 3120-COMPARE-MOVEMENT-CELL
               varying WS-MOV-SUB from 1 by 1
               until WS-MOV-SUB > WS-MOV-COUNT or WS-CELL-FOUND
           if WS-CELL-FOUND
              subtract 1 from WS-MOV-SUB
           end-if
           .

       3120-COMPARE-MOVEMENT-CELL.
           if WS-MOV-ACCT(WS-MOV-SUB) = WS-SEARCH-ACCT
              set WS-CELL-FOUND to true
           end-if
           .

      *****************************************************************
      *  Cuts an installment debit down to its interest share from
      *  the first active loan paid from the account; an account
      *  with no such loan left (paid off since) keeps nothing.
      *****************************************************************
       3200-LOAN-INTEREST-SHARE.
           move 0 to WS-LOAN-INTEREST
           perform 3210-MATCH-LOAN
               varying WS-LN-SUB from 1 by 1
               until WS-LN-SUB > WS-LOAN-COUNT
                  or WS-LOAN-INTEREST > 0
           if WS-LOAN-INTEREST > 0
              if WS-WORK-AMOUNT < 0
                 compute WS-WORK-AMOUNT = 0 - WS-LOAN-INTEREST
              else
                 move WS-LOAN-INTEREST to WS-WORK-AMOUNT
              end-if
           else
              move 0 to WS-WORK-AMOUNT
           end-if
           .

       3210-MATCH-LOAN.
           if WS-LN-PAYMENT-ACCT(WS-LN-SUB) = TH-ACCT-NUMBER
              if WS-LN-MONTH-INTEREST(WS-LN-SUB) >=
                      WS-LN-INSTALLMENT(WS-LN-SUB)
                 move TH-AMOUNT to WS-LOAN-INTEREST
              else
                 compute WS-LOAN-INTEREST rounded =
                     TH-AMOUNT * WS-LN-MONTH-INTEREST(WS-LN-SUB)
                     / WS-LN-INSTALLMENT(WS-LN-SUB)
              end-if
           end-if
           .

       4000-READ-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-ACCT-EOF to true
           end-read
           .

      *****************************************************************
      *  One account - its period movements, its funding value, the
      *  net contribution, and its attribution to the branch/product
      *  cell and to its holders.  An account with nothing to show
      *  for the period is left out.
      *****************************************************************
       4100-VALUE-ACCOUNT.
           move 0 to WS-AF-INT-PAID
           move 0 to WS-AF-FEES
           move 0 to WS-AF-DEBIT-INT
           move 0 to WS-AF-LOAN-INT
           move 0 to WS-AF-FUNDING
           move ACCT-NUMBER to WS-SEARCH-ACCT
           perform 3110-SEARCH-MOVEMENT-CELL
           if WS-CELL-FOUND
              move WS-MOV-INT-PAID(WS-MOV-SUB) to WS-AF-INT-PAID
              move WS-MOV-FEES(WS-MOV-SUB) to WS-AF-FEES
              move WS-MOV-DEBIT-INT(WS-MOV-SUB) to WS-AF-DEBIT-INT
              move WS-MOV-LOAN-INT(WS-MOV-SUB) to WS-AF-LOAN-INT
           end-if
           if WS-FUNDING-RATE > 0
              perform 4200-AVERAGE-BALANCE thru 4200-EXIT
              compute WS-AF-FUNDING rounded =
                  WS-SNAP-AVERAGE * WS-FUNDING-RATE / 100 / 12
           end-if
           compute WS-AF-NET = WS-AF-FEES + WS-AF-DEBIT-INT
               + WS-AF-LOAN-INT + WS-AF-FUNDING - WS-AF-INT-PAID
           if WS-AF-INT-PAID = 0 and WS-AF-FEES = 0
                   and WS-AF-DEBIT-INT = 0 and WS-AF-LOAN-INT = 0
                   and WS-AF-FUNDING = 0
              go to 4100-NEXT
           end-if
           add 1 to WS-ACCOUNTS-COUNT
           add WS-AF-INT-PAID to WS-GR-INT-PAID
           add WS-AF-FEES to WS-GR-FEES
           add WS-AF-DEBIT-INT to WS-GR-DEBIT-INT
           add WS-AF-LOAN-INT to WS-GR-LOAN-INT
           add WS-AF-FUNDING to WS-GR-FUNDING
           add WS-AF-NET to WS-GR-NET
           if ACCT-BRANCH-CODE > 0 or ACCT-PRODUCT-CODE > 0
              move ACCT-BRANCH-CODE to WS-LOOKUP-BRANCH
              move ACCT-PRODUCT-CODE to WS-LOOKUP-PRODUCT
           else
              move 0 to WS-LOOKUP-BRANCH
              move 0 to WS-LOOKUP-PRODUCT
              move ACCT-CUST-NUMBER to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key continue
                  not invalid key
                      move CUST-F1 to WS-LOOKUP-BRANCH
                      move CUST-F2 to WS-LOOKUP-PRODUCT
              end-read
           end-if
           perform 4300-ADD-TO-CELL
           perform 4400-SPLIT-TO-HOLDERS
           .
       4100-NEXT.
           perform 4000-READ-ACCOUNT
           .

      *****************************************************************
      *  Average end-of-day balance over the period from the BALSNAP
      *  snapshot history - one full pass per account, the way
      *  INTACCR takes its accrual basis.  No snapshots for the
      *  period leaves the average at zero.
      *****************************************************************
       4200-AVERAGE-BALANCE.
           move 0 to WS-SNAP-SUM
           move 0 to WS-SNAP-DAYS
           move 0 to WS-SNAP-AVERAGE
           move "N" to WS-SNAP-EOF-SWITCH
           open input SNAPSHOT-HISTORY
           if not WS-SNAP-OK
              close SNAPSHOT-HISTORY
              go to 4200-EXIT
           end-if
           perform 4210-READ-SNAPSHOT
           perform 4220-SUM-IF-MINE until WS-SNAP-EOF
           close SNAPSHOT-HISTORY
           if WS-SNAP-DAYS = 0
              go to 4200-EXIT
           end-if
           compute WS-SNAP-AVERAGE rounded =
               WS-SNAP-SUM / WS-SNAP-DAYS
           .
       4200-EXIT.
           exit
           .

       4210-READ-SNAPSHOT.
           read SNAPSHOT-HISTORY
               at end set WS-SNAP-EOF to true
           end-read
           .

       4220-SUM-IF-MINE.
           if SNAP-ACCT-NUMBER = ACCT-NUMBER
                   and SNAP-DATE(1:6) = WS-PERIOD
              add SNAP-SOLDE to WS-SNAP-SUM
              add 1 to WS-SNAP-DAYS
           end-if
           perform 4210-READ-SNAPSHOT
           .

       4300-ADD-TO-CELL.
           move "N" to WS-CELL-FOUND-SWITCH
           perform 4310-COMPARE-CELL
               varying WS-CELL-SUB from 1 by 1
               until WS-CELL-SUB > WS-CELL-COUNT or WS-CELL-FOUND
           if WS-CELL-FOUND
              subtract 1 from WS-CELL-SUB
           else
              if WS-CELL-COUNT >= 400
                 display "TABLE BRANCHE/PRODUIT PLEINE - COMPTE "
                         ACCT-NUMBER " NON VENTILE"
                 go to 4300-EXIT
              end-if
              add 1 to WS-CELL-COUNT
              move WS-CELL-COUNT to WS-CELL-SUB
              move WS-LOOKUP-BRANCH to WS-CELL-BRANCH(WS-CELL-SUB)
              move WS-LOOKUP-PRODUCT to WS-CELL-PRODUCT(WS-CELL-SUB)
              move 0 to WS-CELL-ACCOUNTS(WS-CELL-SUB)
              move 0 to WS-CELL-INT-PAID(WS-CELL-SUB)
              move 0 to WS-CELL-FEES(WS-CELL-SUB)
              move 0 to WS-CELL-DEBIT-INT(WS-CELL-SUB)
              move 0 to WS-CELL-LOAN-INT(WS-CELL-SUB)
              move 0 to WS-CELL-FUNDING(WS-CELL-SUB)
              move 0 to WS-CELL-NET(WS-CELL-SUB)
           end-if
           add 1 to WS-CELL-ACCOUNTS(WS-CELL-SUB)
           add WS-AF-INT-PAID to WS-CELL-INT-PAID(WS-CELL-SUB)
           add WS-AF-FEES to WS-CELL-FEES(WS-CELL-SUB)
           add WS-AF-DEBIT-INT to WS-CELL-DEBIT-INT(WS-CELL-SUB)
           add WS-AF-LOAN-INT to WS-CELL-LOAN-INT(WS-CELL-SUB)
           add WS-AF-FUNDING to WS-CELL-FUNDING(WS-CELL-SUB)
           add WS-AF-NET to WS-CELL-NET(WS-CELL-SUB)
           .
       4300-EXIT.
           exit
           .

       4310-COMPARE-CELL.
           if WS-CELL-BRANCH(WS-CELL-SUB) = WS-LOOKUP-BRANCH
                   and WS-CELL-PRODUCT(WS-CELL-SUB) = WS-LOOKUP-PRODUCT
              set WS-CELL-FOUND to true
           end-if
           .

      *****************************************************************
      *  The account's net contribution shared evenly between the
      *  primary holder and every active joint holder on XREFFILE;
      *  the odd units of the division stay with the primary.
      *****************************************************************
       4400-SPLIT-TO-HOLDERS.
           move 1 to WS-HOLDER-COUNT
           move ACCT-CUST-NUMBER to WS-HOLDER(1)
           if WS-XREF-PRESENT
              perform 4410-COLLECT-JOINT-HOLDERS thru 4410-EXIT
           end-if
           if WS-HOLDER-COUNT > 1
              add 1 to WS-SPLIT-COUNT
           end-if
           divide WS-AF-NET by WS-HOLDER-COUNT giving WS-SHARE
               remainder WS-SHARE-REMAINDER
           perform 4450-CREDIT-HOLDER
               varying WS-HOLDER-SUB from 1 by 1
               until WS-HOLDER-SUB > WS-HOLDER-COUNT
           .

       4410-COLLECT-JOINT-HOLDERS.
           move ACCT-NUMBER to XREF-ACCT-NUMBER
           move 0 to XREF-CUST-NUMBER
           move "N" to WS-XREF-EOF-SWITCH
           start HOLDER-XREF-FILE key not < XREF-KEY
               invalid key
                   go to 4410-EXIT
           end-start
           perform 4420-NEXT-JOINT-HOLDER until WS-XREF-EOF
           .
       4410-EXIT.
           exit
           .

       4420-NEXT-JOINT-HOLDER.
           read HOLDER-XREF-FILE next record
               at end set WS-XREF-EOF to true
           end-read
           if WS-XREF-EOF
              go to 4420-FIN
           end-if
           if XREF-ACCT-NUMBER not = ACCT-NUMBER
              set WS-XREF-EOF to true
              go to 4420-FIN
           end-if
           if XREF-ACTIVE and XREF-CUST-NUMBER not = ACCT-CUST-NUMBER
              if WS-HOLDER-COUNT < 10
                 add 1 to WS-HOLDER-COUNT
                 move XREF-CUST-NUMBER to WS-HOLDER(WS-HOLDER-COUNT)
              end-if
           end-if
           .
       4420-FIN.
           exit
           .

       4450-CREDIT-HOLDER.
           move WS-SHARE to WS-SHARE-AMOUNT
           if WS-HOLDER-SUB = 1
              add WS-SHARE-REMAINDER to WS-SHARE-AMOUNT
           end-if
           move WS-HOLDER(WS-HOLDER-SUB) to WS-SEARCH-CUST
           move "N" to WS-CELL-FOUND-SWITCH
           perform 4460-COMPARE-CUSTOMER
               varying WS-CUS-SUB from 1 by 1
               until WS-CUS-SUB > WS-CUS-COUNT or WS-CELL-FOUND
           if WS-CELL-FOUND
              subtract 1 from WS-CUS-SUB
           else
              if WS-CUS-COUNT >= 5000
                 display "TABLE DES CLIENTS PLEINE - CLIENT "
                         WS-SEARCH-CUST " NON CLASSE"
                 go to 4450-FIN
              end-if
              add 1 to WS-CUS-COUNT
              move WS-CUS-COUNT to WS-CUS-SUB
              move WS-SEARCH-CUST to WS-CUS-NUMBER(WS-CUS-SUB)
              move 0 to WS-CUS-ACCOUNTS(WS-CUS-SUB)
              move 0 to WS-CUS-NET(WS-CUS-SUB)
           end-if
           add 1 to WS-CUS-ACCOUNTS(WS-CUS-SUB)
           add WS-SHARE-AMOUNT to WS-CUS-NET(WS-CUS-SUB)
           .
       4450-FIN.
           exit
           .

       4460-COMPARE-CUSTOMER.
           if WS-CUS-NUMBER(WS-CUS-SUB) = WS-SEARCH-CUST
              set WS-CELL-FOUND to true
           end-if
           .

      *****************************************************************
      *  Cells grouped by branch with a subtotal per branch, the
      *  grand total, then the customer rankings.
      *****************************************************************
       5000-PRINT-REPORT.
           perform 5100-PRINT-ONE-BRANCH
               varying WS-BRANCH-SUB from 0 by 1
               until WS-BRANCH-SUB > 99
           move "TOTAL       " to WS-TL-LABEL
           move WS-ACCOUNTS-COUNT to WS-TL-ACCOUNTS
           move WS-GR-INT-PAID to WS-TL-INT-PAID
           move WS-GR-FEES to WS-TL-FEES
           move WS-GR-DEBIT-INT to WS-TL-DEBIT-INT
           move WS-GR-LOAN-INT to WS-TL-LOAN-INT
           move WS-GR-FUNDING to WS-TL-FUNDING
           move WS-GR-NET to WS-TL-NET
           move spaces to PROFIT-REPORT-LINE
           move WS-TOTAL-LINE to PROFIT-REPORT-LINE
           write PROFIT-REPORT-LINE
           move spaces to PROFIT-REPORT-LINE
           write PROFIT-REPORT-LINE
           move "CLIENTS LES PLUS RENTABLES" to PROFIT-REPORT-LINE
           write PROFIT-REPORT-LINE
           set WS-RANK-TOP to true
           perform 5300-RESET-PICKED
               varying WS-CUS-SUB from 1 by 1
               until WS-CUS-SUB > WS-CUS-COUNT
           perform 5400-PRINT-RANK
               varying WS-RANK from 1 by 1
               until WS-RANK > 10 or WS-RANK > WS-CUS-COUNT
           move spaces to PROFIT-REPORT-LINE
           write PROFIT-REPORT-LINE
           move "CLIENTS LES MOINS RENTABLES" to PROFIT-REPORT-LINE
           write PROFIT-REPORT-LINE
           set WS-RANK-BOTTOM to true
           perform 5300-RESET-PICKED
               varying WS-CUS-SUB from 1 by 1
               until WS-CUS-SUB > WS-CUS-COUNT
           perform 5400-PRINT-RANK
               varying WS-RANK from 1 by 1
               until WS-RANK > 10 or WS-RANK > WS-CUS-COUNT
           .

       5100-PRINT-ONE-BRANCH.
           move "N" to WS-BRANCH-PRINTED-SWITCH
           move 0 to WS-BR-ACCOUNTS
           move 0 to WS-BR-INT-PAID
           move 0 to WS-BR-FEES
           move 0 to WS-BR-DEBIT-INT
           move 0 to WS-BR-LOAN-INT
           move 0 to WS-BR-FUNDING
           move 0 to WS-BR-NET
           perform 5200-PRINT-ONE-CELL
               varying WS-CELL-SUB from 1 by 1
               until WS-CELL-SUB > WS-CELL-COUNT
           if WS-BRANCH-PRINTED
              move spaces to WS-TL-LABEL
              string "S/T BR " delimited by size
                     WS-BRANCH-SUB(2:2) delimited by size
                     into WS-TL-LABEL
              end-string
              move WS-BR-ACCOUNTS to WS-TL-ACCOUNTS
              move WS-BR-INT-PAID to WS-TL-INT-PAID
              move WS-BR-FEES to WS-TL-FEES
              move WS-BR-DEBIT-INT to WS-TL-DEBIT-INT
              move WS-BR-LOAN-INT to WS-TL-LOAN-INT
              move WS-BR-FUNDING to WS-TL-FUNDING
              move WS-BR-NET to WS-TL-NET
              move spaces to PROFIT-REPORT-LINE
              move WS-TOTAL-LINE to PROFIT-REPORT-LINE
              write PROFIT-REPORT-LINE
              move spaces to PROFIT-REPORT-LINE
              write PROFIT-REPORT-LINE
           end-if
           .

       5200-PRINT-ONE-CELL.
           if WS-CELL-BRANCH(WS-CELL-SUB) not = WS-BRANCH-SUB
              go to 5200-FIN
           end-if
           set WS-BRANCH-PRINTED to true
           move WS-CELL-BRANCH(WS-CELL-SUB) to WS-DL-BRANCH
           move WS-CELL-PRODUCT(WS-CELL-SUB) to WS-DL-PRODUCT
           move WS-CELL-ACCOUNTS(WS-CELL-SUB) to WS-DL-ACCOUNTS
           move WS-CELL-INT-PAID(WS-CELL-SUB) to WS-DL-INT-PAID
           move WS-CELL-FEES(WS-CELL-SUB) to WS-DL-FEES
           move WS-CELL-DEBIT-INT(WS-CELL-SUB) to WS-DL-DEBIT-INT
           move WS-CELL-LOAN-INT(WS-CELL-SUB) to WS-DL-LOAN-INT
           move WS-CELL-FUNDING(WS-CELL-SUB) to WS-DL-FUNDING
           move WS-CELL-NET(WS-CELL-SUB) to WS-DL-NET
           add WS-CELL-ACCOUNTS(WS-CELL-SUB) to WS-BR-ACCOUNTS
           add WS-CELL-INT-PAID(WS-CELL-SUB) to WS-BR-INT-PAID
           add WS-CELL-FEES(WS-CELL-SUB) to WS-BR-FEES
           add WS-CELL-DEBIT-INT(WS-CELL-SUB) to WS-BR-DEBIT-INT
           add WS-CELL-LOAN-INT(WS-CELL-SUB) to WS-BR-LOAN-INT
           add WS-CELL-FUNDING(WS-CELL-SUB) to WS-BR-FUNDING
           add WS-CELL-NET(WS-CELL-SUB) to WS-BR-NET
           move spaces to PROFIT-REPORT-LINE
           move WS-DETAIL-LINE to PROFIT-REPORT-LINE
           write PROFIT-REPORT-LINE
           .
       5200-FIN.
           exit
           .

       5300-RESET-PICKED.
           move "N" to WS-CUS-PICKED(WS-CUS-SUB)
           .

      *****************************************************************
      *  The next customer in rank - the highest (or lowest) net
      *  contribution not yet printed on this side.
      *****************************************************************
       5400-PRINT-RANK.
           move 0 to WS-BEST-SUB
           perform 5410-COMPARE-RANK
               varying WS-CUS-SUB from 1 by 1
               until WS-CUS-SUB > WS-CUS-COUNT
           if WS-BEST-SUB = 0
              go to 5400-FIN
           end-if
           move "Y" to WS-CUS-PICKED(WS-BEST-SUB)
           move WS-RANK to WS-RL-RANK
           move WS-CUS-NUMBER(WS-BEST-SUB) to WS-RL-CUST
           move WS-CUS-ACCOUNTS(WS-BEST-SUB) to WS-RL-ACCOUNTS
           move WS-CUS-NET(WS-BEST-SUB) to WS-RL-NET
           move WS-CUS-NUMBER(WS-BEST-SUB) to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   move "CLIENT INTROUVABLE" to WS-RL-NAME
               not invalid key
                   move spaces to WS-RL-NAME
                   string CUST-PRENOM(1:10) delimited by size
                          " " delimited by size
                          CUST-NOM delimited by size
                          into WS-RL-NAME
                   end-string
           end-read
           move spaces to PROFIT-REPORT-LINE
           move WS-RANK-LINE to PROFIT-REPORT-LINE
           write PROFIT-REPORT-LINE
           .
       5400-FIN.
           exit
           .

       5410-COMPARE-RANK.
           if WS-CUS-PICKED(WS-CUS-SUB) = "Y"
              go to 5410-FIN
           end-if
           if WS-BEST-SUB = 0
              move WS-CUS-SUB to WS-BEST-SUB
              go to 5410-FIN
           end-if
           if WS-RANK-TOP
              if WS-CUS-NET(WS-CUS-SUB) > WS-CUS-NET(WS-BEST-SUB)
                 move WS-CUS-SUB to WS-BEST-SUB
              end-if
           else
              if WS-CUS-NET(WS-CUS-SUB) < WS-CUS-NET(WS-BEST-SUB)
                 move WS-CUS-SUB to WS-BEST-SUB
              end-if
           end-if
           .
       5410-FIN.
           exit
           .

       9999-TERMINATE.
           close TRANSACTION-HISTORY
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           if WS-XREF-PRESENT
              close HOLDER-XREF-FILE
           end-if
           close PROFIT-REPORT
           display "PERIODE : " WS-PERIOD
           display "COMPTES VALORISES : " WS-ACCOUNTS-COUNT
           display "COMPTES JOINTS REPARTIS : " WS-SPLIT-COUNT
           display "CLIENTS CLASSES : " WS-CUS-COUNT
           .
