      *  the money reaches the customer's account through SOLDUPDT's
      *  audited, control-totaled path like every other movement.
      *
      *  For early repayment the clerk can quote the payoff figure
      *  valid until a chosen date - outstanding principal, interest
      *  accrued since the last collection, any arrears interest and
      *  penalties still owed, and the early-repayment indemnity -
      *  and post a partial or full prepayment as a debit into the
      *  raw stream.  After a partial prepayment the borrower keeps
      *  the installment and shortens the term, or keeps the term
      *  and lowers the installment; the remaining schedule lines
      *  are rebuilt either way.
      *
      *  Modification history
      *  2026-08-28  YLC  Initial version.
      *  2026-08-31  YLC  The session's disbursement credits are
      *                   AUDIT-SEQUENCE and the run closes with a
      *                   FINRUN trailer carrying the record count,
      *                   for AUDITVER's integrity proof.
      *  2026-09-14  YLC  Drawdown starts the new collections-ladder
      *                   fields clear, and the inquiry shows the
      *                   stage reached, the arrears and penalties
      *                   still owed and the oldest unpaid date.
      *  2026-09-15  YLC  Added the payoff quote and the partial/full
      *                   prepayment posting with the rebuild of the
      *                   remaining LOANSCH lines.  The journal's
      *                   record write is split out of 8000 so the
      *                   new actions can carry their own images.
      *  2026-09-23  YLC  Drawdown starts the yearly interest totals
      *                   clear, and a prepayment adds the interest
      *                   it collects - accrued and, on a full
      *                   payoff, the arrears' interest - to the
      *                   year's total for the annual fee summary.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list LOANMNT before the menu opens, and
      *                   the add and change functions are checked
      *                   against it as they are chosen; refusals are
      *                   journalled as PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *****************************************************************
       environment division.
       input-output section.
       01  WS-AMOUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-MENS-EDIT                     PIC ZZZ,ZZZ,ZZ9.
       01  WS-RATE-EDIT                     PIC ZZZZ9.99.
       01  WS-TOTAL-EDIT                    PIC Z,ZZZ,ZZZ,ZZ9.

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-LEAP-YEAR                VALUE "Y".
           05  WS-SCHED-EOF-SWITCH           PIC X(01).
               88  WS-SCHED-EOF                VALUE "Y".
           05  WS-DATE-OK-SWITCH             PIC X(01).
               88  WS-DATE-OK                  VALUE "Y".
           05  WS-FULL-PAYOFF-SWITCH         PIC X(01).
               88  WS-FULL-PAYOFF              VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-SCHED-PRINCIPAL               PIC 9(9) COMP-3.
       01  WS-SCHED-SUB                     PIC 9(03).

      *--------------------------------------------------------------*
      *    Payoff and prepayment figures.  Interest accrues on the   *
      *    actual days since the last collection over a 365-day     *
      *    year.  The early-repayment indemnity is six months'       *
      *    interest on the principal repaid at the contract rate,    *
      *    capped at 3 % of that principal.                          *
      *--------------------------------------------------------------*
       01  WS-QUOTE-WORK.
           05  WS-VALID-UNTIL              PIC 9(08).
           05  WS-VALID-SPLIT REDEFINES WS-VALID-UNTIL.
               10  WS-VALID-YEAR           PIC 9(04).
               10  WS-VALID-MONTH          PIC 9(02).
               10  WS-VALID-DAY            PIC 9(02).
           05  WS-TODAY                    PIC 9(08).
           05  WS-ACCRUE-FROM              PIC 9(08).
           05  WS-ACCRUE-TO                PIC 9(08).
           05  WS-ACCRUE-DAYS              PIC 9(05).
           05  WS-FROM-SERIAL              PIC 9(07).
           05  WS-TO-SERIAL                PIC 9(07).
           05  WS-REPAID-PRINCIPAL         PIC 9(9) COMP-3.
           05  WS-ACCRUED-INTEREST         PIC 9(9) COMP-3.
           05  WS-INDEMNITY                PIC 9(9) COMP-3.
           05  WS-INDEMNITY-CAP            PIC 9(9) COMP-3.
           05  WS-ARREARS-EXTRA            PIC 9(9) COMP-3.
           05  WS-PAYOFF-TOTAL             PIC 9(10) COMP-3.
           05  WS-INT-YEAR                 PIC 9(04).
           05  WS-YEAR-INTEREST            PIC 9(9) COMP-3.
       01  WS-INDEMNITY-CAP-PCT            PIC 9V99 VALUE 3.00.
       01  WS-INDEMNITY-MONTHS             PIC 9(02) VALUE 6.
       01  WS-PREPAY-INPUT                 PIC 9(09).
       01  WS-AVAILABLE                    PIC S9(10) COMP-3.
       01  WS-CONFIRM                      PIC X(01).
           88  WS-CONFIRM-OUI                VALUE "O" "o".
       01  WS-PREPAY-OPTION                PIC X(01).
           88  WS-OPT-SHORTER-TERM           VALUE "D" "d".
           88  WS-OPT-LOWER-INSTALLMENT      VALUE "M" "m".
       01  WS-OLD-TERM                     PIC 9(03).
       01  WS-REMAINING-TERM               PIC 9(03).
       01  WS-SIM-COUNT                    PIC 9(03).

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

       01  WS-MATURITY-WORK.
           05  WS-MAT-DATE                 PIC 9(08).
           05  WS-MAT-DATE-SPLIT REDEFINES WS-MAT-DATE.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DEF.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
              display "ACCES REFUSE - TROP DE TENTATIVES"
              set WS-EXIT to true
           end-if
           if WS-AUTHORIZED
              perform 1600-CHECK-PROGRAM-ACCESS
           end-if
           close AUTH-FILE
           .
       1500-EXIT.
           end-if
           if AUTH-ACTIVE and AUTH-PASSWORD = WS-LOGIN-PASSWORD
              move 0 to AUTH-FAILED-ATTEMPTS
              accept AUTH-LAST-LOGON-DATE from date yyyymmdd
              rewrite AUTH-RECORD
              set WS-AUTHORIZED to true
              move WS-LOGIN-ID to WS-OPERATOR-ID
              move AUTH-PROFILE-ID to PERM-PROFILE-ID
           else
              display "MOT DE PASSE INVALIDE OU COMPTE INACTIF"
              add 1 to WS-LOGIN-ATTEMPTS
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Permission profile - the operator's profile must list this
      *  program before the menu opens, and each function that
      *  changes data is checked again as it is chosen.  A refusal
      *  is journalled under the profile and function refused.
      *****************************************************************
       1600-CHECK-PROGRAM-ACCESS.
           set PERM-FN-ENTRY to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              display "PROGRAMME NON AUTORISE POUR VOTRE PROFIL"
              move "N" to WS-AUTHORIZED-SWITCH
              set WS-EXIT to true
           end-if
           .

       1610-CHECK-PERMISSION.
           move "LOANMNT" to PERM-PROGRAM-ID
           call "PERMCHK" using PERMISSION-CHECK-PARMS
           if PERM-DENIED
              if not PERM-FN-ENTRY
                 display "FONCTION NON AUTORISEE POUR VOTRE PROFIL"
              end-if
              perform 1620-LOG-PERMISSION-REFUSAL
           end-if
           .

       1620-LOG-PERMISSION-REFUSAL.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "LOANMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "PERMRF" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           string "PROFIL " delimited by size
                  PERM-PROFILE-ID delimited by size
                  " FONCTION " delimited by size
                  PERM-FUNCTION delimited by size
                  into AUDIT-BEFORE-IMAGE
           end-string
           move spaces to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       2000-DISPLAY-MENU.
           display "----------------------------------------"
           display "  PRETS"
           display "  1 - DEBLOCAGE (DRAWDOWN)"
           display "  2 - CONSULT"
           display "  3 - TABLEAU D'AMORTISSEMENT"
           display "  4 - DEVIS DE REMBOURSEMENT ANTICIPE"
           display "  5 - REMBOURSEMENT ANTICIPE"
           display "  6 - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
               when "1" perform 3000-DRAWDOWN thru 3000-EXIT
               when "2" perform 5000-INQUIRE-LOAN thru 5000-EXIT
               when "3" perform 6000-SHOW-SCHEDULE thru 6000-EXIT
               when "4" perform 6500-PAYOFF-QUOTE thru 6500-EXIT
               when "5" perform 6700-POST-PREPAYMENT thru 6700-EXIT
               when "6" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
      *  a credit transaction into the raw stream.
      *****************************************************************
       3000-DRAWDOWN.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3000-EXIT
           end-if
           move spaces to LOAN-RECORD
           display "Numero de pret ? "
           accept LOAN-NUMBER
           move 0 to LOAN-ARREARS-COUNT
           move 0 to LOAN-LAST-POST-DATE
           set LOAN-ACTIVE to true
           set LOAN-STAGE-NONE to true
           move 0 to LOAN-STAGE-DATE
           move 0 to LOAN-FIRST-MISSED-DATE
           move 0 to LOAN-ARREARS-AMOUNT
           move 0 to LOAN-ARREARS-INTEREST
           move 0 to LOAN-PENALTY-DUE
           move 0 to LOAN-LAST-RETRY-DATE
           move LOAN-DRAWDOWN-DATE(1:4) to LOAN-INT-YEAR
           move 0 to LOAN-INT-YEAR-TOTAL
           move 0 to LOAN-INT-PRIOR-YEAR-TOTAL
           write LOAN-RECORD
               invalid key
                   display "ERREUR AJOUT - PRET DEJA EXISTANT"
           display "MENSUALITE  : " WS-AMOUNT-EDIT
           display "PAYEES      : " LOAN-PAID-COUNT
           display "IMPAYEES    : " LOAN-ARREARS-COUNT
           if LOAN-ARREARS-COUNT > 0 or LOAN-PENALTY-DUE > 0
              move LOAN-ARREARS-AMOUNT to WS-AMOUNT-EDIT
              display "ARRIERES    : " WS-AMOUNT-EDIT
                      " DEPUIS LE " LOAN-FIRST-MISSED-DATE
              move LOAN-PENALTY-DUE to WS-AMOUNT-EDIT
              display "PENALITES   : " WS-AMOUNT-EDIT
           end-if
           evaluate true
               when LOAN-STAGE-RELANCE
                   display "RECOUVREM.  : RELANCE DEPUIS LE "
                           LOAN-STAGE-DATE
               when LOAN-STAGE-DEMEURE
                   display "RECOUVREM.  : MISE EN DEMEURE DEPUIS LE "
                           LOAN-STAGE-DATE
               when LOAN-STAGE-CONTENTIEUX
                   display "RECOUVREM.  : CONTENTIEUX DEPUIS LE "
                           LOAN-STAGE-DATE
               when other
                   continue
           end-evaluate
           if LOAN-PAID-OFF
              display "STATUT      : SOLDE"
           else
           end-if
           .

      *****************************************************************
      *  DEVIS - the payoff figure for the whole loan, valid until
      *  the date the clerk gives: outstanding principal, interest
      *  accrued from the last collection to that date, arrears
      *  interest and penalties still owed, and the indemnity.
      *****************************************************************
       6500-PAYOFF-QUOTE.
           display "Numero de pret ? "
           accept WS-SEARCH-LOAN
           move WS-SEARCH-LOAN to LOAN-NUMBER
           read LOAN-FILE
               invalid key
                   display "PRET INCONNU"
                   go to 6500-EXIT
           end-read
           if not LOAN-ACTIVE
              display "PRET DEJA SOLDE - PAS DE DEVIS"
              go to 6500-EXIT
           end-if
           accept WS-TODAY from date yyyymmdd
           display "Devis valable jusqu'au (AAAAMMJJ) ? "
           accept WS-VALID-UNTIL
           perform 6900-CHECK-VALID-UNTIL
           if not WS-DATE-OK
              display "DATE DE VALIDITE INVALIDE - ABANDON"
              go to 6500-EXIT
           end-if
           move LOAN-OUTSTANDING to WS-REPAID-PRINCIPAL
           move WS-VALID-UNTIL to WS-ACCRUE-TO
           set WS-FULL-PAYOFF to true
           perform 6600-COMPUTE-PAYOFF
           perform 6650-SHOW-PAYOFF
           move spaces to WS-BEFORE-IMAGE
           move WS-PAYOFF-TOTAL to WS-TOTAL-EDIT
           move spaces to WS-AFTER-IMAGE
           string "DEVIS " delimited by size
                  WS-TOTAL-EDIT delimited by size
                  " VALABLE AU " delimited by size
                  WS-VALID-UNTIL delimited by size
                  into WS-AFTER-IMAGE
           end-string
           move "PRTDEV" to WS-AUDIT-ACTION
           perform 8010-PUT-AUDIT-RECORD
           .
       6500-EXIT.
           exit
           .

      *****************************************************************
      *  Figures for WS-REPAID-PRINCIPAL repaid on WS-ACCRUE-TO.  A
      *  full payoff also settles the arrears interest and penalties
      *  carried on the loan.
      *****************************************************************
       6600-COMPUTE-PAYOFF.
           if LOAN-LAST-POST-DATE > 0
              move LOAN-LAST-POST-DATE to WS-ACCRUE-FROM
           else
              move LOAN-DRAWDOWN-DATE to WS-ACCRUE-FROM
           end-if
           move 0 to WS-ACCRUE-DAYS
           if WS-ACCRUE-TO > WS-ACCRUE-FROM
              move WS-ACCRUE-FROM to WS-SERIAL-DATE
              perform 8910-DATE-TO-SERIAL
              move WS-SERIAL-DAYS to WS-FROM-SERIAL
              move WS-ACCRUE-TO to WS-SERIAL-DATE
              perform 8910-DATE-TO-SERIAL
              move WS-SERIAL-DAYS to WS-TO-SERIAL
              compute WS-ACCRUE-DAYS = WS-TO-SERIAL - WS-FROM-SERIAL
           end-if
           compute WS-ACCRUED-INTEREST rounded =
               WS-REPAID-PRINCIPAL * LOAN-ANNUAL-RATE / 100
               * WS-ACCRUE-DAYS / 365
           compute WS-INDEMNITY rounded =
               WS-REPAID-PRINCIPAL * LOAN-ANNUAL-RATE / 100
               * WS-INDEMNITY-MONTHS / 12
           compute WS-INDEMNITY-CAP rounded =
               WS-REPAID-PRINCIPAL * WS-INDEMNITY-CAP-PCT / 100
           if WS-INDEMNITY > WS-INDEMNITY-CAP
              move WS-INDEMNITY-CAP to WS-INDEMNITY
           end-if
           move 0 to WS-ARREARS-EXTRA
           if WS-FULL-PAYOFF
              compute WS-ARREARS-EXTRA =
                  LOAN-ARREARS-INTEREST + LOAN-PENALTY-DUE
           end-if
           compute WS-PAYOFF-TOTAL = WS-REPAID-PRINCIPAL
               + WS-ACCRUED-INTEREST + WS-ARREARS-EXTRA
               + WS-INDEMNITY
           .

       6650-SHOW-PAYOFF.
           move WS-REPAID-PRINCIPAL to WS-AMOUNT-EDIT
           display "CAPITAL REMBOURSE    : " WS-AMOUNT-EDIT
           move WS-ACCRUED-INTEREST to WS-AMOUNT-EDIT
           display "INTERETS COURUS      : " WS-AMOUNT-EDIT
                   " (" WS-ACCRUE-DAYS " JOURS DEPUIS LE "
                   WS-ACCRUE-FROM ")"
           if WS-ARREARS-EXTRA > 0
              move WS-ARREARS-EXTRA to WS-AMOUNT-EDIT
              display "IMPAYES ET PENALITES : " WS-AMOUNT-EDIT
           end-if
           move WS-INDEMNITY to WS-AMOUNT-EDIT
           display "INDEMNITE            : " WS-AMOUNT-EDIT
           move WS-PAYOFF-TOTAL to WS-TOTAL-EDIT
           display "TOTAL A REGLER       : " WS-TOTAL-EDIT
                   " AU " WS-ACCRUE-TO
           .

      *****************************************************************
      *  REMBOURSEMENT ANTICIPE - the principal repaid plus accrued
      *  interest and indemnity leaves the payment account as one
      *  debit in the raw stream.  Repaying the whole outstanding
      *  settles the loan; a partial repayment is refused while the
      *  loan is in arrears, and otherwise shortens the term or
      *  lowers the installment as the borrower chooses.
      *****************************************************************
       6700-POST-PREPAYMENT.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6700-EXIT
           end-if
           display "Numero de pret ? "
           accept WS-SEARCH-LOAN
           move WS-SEARCH-LOAN to LOAN-NUMBER
           read LOAN-FILE
               invalid key
                   display "PRET INCONNU"
                   go to 6700-EXIT
           end-read
           if not LOAN-ACTIVE
              display "PRET DEJA SOLDE"
              go to 6700-EXIT
           end-if
           move LOAN-OUTSTANDING to WS-AMOUNT-EDIT
           display "RESTANT DU : " WS-AMOUNT-EDIT
           display "Capital a rembourser ? "
           accept WS-PREPAY-INPUT
           if WS-PREPAY-INPUT = 0
              display "MONTANT NUL - ABANDON"
              go to 6700-EXIT
           end-if
           move "N" to WS-FULL-PAYOFF-SWITCH
           if WS-PREPAY-INPUT >= LOAN-OUTSTANDING
              move LOAN-OUTSTANDING to WS-REPAID-PRINCIPAL
              set WS-FULL-PAYOFF to true
           else
              move WS-PREPAY-INPUT to WS-REPAID-PRINCIPAL
              if LOAN-ARREARS-COUNT > 0 or LOAN-PENALTY-DUE > 0
                 display "PRET EN IMPAYE - REMBOURSEMENT PARTIEL "
                         "REFUSE, REGULARISER D'ABORD"
                 go to 6700-EXIT
              end-if
           end-if
           accept WS-TODAY from date yyyymmdd
           move WS-TODAY to WS-ACCRUE-TO
           perform 6600-COMPUTE-PAYOFF
           perform 6650-SHOW-PAYOFF
           move LOAN-PAYMENT-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   display "COMPTE INCONNU : " LOAN-PAYMENT-ACCT
                   go to 6700-EXIT
           end-read
           if not ACCT-OPEN
              display "COMPTE NON OUVERT - REMBOURSEMENT REFUSE"
              go to 6700-EXIT
           end-if
           compute WS-AVAILABLE = ACCT-SOLDE + ACCT-OVERDRAFT-LIMIT
           if WS-AVAILABLE < WS-PAYOFF-TOTAL
              display "PROVISION INSUFFISANTE - REMBOURSEMENT REFUSE"
              go to 6700-EXIT
           end-if
           if not WS-FULL-PAYOFF
              display "Reduire la DUREE (D) ou la MENSUALITE (M) ? "
              accept WS-PREPAY-OPTION
              if not WS-OPT-SHORTER-TERM
                      and not WS-OPT-LOWER-INSTALLMENT
                 display "CHOIX INVALIDE - ABANDON"
                 go to 6700-EXIT
              end-if
           end-if
           display "CONFIRMER LE REMBOURSEMENT (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "REMBOURSEMENT ABANDONNE"
              go to 6700-EXIT
           end-if
           move LOAN-OUTSTANDING to WS-AMOUNT-EDIT
           move LOAN-INSTALLMENT to WS-MENS-EDIT
           move spaces to WS-BEFORE-IMAGE
           string "RESTE " delimited by size
                  WS-AMOUNT-EDIT delimited by size
                  " DUREE " delimited by size
                  LOAN-TERM-MONTHS delimited by size
                  " MENS " delimited by size
                  WS-MENS-EDIT delimited by size
                  into WS-BEFORE-IMAGE
           end-string
           perform 6750-EMIT-PREPAYMENT-DEBIT
           move WS-ACCRUED-INTEREST to WS-YEAR-INTEREST
           if WS-FULL-PAYOFF
              add LOAN-ARREARS-INTEREST to WS-YEAR-INTEREST
           end-if
           perform 6780-ADD-YEAR-INTEREST
           move LOAN-TERM-MONTHS to WS-OLD-TERM
           subtract WS-REPAID-PRINCIPAL from LOAN-OUTSTANDING
           compute WS-MONTHLY-RATE rounded =
               LOAN-ANNUAL-RATE / 100 / 12
           if WS-FULL-PAYOFF
              perform 6800-SETTLE-LOAN
           else
              compute WS-REMAINING-TERM =
                  LOAN-TERM-MONTHS - LOAN-PAID-COUNT
              if WS-OPT-LOWER-INSTALLMENT
                 perform 6820-LOWER-INSTALLMENT
              else
                 perform 6840-SHORTEN-TERM
              end-if
              perform 6860-REBUILD-SCHEDULE
           end-if
           rewrite LOAN-RECORD
               invalid key
                   display "ERREUR REECRITURE PRET : " LOAN-NUMBER
           end-rewrite
           move LOAN-OUTSTANDING to WS-AMOUNT-EDIT
           move LOAN-INSTALLMENT to WS-MENS-EDIT
           move spaces to WS-AFTER-IMAGE
           string "RESTE " delimited by size
                  WS-AMOUNT-EDIT delimited by size
                  " DUREE " delimited by size
                  LOAN-TERM-MONTHS delimited by size
                  " MENS " delimited by size
                  WS-MENS-EDIT delimited by size
                  into WS-AFTER-IMAGE
           end-string
           move "PRTANT" to WS-AUDIT-ACTION
           perform 8010-PUT-AUDIT-RECORD
           if WS-FULL-PAYOFF
              display "PRET " LOAN-NUMBER " SOLDE PAR ANTICIPATION"
           else
              display "PRET " LOAN-NUMBER " - NOUVELLE DUREE "
                      LOAN-TERM-MONTHS " MOIS, MENSUALITE "
                      WS-MENS-EDIT
           end-if
           .
       6700-EXIT.
           exit
           .

       6750-EMIT-PREPAYMENT-DEBIT.
           move spaces to TRANSACTION-RECORD
           move LOAN-PAYMENT-ACCT to TRAN-ACCT-NUMBER
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to TRAN-TIMESTAMP
           set TRAN-DEBIT to true
           move WS-PAYOFF-TOTAL to TRAN-AMOUNT
           move 0 to TRAN-COUNTERPART-ACCT
           move 0 to TRAN-CUST-NUMBER
           move 0 to TRAN-CHEQUE-SERIAL
           move "L" to TRAN-CHANNEL
           move 0 to TRAN-ORIG-TIMESTAMP
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
           add WS-PAYOFF-TOTAL to WS-BATCH-HASH
               on size error
                   continue
           end-add
           .

      *****************************************************************
      *  Adds the interest the prepayment collects to the loan's
      *  running total for the calendar year - the first collection
      *  of a new year moves the closed year's total across for
      *  FEESUMM, as LOANPOST does.
      *****************************************************************
       6780-ADD-YEAR-INTEREST.
           move WS-TODAY(1:4) to WS-INT-YEAR
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
      *  Full payoff - the arrears are settled with it, the loan is
      *  closed at the installments actually fallen due and the
      *  schedule lines beyond them are removed.
      *****************************************************************
       6800-SETTLE-LOAN.
           add LOAN-ARREARS-COUNT to LOAN-PAID-COUNT
           move 0 to LOAN-ARREARS-COUNT
           move 0 to LOAN-ARREARS-AMOUNT
           move 0 to LOAN-ARREARS-INTEREST
           move 0 to LOAN-PENALTY-DUE
           move 0 to LOAN-FIRST-MISSED-DATE
           if not LOAN-STAGE-NONE
              set LOAN-STAGE-NONE to true
              move WS-TODAY to LOAN-STAGE-DATE
           end-if
           move 0 to LOAN-OUTSTANDING
           set LOAN-PAID-OFF to true
           move LOAN-PAID-COUNT to LOAN-TERM-MONTHS
           perform 6870-DELETE-OLD-LINES
           .

      *****************************************************************
      *  Same term, lower installment - the annuity recomputed on the
      *  reduced outstanding over the installments left.
      *****************************************************************
       6820-LOWER-INSTALLMENT.
           if WS-REMAINING-TERM = 0
              move 1 to WS-REMAINING-TERM
              add 1 to LOAN-TERM-MONTHS
           end-if
           if WS-MONTHLY-RATE = 0
              compute LOAN-INSTALLMENT rounded =
                  LOAN-OUTSTANDING / WS-REMAINING-TERM
           else
              move 1 to WS-FACTOR
              perform 3150-MULTIPLY-FACTOR
                  varying WS-FACTOR-SUB from 1 by 1
                  until WS-FACTOR-SUB > WS-REMAINING-TERM
              compute LOAN-INSTALLMENT rounded =
                  LOAN-OUTSTANDING * WS-MONTHLY-RATE * WS-FACTOR
                  / (WS-FACTOR - 1)
           end-if
           if LOAN-INSTALLMENT = 0
              move 1 to LOAN-INSTALLMENT
           end-if
           .

      *****************************************************************
      *  Same installment, shorter term - the reduced outstanding is
      *  run down at the current installment to count the months
      *  still needed.
      *****************************************************************
       6840-SHORTEN-TERM.
           move LOAN-OUTSTANDING to WS-SCHED-BALANCE
           move 0 to WS-SIM-COUNT
           perform 6845-SIMULATE-ONE-MONTH
               until WS-SCHED-BALANCE = 0
                  or WS-SIM-COUNT >= WS-REMAINING-TERM
           if WS-SIM-COUNT = 0
              move 1 to WS-SIM-COUNT
           end-if
           compute LOAN-TERM-MONTHS = LOAN-PAID-COUNT + WS-SIM-COUNT
           .

       6845-SIMULATE-ONE-MONTH.
           compute WS-SCHED-INTEREST rounded =
               WS-SCHED-BALANCE * WS-MONTHLY-RATE
           if LOAN-INSTALLMENT > WS-SCHED-INTEREST
              compute WS-SCHED-PRINCIPAL =
                  LOAN-INSTALLMENT - WS-SCHED-INTEREST
           else
              move 0 to WS-SCHED-PRINCIPAL
           end-if
           if WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
              move WS-SCHED-BALANCE to WS-SCHED-PRINCIPAL
           end-if
           subtract WS-SCHED-PRINCIPAL from WS-SCHED-BALANCE
           add 1 to WS-SIM-COUNT
           .

      *****************************************************************
      *  Remaining schedule rebuilt from the reduced outstanding -
      *  the old lines after the last paid installment are removed
      *  and new ones written, the due dates running on monthly from
      *  the last paid line as at drawdown.
      *****************************************************************
       6860-REBUILD-SCHEDULE.
           move LOAN-DRAWDOWN-DATE to WS-MAT-DATE
           if LOAN-PAID-COUNT > 0
              move LOAN-NUMBER to LSCH-LOAN-NUMBER
              move LOAN-PAID-COUNT to LSCH-INSTALLMENT-NO
              read LOAN-SCHEDULE
                  invalid key
                      continue
                  not invalid key
                      move LSCH-DUE-DATE to WS-MAT-DATE
              end-read
           end-if
           perform 6870-DELETE-OLD-LINES
           move LOAN-OUTSTANDING to WS-SCHED-BALANCE
           compute WS-SCHED-SUB = LOAN-PAID-COUNT + 1
           perform 3250-WRITE-ONE-LINE
               varying WS-SCHED-SUB from WS-SCHED-SUB by 1
               until WS-SCHED-SUB > LOAN-TERM-MONTHS
           .

       6870-DELETE-OLD-LINES.
           compute WS-SCHED-SUB = LOAN-PAID-COUNT + 1
           perform 6875-DELETE-ONE-LINE
               varying WS-SCHED-SUB from WS-SCHED-SUB by 1
               until WS-SCHED-SUB > WS-OLD-TERM
           .

       6875-DELETE-ONE-LINE.
           move LOAN-NUMBER to LSCH-LOAN-NUMBER
           move WS-SCHED-SUB to LSCH-INSTALLMENT-NO
           delete LOAN-SCHEDULE record
               invalid key
                   continue
           end-delete
           .

      *****************************************************************
      *  Validity date of a quote - a real calendar date, not before
      *  today.
      *****************************************************************
       6900-CHECK-VALID-UNTIL.
           move "N" to WS-DATE-OK-SWITCH
           if WS-VALID-UNTIL is not numeric
                   or WS-VALID-UNTIL < WS-TODAY
              go to 6900-EXIT
           end-if
           if WS-VALID-MONTH < 1 or WS-VALID-MONTH > 12
              go to 6900-EXIT
           end-if
           move WS-VALID-YEAR to WS-MAT-YEAR
           move WS-VALID-MONTH to WS-MAT-MONTH
           move WS-MONTH-DAYS(WS-MAT-MONTH) to WS-MAT-LAST-DAY
           if WS-MAT-MONTH = 2
              divide WS-MAT-YEAR by 4 giving WS-LEAP-QUOTIENT
                  remainder WS-LEAP-REMAINDER
              if WS-LEAP-REMAINDER = 0
                 move 29 to WS-MAT-LAST-DAY
                 divide WS-MAT-YEAR by 100
                     giving WS-LEAP-QUOTIENT
                     remainder WS-LEAP-REMAINDER
                 if WS-LEAP-REMAINDER = 0
                    divide WS-MAT-YEAR by 400
                        giving WS-LEAP-QUOTIENT
                        remainder WS-LEAP-REMAINDER
                    if WS-LEAP-REMAINDER not = 0
                       move 28 to WS-MAT-LAST-DAY
                    end-if
                 end-if
              end-if
           end-if
           if WS-VALID-DAY < 1 or WS-VALID-DAY > WS-MAT-LAST-DAY
              go to 6900-EXIT
           end-if
           set WS-DATE-OK to true
           .
       6900-EXIT.
           exit
           .

      *****************************************************************
      *  Adds WS-MAT-ADD-MONTHS months to WS-MAT-DATE, clamping the
      *  day to the target month's last day (February corrected for
           .

       8000-WRITE-AUDIT.
           move LOAN-PRINCIPAL to WS-AMOUNT-EDIT
           move LOAN-INSTALLMENT to WS-MENS-EDIT
           move spaces to WS-AFTER-IMAGE
                  LOAN-PAYMENT-ACCT delimited by size
                  into WS-AFTER-IMAGE
           end-string
           perform 8010-PUT-AUDIT-RECORD
           .

      *****************************************************************
      *  Journal record from WS-AUDIT-ACTION and the before/after
      *  images the caller has built.
      *****************************************************************
       8010-PUT-AUDIT-RECORD.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "LOANMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move LOAN-NUMBER to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           move WS-AFTER-IMAGE to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
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

      *****************************************************************
      *  FINRUN trailer closing this run's journal records - the
      *  sequence field carries the count AUDITVER proves the run
