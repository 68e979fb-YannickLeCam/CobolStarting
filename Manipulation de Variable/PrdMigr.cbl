       identification division.
       program-id. PRDMIGR.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-28.
       date-compiled.

      *****************************************************************
      *  PRDMIGR
      *
      *  Supervised product-migration function for a withdrawn
      *  product - BRXFER's counterpart between products rather than
      *  branches.  Gated by the usual AUTH-FILE logon and restricted
      *  to SUPERVISOR-level operators, it takes the withdrawn
      *  product, the replacement product and the effective date,
      *  and moves every account still open or dormant on the old
      *  product (an older record with no product code counts by its
      *  customer's CUST-F2) onto the new one.
      *
      *  The replacement must carry an active rate tier on RATEFILE
      *  and an active fee schedule on FEEFILE at the effective date,
      *  or nothing runs; each account is then checked against
      *  BRPRDMST for the replacement at the account's own branch,
      *  and one the branch does not carry is left in place and
      *  listed.  So is one that would break the replacement's rules
      *  on PRODRULE as SOLDUPDT enforces them at opening - a
      *  regulated product kept in euros and held once per customer,
      *  the legal balance ceiling and the maximum accounts per
      *  customer.  A simulation pass ("S") prints the MIGRRPT report
      *  and touches nothing; the real pass ("R"), refused before
      *  the effective date, rewrites each account with its own
      *  journal entry and queues the customer's MIGPRD letter on
      *  LTRQUEUE quoting the new rate and fees.
      *
      *  Modification history
      *  2026-09-28  YLC  Initial version.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list PRDMIGR before anything is done; a
      *                   refusal is journalled as PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *  2026-10-15  YLC  Each account is checked against the
      *                   replacement's PRODRULE rules - euro-only and
      *                   single holding for a regulated product, the
      *                   balance ceiling and the maximum accounts per
      *                   customer - and one that would break them is
      *                   kept and listed with the reason.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               alternate record key is ACCT-CUST-NUMBER
                   with duplicates
               file status is WS-ACCTMAST-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select BRANCH-PRODUCT-FILE assign to "BRPRDMST"
               organization is indexed
               access mode is dynamic
               record key is BP-KEY
               file status is WS-BRPRD-STATUS.

           select RATE-FILE assign to "RATEFILE"
               organization is indexed
               access mode is dynamic
               record key is RATE-KEY
               file status is WS-RATE-STATUS.

           select FEE-FILE assign to "FEEFILE"
               organization is indexed
               access mode is dynamic
               record key is FEE-KEY
               file status is WS-FEE-STATUS.

           select PRODUCT-RULE-FILE assign to "PRODRULE"
               organization is indexed
               access mode is random
               record key is PRD-KEY
               file status is WS-PRDRULE-STATUS.

           select MIGRATION-REPORT assign to "MIGRRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select LETTER-QUEUE assign to "LTRQUEUE"
               organization is sequential
               file status is WS-QUEUE-STATUS.

           select AUTH-FILE assign to "AUTHFILE"
               organization is indexed
               access mode is dynamic
               record key is AUTH-OPERATOR-ID
               file status is WS-AUTH-FSTATUS.

       data division.
       file section.
       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  BRANCH-PRODUCT-FILE.
       copy "BRPRDREC.cpy".

       fd  RATE-FILE.
       copy "RATEREC.cpy".

       fd  FEE-FILE.
       copy "FEEREC.cpy".

       fd  PRODUCT-RULE-FILE.
       copy "PRODREC.cpy".

       fd  MIGRATION-REPORT.
       01  MIGRATION-REPORT-LINE           PIC X(80).

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  LETTER-QUEUE.
       copy "LTRQREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-ACCTMAST-STATUS               PIC X(02).
           88  WS-ACCTMAST-OK                 VALUE "00".
       01  WS-CUSTMAST-STATUS               PIC X(02).
       01  WS-BRPRD-STATUS                  PIC X(02).
           88  WS-BRPRD-OK                    VALUE "00".
       01  WS-RATE-STATUS                   PIC X(02).
       01  WS-FEE-STATUS                    PIC X(02).
       01  WS-PRDRULE-STATUS                PIC X(02).
           88  WS-PRDRULE-OK                  VALUE "00".
       01  WS-RPT-STATUS                    PIC X(02).
       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                    VALUE "00".
       01  WS-QUEUE-STATUS                  PIC X(02).
           88  WS-QUEUE-OK                    VALUE "00".
       01  WS-AUTH-FSTATUS                  PIC X(02).
           88  WS-AUTH-OK                     VALUE "00".

       01  WS-OPERATOR-ID                   PIC X(08) VALUE "SYSTEM".
       01  WS-OPERATOR-LEVEL                PIC X(01) VALUE "T".
           88  WS-OPERATOR-SUPERVISOR         VALUE "S".
       01  WS-AUDIT-DATE                    PIC 9(08).
       01  WS-AUDIT-TIME                    PIC 9(08).
       01  WS-AUDIT-TS-ALPHA                PIC X(14).
       01  WS-AUDIT-SEQUENCE                PIC 9(07) VALUE 0.
       01  WS-AUDIT-ACTION                  PIC X(06).
       01  WS-BEFORE-IMAGE                  PIC X(60).
       01  WS-AFTER-IMAGE                   PIC X(60).

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-EXIT                    VALUE "Y".
           05  WS-AUTHORIZED-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTHORIZED                VALUE "Y".
           05  WS-ACCT-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-ACCT-EOF                 VALUE "Y".
           05  WS-RATE-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-RATE-EOF                 VALUE "Y".
           05  WS-RATE-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  WS-RATE-FOUND               VALUE "Y".
           05  WS-REPORT-OPEN-SWITCH         PIC X(01) VALUE "N".
               88  WS-REPORT-OPEN              VALUE "Y".
           05  WS-PRDRULE-PRESENT-SWITCH     PIC X(01) VALUE "N".
               88  WS-PRDRULE-PRESENT          VALUE "Y".
           05  WS-NEW-RULE-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-NEW-RULE-FOUND           VALUE "Y".
           05  WS-HOLDSCAN-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-HOLDSCAN-EOF             VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-OLD-PRODUCT                   PIC 9(02).
       01  WS-NEW-PRODUCT                   PIC 9(02).
       01  WS-EFFECTIVE-DATE                PIC 9(08).
       01  WS-TODAY-DATE                    PIC 9(08).
       01  WS-RUN-MODE                      PIC X(01).
           88  WS-MODE-SIMULATION             VALUE "S" "s".
           88  WS-MODE-REAL                   VALUE "R" "r".
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".
       01  WS-DATE-CHECK                    PIC 9(08).

      *--------------------------------------------------------------*
      *    Account being examined - its product as resolved (the     *
      *    customer's CUST-F2 when the account carries none).        *
      *--------------------------------------------------------------*
       01  WS-ACCT-PRODUCT                  PIC 9(02).

      *--------------------------------------------------------------*
      *    Replacement product's conditions - the fee schedule read  *
      *    once before the pass, and the rate tier found for the     *
      *    balance in WS-RATE-BASIS (the highest floor at or under   *
      *    it, as INTACCR picks; ties go to the latest effective).   *
      *--------------------------------------------------------------*
       01  WS-NEW-MONTHLY-FEE               PIC 9(7) COMP-3.
       01  WS-NEW-PER-TRAN-FEE              PIC 9(5) COMP-3.
       01  WS-RATE-BASIS                    PIC 9(9) COMP-3.
       01  WS-BEST-FLOOR                    PIC 9(9) COMP-3.
       01  WS-BEST-EFFECTIVE                PIC 9(08).
       01  WS-BEST-RATE                     PIC 9(5)V99 COMP-3.

      *--------------------------------------------------------------*
      *    Replacement product's rules, read once before the pass -  *
      *    only an active rule in effect by the effective date       *
      *    counts; without one the product is unrestricted.  The     *
      *    ceiling is in euros, as SOLDUPDT compares it.             *
      *--------------------------------------------------------------*
       01  WS-NEW-REGULATED-FLAG            PIC X(01) VALUE "N".
           88  WS-NEW-REGULATED               VALUE "O".
       01  WS-NEW-CEILING                   PIC 9(9) COMP-3 VALUE 0.
       01  WS-NEW-MAX-ACCOUNTS              PIC 9(02) VALUE 0.

      *--------------------------------------------------------------*
      *    Holdings scan - the account being migrated, its owner and *
      *    the owner's CUST-F2 (for accounts with no product code),  *
      *    and how many of the owner's other accounts already sit on *
      *    the replacement.                                          *
      *--------------------------------------------------------------*
       01  WS-MIGR-ACCT                     PIC 9(09).
       01  WS-MIGR-CUST                     PIC 9(06).
       01  WS-CUST-PRODUCT                  PIC 9(02).
       01  WS-SCAN-PRODUCT                  PIC 9(02).
       01  WS-HOLDING-COUNT                 PIC 9(03).
       01  WS-CEILING-CHECK                 PIC S9(11) COMP-3.

       01  WS-MIGRATED-COUNT                PIC 9(06) VALUE 0.
       01  WS-HELD-COUNT                    PIC 9(06) VALUE 0.
       01  WS-LETTER-COUNT                  PIC 9(06) VALUE 0.

       01  WS-RATE-EDIT                     PIC ZZ9.99.
       01  WS-FEE-EDIT                      PIC ZZZZ9.
       01  WS-OBSERVATION                   PIC X(30).

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(18) VALUE
               "MIGRATION PRODUIT ".
           05  WS-HL-OLD                   PIC 9(02).
           05  FILLER                      PIC X(06) VALUE " VERS ".
           05  WS-HL-NEW                   PIC 9(02).
           05  FILLER                      PIC X(07) VALUE " EFFET ".
           05  WS-HL-DATE                  PIC 9(08).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  WS-HL-MODE                  PIC X(10).
       01  WS-HEADING-LINE-2               PIC X(80) VALUE
           "COMPTE    BR CLIENT    TAUX  OBSERVATION".

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-BRANCH                PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CUST                  PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-RATE                  PIC ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-OBSERVATION           PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-COUNT                 PIC ZZZZZ9.

       copy "DATEVLNK.cpy".

       copy "PERMLNK.cpy".

       copy "FXCLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1500-OPERATOR-LOGON thru 1500-EXIT
           if WS-AUTHORIZED
              perform 2000-RUN-MIGRATION thru 2000-EXIT
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           accept WS-TODAY-DATE from date yyyymmdd
           open i-o ACCOUNT-MASTER
           open input CUSTOMER-MASTER
           open input BRANCH-PRODUCT-FILE
           open input RATE-FILE
           open input FEE-FILE
           open input PRODUCT-RULE-FILE
           if WS-PRDRULE-OK
              set WS-PRDRULE-PRESENT to true
           else
              close PRODUCT-RULE-FILE
           end-if
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           open extend LETTER-QUEUE
           if not WS-QUEUE-OK
              close LETTER-QUEUE
              open output LETTER-QUEUE
           end-if
           .

      *****************************************************************
      *  Same AUTH-FILE gate as CUSTMENU, plus the SUPERVISOR level
      *  check - a migration moves a whole book of accounts.
      *****************************************************************
       1500-OPERATOR-LOGON.
           open i-o AUTH-FILE
           if not WS-AUTH-OK
              display "ERREUR OUVERTURE AUTHFILE : " WS-AUTH-FSTATUS
              set WS-EXIT to true
              go to 1500-EXIT
           end-if
           perform 1510-PROMPT-CREDENTIALS thru 1510-EXIT
               until WS-AUTHORIZED or WS-LOGIN-ATTEMPTS >= 3
           if not WS-AUTHORIZED
              display "ACCES REFUSE - TROP DE TENTATIVES"
              set WS-EXIT to true
           end-if
           if WS-AUTHORIZED and not WS-OPERATOR-SUPERVISOR
              display "RESERVE AUX SUPERVISEURS - ACCES REFUSE"
              move "N" to WS-AUTHORIZED-SWITCH
              perform 1520-LOG-FAILED-LOGON
           end-if
           if WS-AUTHORIZED
              perform 1600-CHECK-PROGRAM-ACCESS
           end-if
           close AUTH-FILE
           .
       1500-EXIT.
           exit
           .

       1510-PROMPT-CREDENTIALS.
           display "Identifiant operateur ? "
           accept WS-LOGIN-ID
           display "Mot de passe ? "
           accept WS-LOGIN-PASSWORD
           move WS-LOGIN-ID to AUTH-OPERATOR-ID
           read AUTH-FILE
               invalid key
                   display "IDENTIFIANT INCONNU"
                   add 1 to WS-LOGIN-ATTEMPTS
                   perform 1520-LOG-FAILED-LOGON
                   go to 1510-EXIT
           end-read
           if AUTH-LOCKED
              display "COMPTE VERROUILLE - VOIR SUPERVISEUR"
              add 1 to WS-LOGIN-ATTEMPTS
              perform 1520-LOG-FAILED-LOGON
              go to 1510-EXIT
           end-if
           if AUTH-ACTIVE and AUTH-PASSWORD = WS-LOGIN-PASSWORD
              move 0 to AUTH-FAILED-ATTEMPTS
              accept AUTH-LAST-LOGON-DATE from date yyyymmdd
              rewrite AUTH-RECORD
              set WS-AUTHORIZED to true
              move WS-LOGIN-ID to WS-OPERATOR-ID
              move AUTH-PROFILE-ID to PERM-PROFILE-ID
              move AUTH-LEVEL to WS-OPERATOR-LEVEL
           else
              display "MOT DE PASSE INVALIDE OU COMPTE INACTIF"
              add 1 to WS-LOGIN-ATTEMPTS
              add 1 to AUTH-FAILED-ATTEMPTS
              rewrite AUTH-RECORD
              perform 1520-LOG-FAILED-LOGON
           end-if
           .
       1510-EXIT.
           exit
           .

       1520-LOG-FAILED-LOGON.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "PRDMIGR" to AUDIT-PROGRAM-ID
           move WS-LOGIN-ID to AUDIT-OPERATOR-ID
           move "AUTHFL" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Permission profile - the operator's profile must list this
      *  program before anything is done.  A refusal is journalled
      *  under the profile refused.
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
           move "PRDMIGR" to PERM-PROGRAM-ID
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
           move "PRDMIGR" to AUDIT-PROGRAM-ID
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

      *****************************************************************
      *  One supervised pass: old and new product, effective date and
      *  mode, the replacement's rate and fees proved, an explicit
      *  confirmation, then every account of the old product is
      *  examined in key order.
      *****************************************************************
       2000-RUN-MIGRATION.
           display "Produit retire ? "
           accept WS-OLD-PRODUCT
           display "Produit de remplacement ? "
           accept WS-NEW-PRODUCT
           if WS-NEW-PRODUCT = WS-OLD-PRODUCT
              display "MEME PRODUIT DES DEUX COTES - ABANDON"
              go to 2000-EXIT
           end-if
           display "Date d'effet (AAAAMMJJ) ? "
           accept WS-EFFECTIVE-DATE
           move WS-EFFECTIVE-DATE to WS-DATE-CHECK
           perform 7700-VALIDATE-DATE
           if DV-INVALID
              display "DATE D'EFFET INVALIDE - ABANDON"
              go to 2000-EXIT
           end-if
           display "Simulation ou reel (S/R) ? "
           accept WS-RUN-MODE
           if not WS-MODE-SIMULATION and not WS-MODE-REAL
              display "MODE INVALIDE - ABANDON"
              go to 2000-EXIT
           end-if
           if WS-MODE-REAL and WS-EFFECTIVE-DATE > WS-TODAY-DATE
              display "DATE D'EFFET NON ATTEINTE - SIMULATION SEULE"
              go to 2000-EXIT
           end-if
           perform 2200-CHECK-NEW-PRODUCT thru 2200-EXIT
           if WS-EXIT
              go to 2000-EXIT
           end-if
           if WS-MODE-REAL
              display "CONFIRMER LA MIGRATION DU PRODUIT "
                      WS-OLD-PRODUCT " VERS " WS-NEW-PRODUCT
                      " (O/N) ? "
              accept WS-CONFIRM
              if not WS-CONFIRM-OUI
                 display "MIGRATION ABANDONNEE"
                 go to 2000-EXIT
              end-if
           end-if
           perform 2500-START-REPORT
           move 0 to ACCT-NUMBER
           start ACCOUNT-MASTER key not < ACCT-NUMBER
               invalid key
                   set WS-ACCT-EOF to true
           end-start
           perform 3000-EXAMINE-ACCOUNT until WS-ACCT-EOF
           perform 2900-REPORT-TOTALS
           display "COMPTES MIGRES : " WS-MIGRATED-COUNT
           display "COMPTES CONSERVES : "
                   WS-HELD-COUNT
           if WS-MODE-REAL
              display "LETTRES MIGPRD EN FILE : " WS-LETTER-COUNT
           end-if
           .
       2000-EXIT.
           exit
           .

      *****************************************************************
      *  The replacement must have an active fee schedule and at
      *  least one active rate tier effective by the effective date
      *  - a migration onto a product that cannot be priced would
      *  leave the accounts unaccrued and uncharged.  Its PRODRULE
      *  rules are kept for the account checks.
      *****************************************************************
       2200-CHECK-NEW-PRODUCT.
           move WS-NEW-PRODUCT to FEE-PRODUCT-CODE
           read FEE-FILE
               invalid key
                   display "PRODUIT " WS-NEW-PRODUCT
                           " SANS BAREME DE FRAIS - ABANDON"
                   set WS-EXIT to true
                   go to 2200-EXIT
           end-read
           if not FEE-ACTIVE or FEE-EFFECTIVE-DATE > WS-EFFECTIVE-DATE
              display "PRODUIT " WS-NEW-PRODUCT
                      " SANS BAREME DE FRAIS ACTIF - ABANDON"
              set WS-EXIT to true
              go to 2200-EXIT
           end-if
           move FEE-MONTHLY-AMOUNT to WS-NEW-MONTHLY-FEE
           move FEE-PER-TRAN-AMOUNT to WS-NEW-PER-TRAN-FEE
           move 999999999 to WS-RATE-BASIS
           perform 5000-LOOKUP-NEW-RATE thru 5000-EXIT
           if not WS-RATE-FOUND
              display "PRODUIT " WS-NEW-PRODUCT
                      " SANS PALIER DE TAUX ACTIF - ABANDON"
              set WS-EXIT to true
              go to 2200-EXIT
           end-if
           move "N" to WS-NEW-RULE-FOUND-SWITCH
           if not WS-PRDRULE-PRESENT
              go to 2200-EXIT
           end-if
           move WS-NEW-PRODUCT to PRD-PRODUCT-CODE
           read PRODUCT-RULE-FILE
               invalid key
                   go to 2200-EXIT
           end-read
           if PRD-ACTIVE and PRD-EFFECTIVE-DATE not > WS-EFFECTIVE-DATE
              set WS-NEW-RULE-FOUND to true
              move PRD-REGULATED-FLAG to WS-NEW-REGULATED-FLAG
              move PRD-BALANCE-CEILING to WS-NEW-CEILING
              move PRD-MAX-ACCOUNTS to WS-NEW-MAX-ACCOUNTS
           end-if
           .
       2200-EXIT.
           exit
           .

       2500-START-REPORT.
           open output MIGRATION-REPORT
           set WS-REPORT-OPEN to true
           move WS-OLD-PRODUCT to WS-HL-OLD
           move WS-NEW-PRODUCT to WS-HL-NEW
           move WS-EFFECTIVE-DATE to WS-HL-DATE
           if WS-MODE-REAL
              move "REEL" to WS-HL-MODE
           else
              move "SIMULATION" to WS-HL-MODE
           end-if
           move WS-HEADING-LINE-1 to MIGRATION-REPORT-LINE
           write MIGRATION-REPORT-LINE
           move WS-HEADING-LINE-2 to MIGRATION-REPORT-LINE
           write MIGRATION-REPORT-LINE
           .

       2900-REPORT-TOTALS.
           move spaces to MIGRATION-REPORT-LINE
           write MIGRATION-REPORT-LINE
           if WS-MODE-REAL
              move "COMPTES MIGRES" to WS-TL-LABEL
           else
              move "COMPTES A MIGRER" to WS-TL-LABEL
           end-if
           move WS-MIGRATED-COUNT to WS-TL-COUNT
           move WS-TOTAL-LINE to MIGRATION-REPORT-LINE
           write MIGRATION-REPORT-LINE
           move "COMPTES CONSERVES" to WS-TL-LABEL
           move WS-HELD-COUNT to WS-TL-COUNT
           move WS-TOTAL-LINE to MIGRATION-REPORT-LINE
           write MIGRATION-REPORT-LINE
           if WS-MODE-REAL
              move "LETTRES MIGPRD EN FILE" to WS-TL-LABEL
              move WS-LETTER-COUNT to WS-TL-COUNT
              move WS-TOTAL-LINE to MIGRATION-REPORT-LINE
              write MIGRATION-REPORT-LINE
           end-if
           .

       3000-EXAMINE-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-ACCT-EOF to true
           end-read
           if not WS-ACCT-EOF and not ACCT-CLOSED
              perform 3050-RESOLVE-PRODUCT
              if WS-ACCT-PRODUCT = WS-OLD-PRODUCT
                 perform 3100-MIGRATE-ONE-ACCOUNT thru 3100-FIN
              end-if
           end-if
           .

       3050-RESOLVE-PRODUCT.
           if ACCT-PRODUCT-CODE > 0
              move ACCT-PRODUCT-CODE to WS-ACCT-PRODUCT
           else
              move 0 to WS-ACCT-PRODUCT
              move ACCT-CUST-NUMBER to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      move 0 to CUST-F2
              end-read
              move CUST-F2 to WS-ACCT-PRODUCT
           end-if
           .

      *****************************************************************
      *  One account of the old product: the account's branch must
      *  carry the replacement on BRPRDMST, active at the effective
      *  date, and the account must pass the replacement's rules,
      *  or it stays where it is and is listed with the reason.  A
      *  real pass rewrites the product, journals the change and
      *  queues the customer's letter.
      *****************************************************************
       3100-MIGRATE-ONE-ACCOUNT.
           move 0 to WS-BEST-RATE
           move ACCT-BRANCH-CODE to BP-BRANCH-CODE
           move WS-NEW-PRODUCT to BP-PRODUCT-CODE
           read BRANCH-PRODUCT-FILE
               invalid key
                   move "PRODUIT NON PORTE PAR BRANCHE"
                       to WS-OBSERVATION
                   perform 3900-REPORT-ACCOUNT
                   add 1 to WS-HELD-COUNT
                   go to 3100-FIN
           end-read
           if BP-RETIRED or BP-EFFECTIVE-DATE > WS-EFFECTIVE-DATE
              move "CODE BRANCHE/PRODUIT INACTIF" to WS-OBSERVATION
              perform 3900-REPORT-ACCOUNT
              add 1 to WS-HELD-COUNT
              go to 3100-FIN
           end-if
           perform 3150-CHECK-PRODUCT-RULES thru 3150-FIN
           if WS-OBSERVATION not = spaces
              perform 3900-REPORT-ACCOUNT
              add 1 to WS-HELD-COUNT
              go to 3100-FIN
           end-if
           if ACCT-SOLDE > 0
              move ACCT-SOLDE to WS-RATE-BASIS
           else
              move 0 to WS-RATE-BASIS
           end-if
           perform 5000-LOOKUP-NEW-RATE thru 5000-EXIT
           if WS-MODE-SIMULATION
              move "A MIGRER" to WS-OBSERVATION
              perform 3900-REPORT-ACCOUNT
              add 1 to WS-MIGRATED-COUNT
              go to 3100-FIN
           end-if
           move spaces to WS-BEFORE-IMAGE
           string "PRODUIT " delimited by size
                  WS-ACCT-PRODUCT delimited by size
                  into WS-BEFORE-IMAGE
           end-string
           move WS-NEW-PRODUCT to ACCT-PRODUCT-CODE
           rewrite ACCOUNT-RECORD
               invalid key
                   display "ERREUR REECRITURE COMPTE : " ACCT-NUMBER
                   move "ERREUR REECRITURE" to WS-OBSERVATION
                   perform 3900-REPORT-ACCOUNT
                   add 1 to WS-HELD-COUNT
                   go to 3100-FIN
           end-rewrite
           move "PRDMIG" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           perform 3200-QUEUE-MIGRATION-LETTER
           move "MIGRE" to WS-OBSERVATION
           perform 3900-REPORT-ACCOUNT
           add 1 to WS-MIGRATED-COUNT
           .
       3100-FIN.
           exit
           .

      *****************************************************************
      *  The replacement's rules against one account, as SOLDUPDT's
      *  3750 applies them to an opening: a regulated product only
      *  in euros and once per customer, the balance (in euros) not
      *  above the ceiling, and no more than the maximum accounts of
      *  the product per customer.  The first rule broken leaves its
      *  reason in WS-OBSERVATION, spaces when the account may move.
      *****************************************************************
       3150-CHECK-PRODUCT-RULES.
           move spaces to WS-OBSERVATION
           if not WS-NEW-RULE-FOUND
              go to 3150-FIN
           end-if
           if WS-NEW-REGULATED and not ACCT-IN-EUROS
              move "PRODUIT REGLEMENTE EN EUROS" to WS-OBSERVATION
              go to 3150-FIN
           end-if
           if WS-NEW-CEILING > 0
              move ACCT-SOLDE to WS-CEILING-CHECK
              if not ACCT-IN-EUROS
                 move ACCT-CURRENCY-CODE to FXC-FROM-CCY
                 move "EUR" to FXC-TO-CCY
                 move WS-TODAY-DATE to FXC-RATE-DATE
                 move ACCT-SOLDE to FXC-AMOUNT
                 set FXC-NO-MARGIN to true
                 call "FXCONV" using FX-CONVERSION-PARMS
                 if FXC-RATE-MISSING
                    move "COURS DE CHANGE INCONNU" to WS-OBSERVATION
                    go to 3150-FIN
                 end-if
                 move FXC-CONVERTED-AMOUNT to WS-CEILING-CHECK
              end-if
              if WS-CEILING-CHECK > WS-NEW-CEILING
                 move "SOLDE AU-DELA DU PLAFOND" to WS-OBSERVATION
                 go to 3150-FIN
              end-if
           end-if
           if WS-NEW-REGULATED or WS-NEW-MAX-ACCOUNTS > 0
              perform 3160-COUNT-HOLDINGS thru 3160-FIN
           end-if
           if WS-NEW-REGULATED and WS-HOLDING-COUNT > 0
              move "PRODUIT REGLEMENTE DEJA DETENU" to WS-OBSERVATION
              go to 3150-FIN
           end-if
           if WS-NEW-MAX-ACCOUNTS > 0
                   and WS-HOLDING-COUNT not < WS-NEW-MAX-ACCOUNTS
              move "NOMBRE MAX DE COMPTES ATTEINT" to WS-OBSERVATION
           end-if
           .
       3150-FIN.
           exit
           .

      *****************************************************************
      *  Counts the owner's other open or dormant accounts already on
      *  the replacement, through the ACCT-CUST-NUMBER alternate
      *  index.  A simulation rewrites nothing, so there an account
      *  of the old product earlier in the pass counts as moved too.
      *  The scan moves the file position and the record area; the
      *  account is read back by its number so the pass carries on
      *  from it and the rewrite has it whole.
      *****************************************************************
       3160-COUNT-HOLDINGS.
           move 0 to WS-HOLDING-COUNT
           move ACCT-NUMBER to WS-MIGR-ACCT
           move ACCT-CUST-NUMBER to WS-MIGR-CUST
           move WS-MIGR-CUST to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   move 0 to CUST-F2
           end-read
           move CUST-F2 to WS-CUST-PRODUCT
           move "N" to WS-HOLDSCAN-EOF-SWITCH
           move WS-MIGR-CUST to ACCT-CUST-NUMBER
           start ACCOUNT-MASTER key = ACCT-CUST-NUMBER
               invalid key
                   go to 3160-REREAD
           end-start
           perform 3170-READ-CUSTOMER-ACCOUNT
           perform 3180-JUDGE-CUSTOMER-ACCOUNT
               until WS-HOLDSCAN-EOF
           .
       3160-REREAD.
           move WS-MIGR-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER key is ACCT-NUMBER
               invalid key
                   display "ERREUR RELECTURE COMPTE : " WS-MIGR-ACCT
                   move "ERREUR RELECTURE" to WS-OBSERVATION
           end-read
           .
       3160-FIN.
           exit
           .

       3170-READ-CUSTOMER-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-HOLDSCAN-EOF to true
           end-read
           if not WS-HOLDSCAN-EOF
                   and ACCT-CUST-NUMBER not = WS-MIGR-CUST
              set WS-HOLDSCAN-EOF to true
           end-if
           .

       3180-JUDGE-CUSTOMER-ACCOUNT.
           if ACCT-NUMBER not = WS-MIGR-ACCT
                   and (ACCT-OPEN or ACCT-DORMANT)
              if ACCT-PRODUCT-CODE > 0
                 move ACCT-PRODUCT-CODE to WS-SCAN-PRODUCT
              else
                 move WS-CUST-PRODUCT to WS-SCAN-PRODUCT
              end-if
              if WS-SCAN-PRODUCT = WS-NEW-PRODUCT
                 add 1 to WS-HOLDING-COUNT
              else
                 if WS-MODE-SIMULATION
                         and WS-SCAN-PRODUCT = WS-OLD-PRODUCT
                         and ACCT-NUMBER < WS-MIGR-ACCT
                    add 1 to WS-HOLDING-COUNT
                 end-if
              end-if
           end-if
           perform 3170-READ-CUSTOMER-ACCOUNT
           .

      *****************************************************************
      *  Migration letter request - the event is the effective date,
      *  the amount the new monthly fee, the text the new product,
      *  the rate of the tier the balance falls in and the fee per
      *  transaction beyond the free allowance.
      *****************************************************************
       3200-QUEUE-MIGRATION-LETTER.
           move spaces to LETTER-REQUEST-RECORD
           set LTRQ-PRODUCT-MIGRATION to true
           move ACCT-CUST-NUMBER to LTRQ-CUST-NUMBER
           move ACCT-NUMBER to LTRQ-ACCT-NUMBER
           move WS-EFFECTIVE-DATE to LTRQ-EVENT-DATE
           move WS-TODAY-DATE to LTRQ-REQUEST-DATE
           move "PRDMIGR" to LTRQ-SOURCE-PROGRAM
           move WS-NEW-MONTHLY-FEE to LTRQ-AMOUNT
           move WS-BEST-RATE to WS-RATE-EDIT
           move WS-NEW-PER-TRAN-FEE to WS-FEE-EDIT
           string "PROD " delimited by size
                  WS-NEW-PRODUCT delimited by size
                  " TAUX " delimited by size
                  WS-RATE-EDIT delimited by size
                  "% OP " delimited by size
                  WS-FEE-EDIT delimited by size
                  into LTRQ-TEXT
           end-string
           write LETTER-REQUEST-RECORD
           add 1 to WS-LETTER-COUNT
           .

       3900-REPORT-ACCOUNT.
           move ACCT-NUMBER to WS-DL-ACCT
           move ACCT-BRANCH-CODE to WS-DL-BRANCH
           move ACCT-CUST-NUMBER to WS-DL-CUST
           move WS-BEST-RATE to WS-DL-RATE
           move WS-OBSERVATION to WS-DL-OBSERVATION
           move WS-DETAIL-LINE to MIGRATION-REPORT-LINE
           write MIGRATION-REPORT-LINE
           .

      *****************************************************************
      *  Finds the replacement product's rate for the balance in
      *  WS-RATE-BASIS - among the product's tiers, the active one
      *  effective by the effective date with the highest floor at
      *  or under the basis.  No qualifying tier leaves WS-RATE-
      *  FOUND off.
      *****************************************************************
       5000-LOOKUP-NEW-RATE.
           move "N" to WS-RATE-FOUND-SWITCH
           move 0 to WS-BEST-FLOOR
           move 0 to WS-BEST-EFFECTIVE
           move 0 to WS-BEST-RATE
           move WS-NEW-PRODUCT to RATE-PRODUCT-CODE
           move 0 to RATE-TIER-NUMBER
           start RATE-FILE key not < RATE-KEY
               invalid key
                   go to 5000-EXIT
           end-start
           move "N" to WS-RATE-EOF-SWITCH
           perform 5100-READ-RATE
           perform 5200-JUDGE-RATE-TIER until WS-RATE-EOF
           .
       5000-EXIT.
           exit
           .

       5100-READ-RATE.
           read RATE-FILE next record
               at end set WS-RATE-EOF to true
           end-read
           if not WS-RATE-EOF
                   and RATE-PRODUCT-CODE not = WS-NEW-PRODUCT
              set WS-RATE-EOF to true
           end-if
           .

       5200-JUDGE-RATE-TIER.
           if RATE-ACTIVE
                   and RATE-EFFECTIVE-DATE <= WS-EFFECTIVE-DATE
                   and RATE-TIER-FLOOR <= WS-RATE-BASIS
              if not WS-RATE-FOUND
                      or RATE-TIER-FLOOR > WS-BEST-FLOOR
                      or (RATE-TIER-FLOOR = WS-BEST-FLOOR
                          and RATE-EFFECTIVE-DATE > WS-BEST-EFFECTIVE)
                 set WS-RATE-FOUND to true
                 move RATE-TIER-FLOOR to WS-BEST-FLOOR
                 move RATE-EFFECTIVE-DATE to WS-BEST-EFFECTIVE
                 move RATE-ANNUAL-RATE to WS-BEST-RATE
              end-if
           end-if
           perform 5100-READ-RATE
           .

       7000-SET-AUDIT-TIMESTAMP.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           .

      *****************************************************************
      *  Routes a keyed AAAAMMJJ date through the shared DATEVAL
      *  subprogram.
      *****************************************************************
       7700-VALIDATE-DATE.
           move WS-DATE-CHECK(7:2) to DV-JOUR
           move WS-DATE-CHECK(5:2) to DV-MOIS
           move WS-DATE-CHECK(1:4) to DV-ANNEE
           call "DATEVAL" using DATE-VALIDATION-PARMS
           .

       8000-WRITE-AUDIT.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "PRDMIGR" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move ACCT-NUMBER to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           move spaces to WS-AFTER-IMAGE
           string "PRODUIT " delimited by size
                  ACCT-PRODUCT-CODE delimited by size
                  " EFFET " delimited by size
                  WS-EFFECTIVE-DATE delimited by size
                  into WS-AFTER-IMAGE
           end-string
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
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "PRDMIGR" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           close BRANCH-PRODUCT-FILE
           close RATE-FILE
           close FEE-FILE
           if WS-PRDRULE-PRESENT
              close PRODUCT-RULE-FILE
           end-if
           if WS-REPORT-OPEN
              close MIGRATION-REPORT
           end-if
           close LETTER-QUEUE
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
