       identification division.
       program-id. PRDMNT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-26.
       date-compiled.

      *****************************************************************
      *  PRDMNT
      *
      *  Maintenance driver for the product rule file (PRODREC.cpy),
      *  modeled on RATEMNT.  Lets a clerk set up the rules a product
      *  carries whatever the branch - single holding per customer,
      *  legal balance ceiling, fortnight interest method and annual
      *  capitalisation - change them when the regulator moves the
      *  ceiling, retire them, or display them.
      *
      *  Modification history
      *  2026-09-26  YLC  Initial version.
      *  2026-09-27  YLC  Opening eligibility rules - age band,
      *                   minimum opening deposit, maximum accounts
      *                   per customer, deceased and screening-review
      *                   customers - captured on ADD and amended
      *                   through the new ELIGIB option, journalled
      *                   under their own audit action.  A single-
      *                   holding product cannot allow more than one
      *                   account.
      *  2026-09-30  YLC  Deposit-guarantee eligibility captured with
      *                   the opening eligibility, shown on INQUIRE
      *                   and journalled in the ELIGIB image.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select PRODUCT-RULE-FILE assign to "PRODRULE"
               organization is indexed
               access mode is dynamic
               record key is PRD-KEY
               file status is WS-PRDRULE-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

       data division.
       file section.
       fd  PRODUCT-RULE-FILE.
       copy "PRODREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       working-storage section.
       01  WS-PRDRULE-STATUS                PIC X(02).
           88  WS-PRDRULE-OK                  VALUE "00".
           88  WS-PRDRULE-NOTFOUND            VALUE "23".
       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                    VALUE "00".
       01  WS-OPERATOR-ID                   PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                    PIC 9(08).
       01  WS-AUDIT-TIME                    PIC 9(08).
       01  WS-AUDIT-TS-ALPHA                PIC X(14).
       01  WS-AUDIT-SEQUENCE                PIC 9(07) VALUE 0.
       01  WS-BEFORE-IMAGE                  PIC X(60).
       01  WS-AFTER-IMAGE                   PIC X(60).
       01  WS-IMAGE-WORK                    PIC X(60).
       01  WS-AUDIT-ACTION                  PIC X(06).
       01  WS-CEILING-EDIT                  PIC ZZZZZZZZ9.
       01  WS-DEPOSIT-EDIT                  PIC ZZZZZZZZ9.

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-EXIT                    VALUE "Y".
           05  WS-ENTRY-ERROR-SWITCH         PIC X(01) VALUE "N".
               88  WS-ENTRY-ERROR             VALUE "Y".

       01  WS-MENU-CHOICE                   PIC X(01).
       01  WS-SEARCH-PRODUCT                PIC 9(02).
       01  WS-DATE-CHECK                    PIC 9(08).

       copy "DATEVLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-DISPLAY-MENU until WS-EXIT
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open i-o PRODUCT-RULE-FILE
           if not WS-PRDRULE-OK
              close PRODUCT-RULE-FILE
              open output PRODUCT-RULE-FILE
              close PRODUCT-RULE-FILE
              open i-o PRODUCT-RULE-FILE
           end-if
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           .

       2000-DISPLAY-MENU.
           display "----------------------------------------"
           display "  MAINTENANCE REGLES PRODUIT"
           display "  1 - AJOUT    (ADD)"
           display "  2 - MODIF    (CHANGE)"
           display "  3 - RETRAIT  (RETIRE)"
           display "  4 - CONSULT  (INQUIRE)"
           display "  5 - ELIGIB   (ELIGIBILITY)"
           display "  6 - FIN      (EXIT)"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
           evaluate WS-MENU-CHOICE
               when "1" perform 3000-ADD-RULE thru 3000-EXIT
               when "2" perform 3500-CHANGE-RULE thru 3500-EXIT
               when "3" perform 4000-RETIRE-RULE thru 4000-EXIT
               when "4" perform 5000-INQUIRE-RULE thru 5000-EXIT
               when "5" perform 5500-CHANGE-ELIGIBILITY
                            thru 5500-EXIT
               when "6" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

      *****************************************************************
      *  ADD - captures the rules and the opening eligibility of a
      *  product not yet on the file.  An existing product is
      *  rejected; use CHANGE or ELIGIB to amend it.
      *****************************************************************
       3000-ADD-RULE.
           move spaces to PRODUCT-RULE-RECORD
           move 0 to PRD-MIN-AGE
           move 0 to PRD-MAX-AGE
           move 0 to PRD-MIN-OPEN-DEPOSIT
           move 0 to PRD-MAX-ACCOUNTS
           display "Code produit ? "
           accept PRD-PRODUCT-CODE
           display "Libelle ? "
           accept PRD-DESCRIPTION
           perform 6000-ACCEPT-RULES thru 6000-EXIT
           if WS-ENTRY-ERROR
              go to 3000-EXIT
           end-if
           perform 6100-ACCEPT-ELIGIBILITY thru 6100-EXIT
           if WS-ENTRY-ERROR
              go to 3000-EXIT
           end-if
           display "Date d'effet (AAAAMMJJ) ? "
           accept PRD-EFFECTIVE-DATE
           move PRD-EFFECTIVE-DATE to WS-DATE-CHECK
           perform 7700-VALIDATE-DATE
           if DV-INVALID
              display "DATE D'EFFET INVALIDE - ABANDON"
              go to 3000-EXIT
           end-if
           move 0 to PRD-RETIRE-DATE
           set PRD-ACTIVE to true
           write PRODUCT-RULE-RECORD
               invalid key
                   display "ERREUR AJOUT - PRODUIT DEJA EXISTANT : "
                           WS-PRDRULE-STATUS
                   go to 3000-EXIT
           end-write
           move spaces to WS-BEFORE-IMAGE
           move "ADD" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           move spaces to WS-BEFORE-IMAGE
           move "ELIGIB" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "REGLES PRODUIT AJOUTEES"
           .
       3000-EXIT.
           exit
           .

      *****************************************************************
      *  CHANGE - re-keys the rules of an active product, typically
      *  when the regulator moves the ceiling.  The new rules apply
      *  from the next run that reads them.
      *****************************************************************
       3500-CHANGE-RULE.
           display "Code produit a modifier ? "
           accept WS-SEARCH-PRODUCT
           move WS-SEARCH-PRODUCT to PRD-PRODUCT-CODE
           read PRODUCT-RULE-FILE
               invalid key
                   display "PRODUIT INCONNU"
                   go to 3500-EXIT
           end-read
           if PRD-RETIRED
              display "PRODUIT RETIRE - MODIFICATION REFUSEE"
              go to 3500-EXIT
           end-if
           perform 7000-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           perform 6000-ACCEPT-RULES thru 6000-EXIT
           if WS-ENTRY-ERROR
              go to 3500-EXIT
           end-if
           rewrite PRODUCT-RULE-RECORD
               invalid key
                   display "ERREUR MODIFICATION : " WS-PRDRULE-STATUS
                   go to 3500-EXIT
           end-rewrite
           move "CHANGE" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "REGLES PRODUIT MODIFIEES"
           .
       3500-EXIT.
           exit
           .

      *****************************************************************
      *  RETIRE - marks the rules retired as of a given date rather
      *  than deleting them; the product then behaves as one with no
      *  rules at all.
      *****************************************************************
       4000-RETIRE-RULE.
           display "Code produit a retirer ? "
           accept WS-SEARCH-PRODUCT
           move WS-SEARCH-PRODUCT to PRD-PRODUCT-CODE
           read PRODUCT-RULE-FILE
               invalid key
                   display "PRODUIT INCONNU"
                   go to 4000-EXIT
           end-read
           if PRD-RETIRED
              display "PRODUIT DEJA RETIRE"
              go to 4000-EXIT
           end-if
           perform 7000-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "Date de retrait (AAAAMMJJ) ? "
           accept PRD-RETIRE-DATE
           move PRD-RETIRE-DATE to WS-DATE-CHECK
           perform 7700-VALIDATE-DATE
           if DV-INVALID
              display "DATE DE RETRAIT INVALIDE - ABANDON"
              go to 4000-EXIT
           end-if
           set PRD-RETIRED to true
           rewrite PRODUCT-RULE-RECORD
               invalid key
                   display "ERREUR RETRAIT : " WS-PRDRULE-STATUS
                   go to 4000-EXIT
           end-rewrite
           move "RETIRE" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "REGLES PRODUIT RETIREES"
           .
       4000-EXIT.
           exit
           .

      *****************************************************************
      *  INQUIRE - displays one product's rules.
      *****************************************************************
       5000-INQUIRE-RULE.
           display "Code produit ? "
           accept WS-SEARCH-PRODUCT
           move WS-SEARCH-PRODUCT to PRD-PRODUCT-CODE
           read PRODUCT-RULE-FILE
               invalid key
                   display "PRODUIT INCONNU"
                   go to 5000-EXIT
           end-read
           move PRD-BALANCE-CEILING to WS-CEILING-EDIT
           display "PRODUIT  : " PRD-PRODUCT-CODE " " PRD-DESCRIPTION
           if PRD-REGULATED
              display "DETENTION: UN SEUL COMPTE PAR CLIENT"
           else
              display "DETENTION: LIBRE"
           end-if
           display "PLAFOND  : " WS-CEILING-EDIT
           if PRD-METHOD-QUINZAINE
              display "INTERET  : QUINZAINES"
           else
              display "INTERET  : SOLDE MOYEN MENSUEL"
           end-if
           if PRD-ANNUAL-CAP
              display "CAPITAL. : ANNUELLE"
           else
              display "CAPITAL. : MENSUELLE"
           end-if
           display "EFFET    : " PRD-EFFECTIVE-DATE
           display "RETRAIT  : " PRD-RETIRE-DATE
           if PRD-ACTIVE
              display "STATUT   : ACTIF"
           else
              display "STATUT   : RETIRE"
           end-if
           move PRD-MIN-OPEN-DEPOSIT to WS-DEPOSIT-EDIT
           display "AGE MIN  : " PRD-MIN-AGE
                   "   AGE MAX : " PRD-MAX-AGE
           display "DEPOT MIN: " WS-DEPOSIT-EDIT
           display "NB COMPTE: " PRD-MAX-ACCOUNTS
           if PRD-DECEASED-OK
              display "DECEDES  : ADMIS"
           else
              display "DECEDES  : REFUSES"
           end-if
           if PRD-REVIEW-OK
              display "EN REVUE : ADMIS"
           else
              display "EN REVUE : REFUSES"
           end-if
           if PRD-GUARANTEE-EXCLUDED
              display "GARANTIE : HORS GARANTIE DES DEPOTS"
           else
              display "GARANTIE : DEPOTS COUVERTS"
           end-if
           .
       5000-EXIT.
           exit
           .

      *****************************************************************
      *  ELIGIB - re-keys the opening eligibility of an active
      *  product.  Accounts already open are not affected; the new
      *  rules apply to the next "O" SOLDUPDT posts.
      *****************************************************************
       5500-CHANGE-ELIGIBILITY.
           display "Code produit a modifier ? "
           accept WS-SEARCH-PRODUCT
           move WS-SEARCH-PRODUCT to PRD-PRODUCT-CODE
           read PRODUCT-RULE-FILE
               invalid key
                   display "PRODUIT INCONNU"
                   go to 5500-EXIT
           end-read
           if PRD-RETIRED
              display "PRODUIT RETIRE - MODIFICATION REFUSEE"
              go to 5500-EXIT
           end-if
           perform 7100-BUILD-ELIGIBILITY-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           perform 6100-ACCEPT-ELIGIBILITY thru 6100-EXIT
           if WS-ENTRY-ERROR
              go to 5500-EXIT
           end-if
           rewrite PRODUCT-RULE-RECORD
               invalid key
                   display "ERREUR MODIFICATION : " WS-PRDRULE-STATUS
                   go to 5500-EXIT
           end-rewrite
           move "ELIGIB" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "ELIGIBILITE PRODUIT MODIFIEE"
           .
       5500-EXIT.
           exit
           .

      *****************************************************************
      *  Captures the rule fields shared by ADD and CHANGE.  Only
      *  O/N answers and the Q/M methods are accepted.
      *****************************************************************
       6000-ACCEPT-RULES.
           move "N" to WS-ENTRY-ERROR-SWITCH
           display "Un seul compte par client (O/N) ? "
           accept PRD-REGULATED-FLAG
           if PRD-REGULATED-FLAG not = "O"
                   and PRD-REGULATED-FLAG not = "N"
              display "REPONSE INVALIDE - ABANDON"
              set WS-ENTRY-ERROR to true
              go to 6000-EXIT
           end-if
           if PRD-REGULATED and PRD-MAX-ACCOUNTS > 1
              display "NOMBRE MAXIMUM DE COMPTES > 1 - ABANDON"
              set WS-ENTRY-ERROR to true
              go to 6000-EXIT
           end-if
           display "Plafond de solde (0 = AUCUN) ? "
           accept PRD-BALANCE-CEILING
           display "Methode d'interet (Q = QUINZAINES, "
                   "M = MOYENNE) ? "
           accept PRD-INTEREST-METHOD
           if not PRD-METHOD-QUINZAINE
                   and PRD-INTEREST-METHOD not = "M"
              display "METHODE INVALIDE - ABANDON"
              set WS-ENTRY-ERROR to true
              go to 6000-EXIT
           end-if
           display "Capitalisation annuelle (O/N) ? "
           accept PRD-ANNUAL-CAP-FLAG
           if PRD-ANNUAL-CAP-FLAG not = "O"
                   and PRD-ANNUAL-CAP-FLAG not = "N"
              display "REPONSE INVALIDE - ABANDON"
              set WS-ENTRY-ERROR to true
           end-if
           .
       6000-EXIT.
           exit
           .

      *****************************************************************
      *  Captures the opening eligibility shared by ADD and ELIGIB.
      *  A maximum age below the minimum, or more than one account on
      *  a single-holding product, is refused.
      *****************************************************************
       6100-ACCEPT-ELIGIBILITY.
           move "N" to WS-ENTRY-ERROR-SWITCH
           display "Age minimum (0 = AUCUN) ? "
           accept PRD-MIN-AGE
           display "Age maximum (0 = AUCUN) ? "
           accept PRD-MAX-AGE
           if PRD-MAX-AGE > 0 and PRD-MAX-AGE < PRD-MIN-AGE
              display "AGE MAXIMUM < AGE MINIMUM - ABANDON"
              set WS-ENTRY-ERROR to true
              go to 6100-EXIT
           end-if
           display "Depot d'ouverture minimum (0 = AUCUN) ? "
           accept PRD-MIN-OPEN-DEPOSIT
           display "Comptes maximum par client (0 = SANS LIMITE) ? "
           accept PRD-MAX-ACCOUNTS
           if PRD-REGULATED and PRD-MAX-ACCOUNTS > 1
              display "PRODUIT A DETENTION UNIQUE - ABANDON"
              set WS-ENTRY-ERROR to true
              go to 6100-EXIT
           end-if
           display "Clients decedes admis (O/N) ? "
           accept PRD-DECEASED-ALLOWED
           if PRD-DECEASED-ALLOWED not = "O"
                   and PRD-DECEASED-ALLOWED not = "N"
              display "REPONSE INVALIDE - ABANDON"
              set WS-ENTRY-ERROR to true
              go to 6100-EXIT
           end-if
           display "Clients en revue de filtrage admis (O/N) ? "
           accept PRD-REVIEW-ALLOWED
           if PRD-REVIEW-ALLOWED not = "O"
                   and PRD-REVIEW-ALLOWED not = "N"
              display "REPONSE INVALIDE - ABANDON"
              set WS-ENTRY-ERROR to true
              go to 6100-EXIT
           end-if
           display "Depots couverts par la garantie (O/N) ? "
           accept PRD-GUARANTEE-FLAG
           if PRD-GUARANTEE-FLAG not = "O"
                   and PRD-GUARANTEE-FLAG not = "N"
              display "REPONSE INVALIDE - ABANDON"
              set WS-ENTRY-ERROR to true
           end-if
           .
       6100-EXIT.
           exit
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

      *****************************************************************
      *  Builds the printable image of the current PRODUCT-RULE-
      *  RECORD used for the audit before/after fields.
      *****************************************************************
       7000-BUILD-IMAGE.
           move PRD-BALANCE-CEILING to WS-CEILING-EDIT
           move spaces to WS-AFTER-IMAGE
           string "UNIQUE " delimited by size
                  PRD-REGULATED-FLAG delimited by size
                  " PLAFOND " delimited by size
                  WS-CEILING-EDIT delimited by size
                  " METH " delimited by size
                  PRD-INTEREST-METHOD delimited by size
                  " CAPAN " delimited by size
                  PRD-ANNUAL-CAP-FLAG delimited by size
                  " EFFET " delimited by size
                  PRD-EFFECTIVE-DATE delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

      *****************************************************************
      *  Printable image of the opening eligibility, journalled under
      *  the ELIGIB action.
      *****************************************************************
       7100-BUILD-ELIGIBILITY-IMAGE.
           move PRD-MIN-OPEN-DEPOSIT to WS-DEPOSIT-EDIT
           move spaces to WS-AFTER-IMAGE
           string "AGE " delimited by size
                  PRD-MIN-AGE delimited by size
                  "-" delimited by size
                  PRD-MAX-AGE delimited by size
                  " DEPOT " delimited by size
                  WS-DEPOSIT-EDIT delimited by size
                  " NBMAX " delimited by size
                  PRD-MAX-ACCOUNTS delimited by size
                  " DCD " delimited by size
                  PRD-DECEASED-ALLOWED delimited by size
                  " REV " delimited by size
                  PRD-REVIEW-ALLOWED delimited by size
                  " FGD " delimited by size
                  PRD-GUARANTEE-FLAG delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

      *****************************************************************
      *  Appends one before/after image to the shared AUDIT-JOURNAL,
      *  the way RATEMNT's audit paragraph does.
      *****************************************************************
       8000-WRITE-AUDIT.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "PRDMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move PRD-KEY to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           if WS-AUDIT-ACTION = "ELIGIB"
              perform 7100-BUILD-ELIGIBILITY-IMAGE
           else
              perform 7000-BUILD-IMAGE
           end-if
           if WS-AUDIT-ACTION = "RETIRE"
              move WS-AFTER-IMAGE to WS-IMAGE-WORK
              move spaces to WS-AFTER-IMAGE
              string WS-IMAGE-WORK(1:41) delimited by size
                     " RETRAIT " delimited by size
                     PRD-RETIRE-DATE delimited by size
                     into WS-AFTER-IMAGE
              end-string
           end-if
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
           move "PRDMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close PRODUCT-RULE-FILE
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
