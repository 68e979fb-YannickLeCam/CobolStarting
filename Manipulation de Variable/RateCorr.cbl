       identification division.
       program-id. RATECORR.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-03.
       date-compiled.

      *****************************************************************
      *  RATECORR
      *
      *  Supervised back-valued interest correction after a rate
      *  tier was keyed wrong in RATEMNT and the error found only
      *  once INTCAP and DEBINT had paid or charged on it.  Gated by
      *  the usual AUTH-FILE logon and restricted to SUPERVISOR-
      *  level operators, it takes the product, the tier, the date
      *  range the wrong rate was in force and the corrected credit
      *  and debit rates.  The rates applied are the ones still on
      *  the tier; when the tier has already been put right in
      *  RATEMNT the operator keys the wrong ones instead.
      *
      *  For every account of the product (an older record with no
      *  product code counts by its customer's CUST-F2) the SNAPHIST
      *  end-of-day balances in the range are taken again: a credit
      *  balance inside the tier's band (its floor up to the next
      *  tier's floor) earns at the applied and at the corrected
      *  credit rate, an overdrawn one costs at the applied and at
      *  the corrected debit rate, each as the day's balance times
      *  the annual rate over 365.  The difference between the two
      *  is the adjustment.  What INTCAP credited ("I") and DEBINT
      *  charged ("A") for the months of the range is totalled from
      *  TRANHIST alongside, and no adjustment takes back more than
      *  was actually paid or charged.
      *
      *  A simulation pass ("S") prints the CORRRPT report and
      *  touches nothing; the real pass ("R") writes each adjustment
      *  to the raw transaction stream on the "J" channel inside a
      *  batch header/trailer BATPROOF proves, with a journal entry
      *  per adjustment - and is refused when the journal already
      *  holds a real correction for the same product, tier and
      *  range.  A closed or escheated account is listed with its
      *  figures for customer relations to settle by hand.
      *
      *  Modification history
      *  2026-10-03  YLC  Initial version.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list RATECORR before anything is done; a
      *                   refusal is journalled as PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
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

           select SNAPSHOT-HISTORY assign to "SNAPHIST"
               organization is sequential
               file status is WS-SNAP-STATUS.

           select TRANSACTION-HISTORY assign to "TRANHIST"
               organization is sequential
               file status is WS-THIST-STATUS.

           select RAW-TRANSACTION-FILE assign to "TRANRAW"
               organization is sequential
               file status is WS-TRANRAW-STATUS.

           select CORRECTION-REPORT assign to "CORRRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

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

       fd  RATE-FILE.
       copy "RATEREC.cpy".

       fd  SNAPSHOT-HISTORY.
       copy "SNAPREC.cpy".

       fd  TRANSACTION-HISTORY.
       copy "THISTREC.cpy".

       fd  RAW-TRANSACTION-FILE.
       copy "TRANREC.cpy".
       copy "BATCREC.cpy".

       fd  CORRECTION-REPORT.
       01  CORRECTION-REPORT-LINE          PIC X(80).

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-ACCTMAST-STATUS               PIC X(02).
           88  WS-ACCTMAST-OK                 VALUE "00".
       01  WS-CUSTMAST-STATUS               PIC X(02).
       01  WS-RATE-STATUS                   PIC X(02).
       01  WS-SNAP-STATUS                   PIC X(02).
           88  WS-SNAP-OK                     VALUE "00".
       01  WS-THIST-STATUS                  PIC X(02).
           88  WS-THIST-OK                    VALUE "00".
       01  WS-TRANRAW-STATUS                PIC X(02).
           88  WS-TRANRAW-OK                  VALUE "00".
       01  WS-RPT-STATUS                    PIC X(02).
       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                    VALUE "00".
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
           05  WS-SNAP-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-SNAP-EOF                 VALUE "Y".
           05  WS-THIST-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-THIST-EOF                VALUE "Y".
           05  WS-AUDIT-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-AUDIT-EOF                VALUE "Y".
           05  WS-CEILING-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-CEILING-FOUND            VALUE "Y".
           05  WS-PRIOR-RUN-SWITCH           PIC X(01) VALUE "N".
               88  WS-PRIOR-RUN                VALUE "Y".
           05  WS-REPORT-OPEN-SWITCH         PIC X(01) VALUE "N".
               88  WS-REPORT-OPEN              VALUE "Y".
           05  WS-BATCH-OPEN-SWITCH          PIC X(01) VALUE "N".
               88  WS-BATCH-OPEN               VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-TODAY-DATE                    PIC 9(08).
       01  WS-RUN-MODE                      PIC X(01).
           88  WS-MODE-SIMULATION             VALUE "S" "s".
           88  WS-MODE-REAL                   VALUE "R" "r".
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".
       01  WS-DATE-CHECK                    PIC 9(08).

      *--------------------------------------------------------------*
      *    The correction asked for - product, tier and range, the   *
      *    tier's band (its floor up to the next tier's floor in     *
      *    force over the range) and the rates applied and due.      *
      *--------------------------------------------------------------*
       01  WS-PRODUCT                       PIC 9(02).
       01  WS-TIER                          PIC 9(02).
       01  WS-DATE-FROM                     PIC 9(08).
       01  WS-DATE-TO                       PIC 9(08).
       01  WS-TIER-FLOOR                    PIC 9(9) COMP-3.
       01  WS-TIER-CEILING                  PIC 9(9) COMP-3.
       01  WS-APPLIED-CREDIT-RATE           PIC 9(5)V99.
       01  WS-CORRECT-CREDIT-RATE           PIC 9(5)V99.
       01  WS-APPLIED-DEBIT-RATE            PIC 9(5)V99.
       01  WS-CORRECT-DEBIT-RATE            PIC 9(5)V99.

      *--------------------------------------------------------------*
      *    Months whose INTCAP and DEBINT postings carry the interest *
      *    of the range - each month is paid or charged in the run   *
      *    of the month after it.                                    *
      *--------------------------------------------------------------*
       01  WS-POSTED-FROM                   PIC 9(06).
       01  WS-POSTED-FROM-SPLIT REDEFINES WS-POSTED-FROM.
           05  WS-POSTED-FROM-YEAR          PIC 9(04).
           05  WS-POSTED-FROM-MONTH         PIC 9(02).
       01  WS-POSTED-TO                     PIC 9(06).
       01  WS-POSTED-TO-SPLIT REDEFINES WS-POSTED-TO.
           05  WS-POSTED-TO-YEAR            PIC 9(04).
           05  WS-POSTED-TO-MONTH           PIC 9(02).

      *--------------------------------------------------------------*
      *    Journal key of a real correction - RATECORR's INTCOR      *
      *    entries carry it at the head of the after-image, which is *
      *    how a second real pass over the same range is refused.    *
      *--------------------------------------------------------------*
       01  WS-CORR-KEY.
           05  FILLER                      PIC X(05) VALUE "PROD ".
           05  WS-CK-PRODUCT               PIC 9(02).
           05  FILLER                      PIC X(05) VALUE " PAL ".
           05  WS-CK-TIER                  PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CK-FROM                  PIC 9(08).
           05  FILLER                      PIC X(01) VALUE "-".
           05  WS-CK-TO                    PIC 9(08).

      *--------------------------------------------------------------*
      *    Account being examined - its product as resolved, the sum *
      *    of its qualifying daily balances on each side, what the   *
      *    month-end runs actually posted, and the two computations. *
      *--------------------------------------------------------------*
       01  WS-ACCT-PRODUCT                  PIC 9(02).
       01  WS-CREDIT-BASIS                  PIC 9(13) COMP-3.
       01  WS-DEBIT-BASIS                   PIC 9(13) COMP-3.
       01  WS-CREDIT-DAYS                   PIC 9(05).
       01  WS-DEBIT-DAYS                    PIC 9(05).
       01  WS-POSTED-CREDIT                 PIC 9(11) COMP-3.
       01  WS-POSTED-DEBIT                  PIC 9(11) COMP-3.
       01  WS-OLD-AMOUNT                    PIC 9(09).
       01  WS-NEW-AMOUNT                    PIC 9(09).
       01  WS-POSTED-AMOUNT                 PIC 9(11).
       01  WS-ADJUST-AMOUNT                 PIC S9(10).
       01  WS-TRAN-AMOUNT                   PIC 9(09).
       01  WS-TRAN-SENS                     PIC X(01).
           88  WS-TRAN-SENS-CREDIT            VALUE "C".
           88  WS-TRAN-SENS-DEBIT             VALUE "D".
       01  WS-ACCT-ADJUSTED-SWITCH          PIC X(01).
           88  WS-ACCT-ADJUSTED               VALUE "Y".
       01  WS-NATURE                        PIC X(05).
       01  WS-OBSERVATION                   PIC X(16).

       01  WS-EXAMINED-COUNT                PIC 9(06) VALUE 0.
       01  WS-CORRECTED-COUNT               PIC 9(06) VALUE 0.
       01  WS-MANUAL-COUNT                  PIC 9(06) VALUE 0.
       01  WS-CAPPED-COUNT                  PIC 9(06) VALUE 0.
       01  WS-ADJ-CREDIT-TOTAL              PIC 9(11) VALUE 0.
       01  WS-ADJ-DEBIT-TOTAL               PIC 9(11) VALUE 0.

       01  WS-TIME-NOW                      PIC 9(08).
       01  WS-BATCH-NUMBER                  PIC 9(06).
       01  WS-BATCH-COUNT                   PIC 9(06) VALUE 0.
       01  WS-BATCH-HASH                    PIC 9(13) VALUE 0.

       01  WS-RATE-EDIT                     PIC ZZ9.99.
       01  WS-AMOUNT-EDIT                   PIC -ZZZZZZZZ9.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(24) VALUE
               "CORRECTION TAUX PRODUIT ".
           05  WS-HL-PRODUCT               PIC 9(02).
           05  FILLER                      PIC X(08) VALUE " PALIER ".
           05  WS-HL-TIER                  PIC 9(02).
           05  FILLER                      PIC X(04) VALUE " DU ".
           05  WS-HL-FROM                  PIC 9(08).
           05  FILLER                      PIC X(04) VALUE " AU ".
           05  WS-HL-TO                    PIC 9(08).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  WS-HL-MODE                  PIC X(10).
       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               "TAUX CREDITEUR     ".
           05  WS-HL-OLD-CREDIT            PIC ZZ9.99.
           05  FILLER                      PIC X(04) VALUE " -> ".
           05  WS-HL-NEW-CREDIT            PIC ZZ9.99.
           05  FILLER                      PIC X(18) VALUE
               "   TAUX DEBITEUR ".
           05  WS-HL-OLD-DEBIT             PIC ZZ9.99.
           05  FILLER                      PIC X(04) VALUE " -> ".
           05  WS-HL-NEW-DEBIT             PIC ZZ9.99.
       01  WS-HEADING-LINE-3.
           05  FILLER                      PIC X(40) VALUE
               "COMPTE    CLIENT NATUR    ANCIEN   NOUVE".
           05  FILLER                      PIC X(40) VALUE
               "AU     VERSE AJUSTEMENT OBSERVATION".

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CUST                  PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-NATURE                PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-OLD                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-NEW                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-POSTED                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-ADJUST                PIC -ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-OBSERVATION           PIC X(16).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-COUNT                 PIC ZZZZZZZZZZ9.

       copy "DATEVLNK.cpy".

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1500-OPERATOR-LOGON thru 1500-EXIT
           if WS-AUTHORIZED
              perform 2000-RUN-CORRECTION thru 2000-EXIT
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           accept WS-TODAY-DATE from date yyyymmdd
           open input ACCOUNT-MASTER
           open input CUSTOMER-MASTER
           open input RATE-FILE
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           .

      *****************************************************************
      *  Same AUTH-FILE gate as CUSTMENU, plus the SUPERVISOR level
      *  check - a correction pays or takes back interest across a
      *  whole product.
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
           move "RATECORR" to AUDIT-PROGRAM-ID
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
           move "RATECORR" to PERM-PROGRAM-ID
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
           move "RATECORR" to AUDIT-PROGRAM-ID
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
      *  One supervised pass: product, tier, range and rates keyed
      *  and proved, the mode, an explicit confirmation for a real
      *  pass, then every account of the product is examined in key
      *  order.
      *****************************************************************
       2000-RUN-CORRECTION.
           display "Code produit ? "
           accept WS-PRODUCT
           display "Numero de palier ? "
           accept WS-TIER
           display "Debut de la periode (AAAAMMJJ) ? "
           accept WS-DATE-FROM
           move WS-DATE-FROM to WS-DATE-CHECK
           perform 7700-VALIDATE-DATE
           if DV-INVALID
              display "DATE DE DEBUT INVALIDE - ABANDON"
              go to 2000-EXIT
           end-if
           display "Fin de la periode (AAAAMMJJ) ? "
           accept WS-DATE-TO
           move WS-DATE-TO to WS-DATE-CHECK
           perform 7700-VALIDATE-DATE
           if DV-INVALID
              display "DATE DE FIN INVALIDE - ABANDON"
              go to 2000-EXIT
           end-if
           if WS-DATE-TO < WS-DATE-FROM
              display "PERIODE INVERSEE - ABANDON"
              go to 2000-EXIT
           end-if
           if WS-DATE-TO not < WS-TODAY-DATE
              display "PERIODE NON ECOULEE - ABANDON"
              go to 2000-EXIT
           end-if
           perform 2100-READ-TIER thru 2100-EXIT
           if WS-EXIT
              go to 2000-EXIT
           end-if
           perform 2150-FIND-TIER-CEILING thru 2150-EXIT
           perform 2200-KEY-RATES thru 2200-EXIT
           if WS-EXIT
              go to 2000-EXIT
           end-if
           perform 2250-SET-POSTED-MONTHS
           move WS-PRODUCT to WS-CK-PRODUCT
           move WS-TIER to WS-CK-TIER
           move WS-DATE-FROM to WS-CK-FROM
           move WS-DATE-TO to WS-CK-TO
           perform 2300-CHECK-PRIOR-CORRECTION thru 2300-EXIT
           display "Simulation ou reel (S/R) ? "
           accept WS-RUN-MODE
           if not WS-MODE-SIMULATION and not WS-MODE-REAL
              display "MODE INVALIDE - ABANDON"
              go to 2000-EXIT
           end-if
           if WS-MODE-REAL and WS-PRIOR-RUN
              display "CORRECTION DEJA PASSEE POUR CETTE PERIODE"
                      " - SIMULATION SEULE"
              go to 2000-EXIT
           end-if
           if WS-MODE-REAL
              display "CONFIRMER LA CORRECTION DU PALIER " WS-TIER
                      " PRODUIT " WS-PRODUCT " (O/N) ? "
              accept WS-CONFIRM
              if not WS-CONFIRM-OUI
                 display "CORRECTION ABANDONNEE"
                 go to 2000-EXIT
              end-if
              perform 2600-OPEN-BATCH
           end-if
           perform 2500-START-REPORT
           move 0 to ACCT-NUMBER
           start ACCOUNT-MASTER key not < ACCT-NUMBER
               invalid key
                   set WS-ACCT-EOF to true
           end-start
           perform 3000-EXAMINE-ACCOUNT until WS-ACCT-EOF
           perform 2900-REPORT-TOTALS
           display "COMPTES CORRIGES : " WS-CORRECTED-COUNT
           display "A TRAITER MANUELLEMENT (CLOS) : " WS-MANUAL-COUNT
           display "AJUSTEMENTS PLAFONNES AU VERSE : " WS-CAPPED-COUNT
           display "TOTAL CREDITE : " WS-ADJ-CREDIT-TOTAL
           display "TOTAL DEBITE : " WS-ADJ-DEBIT-TOTAL
           .
       2000-EXIT.
           exit
           .

      *****************************************************************
      *  The tier must exist and have been in force at some point of
      *  the range - its floor opens the band and its rates are the
      *  ones applied.
      *****************************************************************
       2100-READ-TIER.
           move WS-PRODUCT to RATE-PRODUCT-CODE
           move WS-TIER to RATE-TIER-NUMBER
           read RATE-FILE
               invalid key
                   display "PALIER " WS-TIER " DU PRODUIT " WS-PRODUCT
                           " INCONNU - ABANDON"
                   set WS-EXIT to true
                   go to 2100-EXIT
           end-read
           if RATE-EFFECTIVE-DATE > WS-DATE-TO
                   or (RATE-RETIRE-DATE > 0
                       and RATE-RETIRE-DATE < WS-DATE-FROM)
              display "PALIER NON EN VIGUEUR SUR LA PERIODE - ABANDON"
              set WS-EXIT to true
              go to 2100-EXIT
           end-if
           move RATE-TIER-FLOOR to WS-TIER-FLOOR
           move RATE-ANNUAL-RATE to WS-APPLIED-CREDIT-RATE
           move RATE-DEBIT-ANNUAL-RATE to WS-APPLIED-DEBIT-RATE
           .
       2100-EXIT.
           exit
           .

      *****************************************************************
      *  The band closes at the lowest floor above this tier's among
      *  the product's other tiers in force over the range - no such
      *  tier leaves the band open-ended.
      *****************************************************************
       2150-FIND-TIER-CEILING.
           move "N" to WS-CEILING-FOUND-SWITCH
           move 0 to WS-TIER-CEILING
           move WS-PRODUCT to RATE-PRODUCT-CODE
           move 0 to RATE-TIER-NUMBER
           start RATE-FILE key not < RATE-KEY
               invalid key
                   go to 2150-EXIT
           end-start
           move "N" to WS-RATE-EOF-SWITCH
           perform 2160-READ-RATE
           perform 2170-JUDGE-CEILING until WS-RATE-EOF
           .
       2150-EXIT.
           exit
           .

       2160-READ-RATE.
           read RATE-FILE next record
               at end set WS-RATE-EOF to true
           end-read
           if not WS-RATE-EOF
                   and RATE-PRODUCT-CODE not = WS-PRODUCT
              set WS-RATE-EOF to true
           end-if
           .

       2170-JUDGE-CEILING.
           if RATE-TIER-NUMBER not = WS-TIER
                   and RATE-TIER-FLOOR > WS-TIER-FLOOR
                   and RATE-EFFECTIVE-DATE <= WS-DATE-TO
                   and (RATE-RETIRE-DATE = 0
                        or RATE-RETIRE-DATE >= WS-DATE-FROM)
              if not WS-CEILING-FOUND
                      or RATE-TIER-FLOOR < WS-TIER-CEILING
                 set WS-CEILING-FOUND to true
                 move RATE-TIER-FLOOR to WS-TIER-CEILING
              end-if
           end-if
           perform 2160-READ-RATE
           .

      *****************************************************************
      *  The corrected rates are keyed against the tier's own.  When
      *  the tier already carries them (RATEMNT has been put right
      *  first) the rates wrongly applied must be keyed instead; a
      *  correction that changes neither rate is refused.
      *****************************************************************
       2200-KEY-RATES.
           move WS-APPLIED-CREDIT-RATE to WS-RATE-EDIT
           display "TAUX CREDITEUR DU PALIER : " WS-RATE-EDIT
           move WS-APPLIED-DEBIT-RATE to WS-RATE-EDIT
           display "TAUX DEBITEUR DU PALIER  : " WS-RATE-EDIT
           display "Taux crediteur corrige (ex 00350 = 3.50) ? "
           accept WS-CORRECT-CREDIT-RATE
           display "Taux debiteur corrige (0 = AUCUN) ? "
           accept WS-CORRECT-DEBIT-RATE
           if WS-CORRECT-CREDIT-RATE = WS-APPLIED-CREDIT-RATE
                   and WS-CORRECT-DEBIT-RATE = WS-APPLIED-DEBIT-RATE
              display "PALIER DEJA CORRIGE - TAUX APPLIQUES A TORT"
              display "Taux crediteur applique ? "
              accept WS-APPLIED-CREDIT-RATE
              display "Taux debiteur applique ? "
              accept WS-APPLIED-DEBIT-RATE
           end-if
           if WS-CORRECT-CREDIT-RATE = WS-APPLIED-CREDIT-RATE
                   and WS-CORRECT-DEBIT-RATE = WS-APPLIED-DEBIT-RATE
              display "AUCUN ECART DE TAUX - ABANDON"
              set WS-EXIT to true
           end-if
           .
       2200-EXIT.
           exit
           .

       2250-SET-POSTED-MONTHS.
           move WS-DATE-FROM(1:6) to WS-POSTED-FROM
           if WS-POSTED-FROM-MONTH = 12
              add 1 to WS-POSTED-FROM-YEAR
              move 1 to WS-POSTED-FROM-MONTH
           else
              add 1 to WS-POSTED-FROM-MONTH
           end-if
           move WS-DATE-TO(1:6) to WS-POSTED-TO
           if WS-POSTED-TO-MONTH = 12
              add 1 to WS-POSTED-TO-YEAR
              move 1 to WS-POSTED-TO-MONTH
           else
              add 1 to WS-POSTED-TO-MONTH
           end-if
           .

      *****************************************************************
      *  Looks through the journal for a real correction already
      *  made for the same product, tier and range - the journal is
      *  reopened for reading and then for appending again.
      *****************************************************************
       2300-CHECK-PRIOR-CORRECTION.
           move "N" to WS-PRIOR-RUN-SWITCH
           close AUDIT-JOURNAL
           open input AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              go to 2300-REOPEN
           end-if
           move "N" to WS-AUDIT-EOF-SWITCH
           perform 2310-READ-JOURNAL
           perform 2320-JUDGE-JOURNAL-ENTRY
               until WS-AUDIT-EOF or WS-PRIOR-RUN
           close AUDIT-JOURNAL
           .
       2300-REOPEN.
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           if WS-PRIOR-RUN
              display "UNE CORRECTION REELLE EXISTE DEJA AU JOURNAL"
           end-if
           .
       2300-EXIT.
           exit
           .

       2310-READ-JOURNAL.
           read AUDIT-JOURNAL
               at end set WS-AUDIT-EOF to true
           end-read
           .

       2320-JUDGE-JOURNAL-ENTRY.
           if AUDIT-PROGRAM-ID = "RATECORR"
                   and AUDIT-ACTION = "INTCOR"
                   and AUDIT-AFTER-IMAGE(1:32) = WS-CORR-KEY
              set WS-PRIOR-RUN to true
           else
              perform 2310-READ-JOURNAL
           end-if
           .

       2500-START-REPORT.
           open output CORRECTION-REPORT
           set WS-REPORT-OPEN to true
           move WS-PRODUCT to WS-HL-PRODUCT
           move WS-TIER to WS-HL-TIER
           move WS-DATE-FROM to WS-HL-FROM
           move WS-DATE-TO to WS-HL-TO
           if WS-MODE-REAL
              move "REEL" to WS-HL-MODE
           else
              move "SIMULATION" to WS-HL-MODE
           end-if
           move WS-HEADING-LINE-1 to CORRECTION-REPORT-LINE
           write CORRECTION-REPORT-LINE
           move WS-APPLIED-CREDIT-RATE to WS-HL-OLD-CREDIT
           move WS-CORRECT-CREDIT-RATE to WS-HL-NEW-CREDIT
           move WS-APPLIED-DEBIT-RATE to WS-HL-OLD-DEBIT
           move WS-CORRECT-DEBIT-RATE to WS-HL-NEW-DEBIT
           move WS-HEADING-LINE-2 to CORRECTION-REPORT-LINE
           write CORRECTION-REPORT-LINE
           move WS-HEADING-LINE-3 to CORRECTION-REPORT-LINE
           write CORRECTION-REPORT-LINE
           .

      *****************************************************************
      *  Raw stream and batch header for a real pass - the trailer
      *  carries the record count and hashed amount total BATPROOF
      *  verifies.
      *****************************************************************
       2600-OPEN-BATCH.
           open extend RAW-TRANSACTION-FILE
           if not WS-TRANRAW-OK
              close RAW-TRANSACTION-FILE
              open output RAW-TRANSACTION-FILE
           end-if
           set WS-BATCH-OPEN to true
           accept WS-TIME-NOW from time
           move spaces to BATCH-CONTROL-RECORD
           set BCT-HEADER to true
           move "RATECORR" to BCT-SOURCE-ID
           move WS-TIME-NOW(1:6) to WS-BATCH-NUMBER
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move 0 to BCT-RECORD-COUNT
           move 0 to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           .

       2650-CLOSE-BATCH.
           move spaces to BATCH-CONTROL-RECORD
           set BCT-TRAILER to true
           move "RATECORR" to BCT-SOURCE-ID
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move WS-BATCH-COUNT to BCT-RECORD-COUNT
           move WS-BATCH-HASH to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           close RAW-TRANSACTION-FILE
           .

       2900-REPORT-TOTALS.
           move spaces to CORRECTION-REPORT-LINE
           write CORRECTION-REPORT-LINE
           move "COMPTES EXAMINES" to WS-TL-LABEL
           move WS-EXAMINED-COUNT to WS-TL-COUNT
           move WS-TOTAL-LINE to CORRECTION-REPORT-LINE
           write CORRECTION-REPORT-LINE
           if WS-MODE-REAL
              move "COMPTES CORRIGES" to WS-TL-LABEL
           else
              move "COMPTES A CORRIGER" to WS-TL-LABEL
           end-if
           move WS-CORRECTED-COUNT to WS-TL-COUNT
           move WS-TOTAL-LINE to CORRECTION-REPORT-LINE
           write CORRECTION-REPORT-LINE
           move "A TRAITER MANUELLEMENT" to WS-TL-LABEL
           move WS-MANUAL-COUNT to WS-TL-COUNT
           move WS-TOTAL-LINE to CORRECTION-REPORT-LINE
           write CORRECTION-REPORT-LINE
           move "PLAFONNES AU MONTANT VERSE" to WS-TL-LABEL
           move WS-CAPPED-COUNT to WS-TL-COUNT
           move WS-TOTAL-LINE to CORRECTION-REPORT-LINE
           write CORRECTION-REPORT-LINE
           move "TOTAL A CREDITER AUX CLIENTS" to WS-TL-LABEL
           move WS-ADJ-CREDIT-TOTAL to WS-TL-COUNT
           move WS-TOTAL-LINE to CORRECTION-REPORT-LINE
           write CORRECTION-REPORT-LINE
           move "TOTAL A DEBITER AUX CLIENTS" to WS-TL-LABEL
           move WS-ADJ-DEBIT-TOTAL to WS-TL-COUNT
           move WS-TOTAL-LINE to CORRECTION-REPORT-LINE
           write CORRECTION-REPORT-LINE
           .

       3000-EXAMINE-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-ACCT-EOF to true
           end-read
           if not WS-ACCT-EOF
              perform 3050-RESOLVE-PRODUCT
              if WS-ACCT-PRODUCT = WS-PRODUCT
                 perform 3100-CORRECT-ONE-ACCOUNT thru 3100-FIN
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
      *  One account of the product: its qualifying days over the
      *  range, what was posted for those months, then one report
      *  line - and in a real pass one adjustment - per side that
      *  has days to correct.
      *****************************************************************
       3100-CORRECT-ONE-ACCOUNT.
           add 1 to WS-EXAMINED-COUNT
           perform 3200-SUM-DAILY-BALANCES thru 3200-EXIT
           if WS-CREDIT-DAYS = 0 and WS-DEBIT-DAYS = 0
              go to 3100-FIN
           end-if
           perform 3300-SUM-POSTED-INTEREST thru 3300-EXIT
           move "N" to WS-ACCT-ADJUSTED-SWITCH
           if WS-CREDIT-DAYS > 0
              perform 3400-CORRECT-CREDIT-SIDE thru 3400-EXIT
           end-if
           if WS-DEBIT-DAYS > 0
              perform 3500-CORRECT-DEBIT-SIDE thru 3500-EXIT
           end-if
           if not WS-ACCT-ADJUSTED
              go to 3100-FIN
           end-if
           if ACCT-CLOSED or ACCT-ESCHEATED
              add 1 to WS-MANUAL-COUNT
           else
              add 1 to WS-CORRECTED-COUNT
           end-if
           .
       3100-FIN.
           exit
           .

      *****************************************************************
      *  One pass of the snapshot history for the account, as DEBINT
      *  sums its overdrawn days: a credit balance inside the tier's
      *  band counts on the credit side when the credit rate is
      *  being corrected (a term deposit earns its contract rate and
      *  never counts), an overdrawn one on the debit side when the
      *  debit rate is.
      *****************************************************************
       3200-SUM-DAILY-BALANCES.
           move 0 to WS-CREDIT-BASIS
           move 0 to WS-DEBIT-BASIS
           move 0 to WS-CREDIT-DAYS
           move 0 to WS-DEBIT-DAYS
           move "N" to WS-SNAP-EOF-SWITCH
           open input SNAPSHOT-HISTORY
           if not WS-SNAP-OK
              close SNAPSHOT-HISTORY
              go to 3200-EXIT
           end-if
           perform 3210-READ-SNAPSHOT
           perform 3220-JUDGE-SNAPSHOT until WS-SNAP-EOF
           close SNAPSHOT-HISTORY
           .
       3200-EXIT.
           exit
           .

       3210-READ-SNAPSHOT.
           read SNAPSHOT-HISTORY
               at end set WS-SNAP-EOF to true
           end-read
           .

       3220-JUDGE-SNAPSHOT.
           if SNAP-ACCT-NUMBER = ACCT-NUMBER
                   and SNAP-DATE >= WS-DATE-FROM
                   and SNAP-DATE <= WS-DATE-TO
              if SNAP-SOLDE > 0
                      and SNAP-SOLDE >= WS-TIER-FLOOR
                      and (not WS-CEILING-FOUND
                           or SNAP-SOLDE < WS-TIER-CEILING)
                      and not ACCT-TERM-DEPOSIT
                      and WS-CORRECT-CREDIT-RATE
                          not = WS-APPLIED-CREDIT-RATE
                 add SNAP-SOLDE to WS-CREDIT-BASIS
                 add 1 to WS-CREDIT-DAYS
              end-if
              if SNAP-SOLDE < 0
                      and WS-CORRECT-DEBIT-RATE
                          not = WS-APPLIED-DEBIT-RATE
                 subtract SNAP-SOLDE from WS-DEBIT-BASIS
                 add 1 to WS-DEBIT-DAYS
              end-if
           end-if
           perform 3210-READ-SNAPSHOT
           .

      *****************************************************************
      *  Totals the capitalisation credits ("I") and debit-interest
      *  charges ("A") posted to the account in the months that
      *  carried the range's interest.
      *****************************************************************
       3300-SUM-POSTED-INTEREST.
           move 0 to WS-POSTED-CREDIT
           move 0 to WS-POSTED-DEBIT
           move "N" to WS-THIST-EOF-SWITCH
           open input TRANSACTION-HISTORY
           if not WS-THIST-OK
              close TRANSACTION-HISTORY
              go to 3300-EXIT
           end-if
           perform 3310-READ-HISTORY
           perform 3320-JUDGE-HISTORY until WS-THIST-EOF
           close TRANSACTION-HISTORY
           .
       3300-EXIT.
           exit
           .

       3310-READ-HISTORY.
           read TRANSACTION-HISTORY
               at end set WS-THIST-EOF to true
           end-read
           .

       3320-JUDGE-HISTORY.
           if TH-ACCT-NUMBER = ACCT-NUMBER
                   and TH-POST-DATE(1:6) >= WS-POSTED-FROM
                   and TH-POST-DATE(1:6) <= WS-POSTED-TO
              if TH-CHANNEL = "I" and TH-CREDIT
                 add TH-AMOUNT to WS-POSTED-CREDIT
              end-if
              if TH-CHANNEL = "A" and TH-DEBIT
                 add TH-AMOUNT to WS-POSTED-DEBIT
              end-if
           end-if
           perform 3310-READ-HISTORY
           .

      *****************************************************************
      *  Credit interest: what the days earned at the applied rate
      *  against the corrected one.  More is due as a credit to the
      *  customer; less is taken back as a debit, never beyond what
      *  INTCAP actually credited.
      *****************************************************************
       3400-CORRECT-CREDIT-SIDE.
           compute WS-OLD-AMOUNT rounded =
               WS-CREDIT-BASIS * WS-APPLIED-CREDIT-RATE / 100 / 365
               on size error
                   display "DEBORDEMENT CORRECTION COMPTE : "
                           ACCT-NUMBER
                   go to 3400-EXIT
           end-compute
           compute WS-NEW-AMOUNT rounded =
               WS-CREDIT-BASIS * WS-CORRECT-CREDIT-RATE / 100 / 365
               on size error
                   display "DEBORDEMENT CORRECTION COMPTE : "
                           ACCT-NUMBER
                   go to 3400-EXIT
           end-compute
           move WS-POSTED-CREDIT to WS-POSTED-AMOUNT
           move "CRED." to WS-NATURE
           compute WS-ADJUST-AMOUNT = WS-NEW-AMOUNT - WS-OLD-AMOUNT
           perform 3600-JUDGE-ADJUSTMENT
           if WS-ADJUST-AMOUNT = 0
              go to 3400-EXIT
           end-if
           if WS-ADJUST-AMOUNT > 0
              move WS-ADJUST-AMOUNT to WS-TRAN-AMOUNT
              set WS-TRAN-SENS-CREDIT to true
           else
              compute WS-TRAN-AMOUNT = 0 - WS-ADJUST-AMOUNT
              set WS-TRAN-SENS-DEBIT to true
           end-if
           perform 3700-APPLY-ADJUSTMENT thru 3700-EXIT
           .
       3400-EXIT.
           exit
           .

      *****************************************************************
      *  Debit interest: what the overdrawn days cost at the applied
      *  rate against the corrected one.  More is charged as a
      *  further debit; less is refunded as a credit, never beyond
      *  what DEBINT actually charged.
      *****************************************************************
       3500-CORRECT-DEBIT-SIDE.
           compute WS-OLD-AMOUNT rounded =
               WS-DEBIT-BASIS * WS-APPLIED-DEBIT-RATE / 100 / 365
               on size error
                   display "DEBORDEMENT CORRECTION COMPTE : "
                           ACCT-NUMBER
                   go to 3500-EXIT
           end-compute
           compute WS-NEW-AMOUNT rounded =
               WS-DEBIT-BASIS * WS-CORRECT-DEBIT-RATE / 100 / 365
               on size error
                   display "DEBORDEMENT CORRECTION COMPTE : "
                           ACCT-NUMBER
                   go to 3500-EXIT
           end-compute
           move WS-POSTED-DEBIT to WS-POSTED-AMOUNT
           move "AGIOS" to WS-NATURE
           compute WS-ADJUST-AMOUNT = WS-NEW-AMOUNT - WS-OLD-AMOUNT
           perform 3600-JUDGE-ADJUSTMENT
           if WS-ADJUST-AMOUNT = 0
              go to 3500-EXIT
           end-if
           if WS-ADJUST-AMOUNT > 0
              move WS-ADJUST-AMOUNT to WS-TRAN-AMOUNT
              set WS-TRAN-SENS-DEBIT to true
           else
              compute WS-TRAN-AMOUNT = 0 - WS-ADJUST-AMOUNT
              set WS-TRAN-SENS-CREDIT to true
           end-if
           perform 3700-APPLY-ADJUSTMENT thru 3700-EXIT
           .
       3500-EXIT.
           exit
           .

      *****************************************************************
      *  A reduction is held to the amount actually posted for the
      *  months of the range, and the account's line goes on the
      *  report whatever the outcome.
      *****************************************************************
       3600-JUDGE-ADJUSTMENT.
           move spaces to WS-OBSERVATION
           if WS-ADJUST-AMOUNT < 0
                   and 0 - WS-ADJUST-AMOUNT > WS-POSTED-AMOUNT
              compute WS-ADJUST-AMOUNT = 0 - WS-POSTED-AMOUNT
              move "PLAFONNE VERSE" to WS-OBSERVATION
              add 1 to WS-CAPPED-COUNT
           end-if
           evaluate true
               when WS-ADJUST-AMOUNT = 0
                   move "SANS ECART" to WS-OBSERVATION
               when ACCT-CLOSED or ACCT-ESCHEATED
                   move "COMPTE CLOS" to WS-OBSERVATION
               when WS-OBSERVATION not = spaces
                   continue
               when WS-MODE-REAL
                   move "AJUSTE" to WS-OBSERVATION
               when other
                   move "A AJUSTER" to WS-OBSERVATION
           end-evaluate
           move ACCT-NUMBER to WS-DL-ACCT
           move ACCT-CUST-NUMBER to WS-DL-CUST
           move WS-NATURE to WS-DL-NATURE
           move WS-OLD-AMOUNT to WS-DL-OLD
           move WS-NEW-AMOUNT to WS-DL-NEW
           move WS-POSTED-AMOUNT to WS-DL-POSTED
           move WS-ADJUST-AMOUNT to WS-DL-ADJUST
           move WS-OBSERVATION to WS-DL-OBSERVATION
           move WS-DETAIL-LINE to CORRECTION-REPORT-LINE
           write CORRECTION-REPORT-LINE
           .

      *****************************************************************
      *  Counts the adjustment by its direction for the customer
      *  and, in a real pass on a live account, writes it to the raw
      *  stream on the "J" channel with its journal entry.
      *****************************************************************
       3700-APPLY-ADJUSTMENT.
           set WS-ACCT-ADJUSTED to true
           if WS-TRAN-SENS-CREDIT
              add WS-TRAN-AMOUNT to WS-ADJ-CREDIT-TOTAL
           else
              add WS-TRAN-AMOUNT to WS-ADJ-DEBIT-TOTAL
           end-if
           if WS-MODE-SIMULATION or ACCT-CLOSED or ACCT-ESCHEATED
              go to 3700-EXIT
           end-if
           move spaces to TRANSACTION-RECORD
           move ACCT-NUMBER to TRAN-ACCT-NUMBER
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to TRAN-TIMESTAMP
           move WS-TRAN-SENS to TRAN-TYPE
           move WS-TRAN-AMOUNT to TRAN-AMOUNT
           move 0 to TRAN-COUNTERPART-ACCT
           move 0 to TRAN-CUST-NUMBER
           move 0 to TRAN-CHEQUE-SERIAL
           set TRAN-CHN-CORRINT to true
           move 0 to TRAN-ORIG-TIMESTAMP
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
           add WS-TRAN-AMOUNT to WS-BATCH-HASH
               on size error
                   continue
           end-add
           move "INTCOR" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           .
       3700-EXIT.
           exit
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

      *****************************************************************
      *  Journal entry for one adjustment - the before-image holds
      *  the amounts at the applied and corrected rates, the after-
      *  image the correction key and the adjustment posted.
      *****************************************************************
       8000-WRITE-AUDIT.
           move spaces to WS-BEFORE-IMAGE
           string WS-NATURE delimited by size
                  " ANCIEN " delimited by size
                  WS-OLD-AMOUNT delimited by size
                  " NOUVEAU " delimited by size
                  WS-NEW-AMOUNT delimited by size
                  into WS-BEFORE-IMAGE
           end-string
           move WS-ADJUST-AMOUNT to WS-AMOUNT-EDIT
           move spaces to WS-AFTER-IMAGE
           string WS-CORR-KEY delimited by size
                  " " delimited by size
                  WS-NATURE delimited by size
                  " " delimited by size
                  WS-AMOUNT-EDIT delimited by size
                  into WS-AFTER-IMAGE
           end-string
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "RATECORR" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move ACCT-NUMBER to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
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
           move "RATECORR" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           if WS-BATCH-OPEN
              perform 2650-CLOSE-BATCH
           end-if
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           close RATE-FILE
           if WS-REPORT-OPEN
              close CORRECTION-REPORT
           end-if
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
