      *                   AUDIT-SEQUENCE and the run closes with a
      *                   FINRUN trailer carrying the record count,
      *                   for AUDITVER's integrity proof.
      *  2026-09-20  YLC  ADD now captures the customer's due-
      *                   diligence record (KYCREC.cpy) - identity
      *                   document type, number and expiry, and the
      *                   risk rating that sets the next review date
      *                   - and refuses a customer without a valid,
      *                   unexpired document.  Added menu option K -
      *                   VIGILANCE to record a periodic review
      *                   (which clears KYCREV's overdue flag), and
      *                   the inquiry display shows the record.
      *  2026-10-05  YLC  Name and address changes no longer update
      *                   CUSTOMER-MASTER directly - they go to the
      *                   PENDCHG queue (PCHGREC.cpy) with before and
      *                   after images for a second operator to
      *                   approve on CHGAPPR.  Added menu option L -
      *                   DECOUVERT, requesting an overdraft-limit
      *                   change through the same queue.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list CUSTMENU before the menu opens, and
      *                   the add, change and delete functions are
      *                   checked against it as they are chosen;
      *                   refusals are journalled as PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *  2026-10-12  YLC  The address capture checks the postcode and
      *                   town against the postal reference through
      *                   ADDRVAL - a known pair spelt differently
      *                   offers the reference spelling, a town the
      *                   postcode does not serve lists the towns it
      *                   does to pick from, and an unknown postcode
      *                   is flagged for checking.
      *  2026-10-13  YLC  Added menu option M - MENAGE, listing the
      *                   household HHBUILD found the customer in and
      *                   choosing which member its envelope is
      *                   addressed to; the choice is journalled as
      *                   HHCONT.  The ADRESSE screen takes the new
      *                   delivery code I for a householded customer
      *                   who wants their mail in their own envelope.
      *****************************************************************
       environment division.
       input-output section.
               record key is WATCH-KEY
               file status is WS-WATCH-STATUS.

           select KYC-FILE assign to "KYCFILE"
               organization is indexed
               access mode is dynamic
               record key is KYC-CUST-NUMBER
               file status is WS-KYC-STATUS.

           select PENDING-CHANGES assign to "PENDCHG"
               organization is indexed
               access mode is dynamic
               record key is PCHG-KEY
               file status is WS-PCHG-STATUS.

           select HOUSEHOLD-FILE assign to "HHLDFILE"
               organization is indexed
               access mode is dynamic
               record key is HH-CUST-NUMBER
               alternate record key is HH-HOUSEHOLD-ID
                   with duplicates
               file status is WS-HHLD-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
                     ==CUST-DELIV-COUNTER== by ==CARC-DELIV-COUNTER==
                     ==CUST-DELIV-SUPPRESSED== by
                         ==CARC-DELIV-SUPPRESSED==
                     ==CUST-DELIV-SEPARATE== by ==CARC-DELIV-SEPARATE==
                     ==CUST-RETURNED-MAIL-FLAG== by
                         ==CARC-RETURNED-MAIL-FLAG==
                     ==CUST-MAIL-RETURNED== by
       fd  WATCHLIST-FILE.
       copy "WATCHREC.cpy".

       fd  KYC-FILE.
       copy "KYCREC.cpy".

       fd  PENDING-CHANGES.
       copy "PCHGREC.cpy".

       fd  HOUSEHOLD-FILE.
       copy "HHLDREC.cpy".

       working-storage section.
       01  WS-HHLD-STATUS                   PIC X(02).
           88  WS-HHLD-OK                     VALUE "00".
       01  WS-HHLD-EOF-SWITCH               PIC X(01).
           88  WS-HHLD-EOF                    VALUE "Y".
       01  WS-HH-MEMBER-SWITCH              PIC X(01).
           88  WS-HH-IS-MEMBER                VALUE "Y".
       01  WS-HH-HOUSEHOLD-ID               PIC 9(06).
       01  WS-HH-OLD-CONTACT                PIC 9(06).
       01  WS-HH-OLD-SOURCE                 PIC X(01).
       01  WS-HH-CONTACT-SAISI              PIC 9(06).
       01  WS-HH-MEMBER-COUNT               PIC 9(02).
       01  WS-HH-SUB                        PIC 9(02).
       01  WS-HH-MEMBER-TABLE.
           05  WS-HH-MEMBER OCCURS 20 TIMES PIC 9(06).
       01  WS-PCHG-STATUS                   PIC X(02).
           88  WS-PCHG-OK                     VALUE "00".
       01  WS-PCHG-WRITTEN-SWITCH           PIC X(01).
           88  WS-PCHG-WRITTEN                VALUE "Y".
       01  WS-LIMIT-ACCT-SAISI              PIC 9(09).
       01  WS-LIMIT-SAISI                   PIC 9(07).
       01  WS-LIMIT-EDIT                    PIC Z(6)9.
       01  WS-KYC-STATUS                    PIC X(02).
           88  WS-KYC-OK                      VALUE "00".
       01  WS-KYC-SWITCHES.
           05  WS-KYC-VALID-SWITCH          PIC X(01) VALUE "N".
               88  WS-KYC-VALID               VALUE "Y".
           05  WS-KYC-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  WS-KYC-FOUND               VALUE "Y".
       01  WS-ID-TYPE-SAISI                 PIC X(01).
       01  WS-ID-NUMBER-SAISI               PIC X(15).
       01  WS-ID-EXPIRY-SAISI               PIC X(08).
       01  WS-RISK-SAISI                    PIC X(01).
       01  WS-REVIEW-YEARS                  PIC 9(01).
      *--------------------------------------------------------------*
      *    Document expiry lies in the future by definition, so it   *
      *    is validated locally (month lengths, leap years) - the    *
      *    shared DATEVAL rejects future dates.                      *
      *--------------------------------------------------------------*
       01  WS-CHECK-DATE                    PIC 9(08).
       01  WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR               PIC 9(04).
           05  WS-CHECK-MONTH              PIC 9(02).
           05  WS-CHECK-DAY                PIC 9(02).
       01  WS-DATE-VALID-SWITCH             PIC X(01).
           88  WS-DATE-VALID                  VALUE "Y".
       01  WS-LEAP-SWITCH                   PIC X(01).
           88  WS-LEAP-YEAR                   VALUE "Y".
       01  WS-MONTH-LAST-DAY                PIC 9(02).
       01  WS-MONTH-LENGTH-DEF.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 28.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DEF.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       01  WS-WATCH-STATUS                  PIC X(02).
           88  WS-WATCH-OK                    VALUE "00".
       01  WS-SCREEN-SWITCHES.
       01  WS-DELIV-SAISI                   PIC X(01).
       01  WS-RETMAIL-SAISI                 PIC X(01).
       01  WS-EXEMPT-SAISI                  PIC X(01).
       01  WS-TOWN-PICK                     PIC 9(02).
       01  WS-TOWN-SUB                      PIC 9(02).

       copy "PERMLNK.cpy".

       copy "ADDRVLNK.cpy".

       procedure division.

              close HOLDER-XREF-FILE
              open i-o HOLDER-XREF-FILE
           end-if
           open i-o KYC-FILE
           if not WS-KYC-OK
              close KYC-FILE
              open output KYC-FILE
              close KYC-FILE
              open i-o KYC-FILE
           end-if
           open i-o PENDING-CHANGES
           if not WS-PCHG-OK
              close PENDING-CHANGES
              open output PENDING-CHANGES
              close PENDING-CHANGES
              open i-o PENDING-CHANGES
           end-if
           open i-o HOUSEHOLD-FILE
           if not WS-HHLD-OK
              close HOUSEHOLD-FILE
              open output HOUSEHOLD-FILE
              close HOUSEHOLD-FILE
              open i-o HOUSEHOLD-FILE
           end-if
           .

      *****************************************************************
              display "ACCES REFUSE - TROP DE TENTATIVES"
              set WS-EXIT to true
           end-if
           if WS-AUTHORIZED
              perform 1600-CHECK-PROGRAM-ACCESS
           end-if
           close AUTH-FILE
           .
       1500-EXIT.
           if AUTH-ACTIVE and AUTH-PASSWORD = WS-LOGIN-PASSWORD
              perform 1540-CHECK-PASSWORD-EXPIRY
              move 0 to AUTH-FAILED-ATTEMPTS
              accept AUTH-LAST-LOGON-DATE from date yyyymmdd
              if AUTH-PASSWORD-DATE = 0
                 accept AUTH-PASSWORD-DATE from date yyyymmdd
              end-if
              rewrite AUTH-RECORD
              set WS-AUTHORIZED to true
              move WS-LOGIN-ID to WS-OPERATOR-ID
              move AUTH-PROFILE-ID to PERM-PROFILE-ID
              move AUTH-LEVEL to WS-OPERATOR-LEVEL
           else
              display "MOT DE PASSE INVALIDE OU COMPTE INACTIF"
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
           move "CUSTMENU" to PERM-PROGRAM-ID
           call "PERMCHK" using PERMISSION-CHECK-PARMS
           if PERM-DENIED
              if not PERM-FN-ENTRY
                 display "FONCTION NON AUTORISEE POUR VOTRE PROFIL"
              end-if
              perform 1620-LOG-PERMISSION-REFUSAL
           end-if
           .

       1620-LOG-PERMISSION-REFUSAL.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "CUSTMENU" to AUDIT-PROGRAM-ID
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
           display "  MAINTENANCE CUSTOMER-MASTER"
           display "  8 - RECHERCHE NOM (NAME SEARCH)"
           display "  9 - CO-TITULAIRES (JOINT HOLDERS)"
           display "  D - DECES     (DECEASED)"
           display "  K - VIGILANCE (KYC REVIEW)"
           display "  L - DECOUVERT (OVERDRAFT LIMIT)"
           display "  M - MENAGE    (HOUSEHOLD)"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
                            thru 6950-EXIT
               when "D" when "d"
                   perform 6990-RECORD-DECEASED thru 6990-EXIT
               when "K" when "k"
                   perform 6995-MAINTAIN-KYC thru 6995-EXIT
               when "L" when "l"
                   perform 6997-REQUEST-OVERDRAFT-LIMIT
                       thru 6997-EXIT
               when "M" when "m"
                   perform 6998-MAINTAIN-HOUSEHOLD thru 6998-EXIT
               when other
                   display "CHOIX INVALIDE"
           end-evaluate

      *****************************************************************
      *  ADD - captures name, birth date and gender for a new customer
      *  number taken from the same CUSTCTL sequence CUSTINTK uses,
      *  and the due-diligence record - no customer is taken on
      *  without a valid, unexpired identity document and a rating.
      *****************************************************************
       3000-ADD-CUSTOMER.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3000-EXIT
           end-if
           move spaces to CUSTOMER-RECORD
           add 1 to CTL-LAST-CUST-NUMBER
           move CTL-LAST-CUST-NUMBER to CUST-NUMBER
           perform 7000-ACCEPT-BIRTHDATE
           perform 7500-ACCEPT-GENRE
           perform 7600-ACCEPT-ADRESSE
           move spaces to KYC-RECORD
           move 0 to KYC-ID-EXPIRY-DATE
           perform 7700-ACCEPT-KYC thru 7700-FIN
           if not WS-KYC-VALID
              display "DOSSIER KYC INCOMPLET - AJOUT REFUSE"
              subtract 1 from CTL-LAST-CUST-NUMBER
              go to 3000-EXIT
           end-if
           move 0 to CUST-SUBACCT-COUNT
           if WS-SCREEN-PENDING
              set CUST-PENDING-REVIEW to true
           move "ADD" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "CLIENT " CUST-NUMBER " AJOUTE"
           move CUST-NUMBER to KYC-CUST-NUMBER
           perform 7760-SET-NEXT-REVIEW
           write KYC-RECORD
               invalid key
                   rewrite KYC-RECORD
           end-write
           move spaces to WS-BEFORE-IMAGE
           move "KYCADD" to WS-AUDIT-ACTION
           perform 8300-WRITE-KYC-AUDIT
           display "PROCHAINE REVUE KYC LE " KYC-NEXT-REVIEW-DATE
           .
       3000-EXIT.
           exit

      *****************************************************************
      *  CHANGE - re-keys an existing customer and lets the clerk
      *  re-enter every maintainable field.  A new name is not
      *  written here: it is queued for a second operator's approval
      *  and the rest of the record is updated under the old name.
      *****************************************************************
       4000-CHANGE-CUSTOMER.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4000-EXIT
           end-if
           display "Numero client a modifier ? "
           accept WS-SEARCH-NUMBER
           move WS-SEARCH-NUMBER to CUST-NUMBER
                  CUST-GENRE delimited by size
                  into WS-BEFORE-IMAGE
           end-string
           move spaces to PENDING-CHANGE-RECORD
           move CUST-PRENOM to PCHG-BEF-PRENOM
           move CUST-NOM to PCHG-BEF-NOM
           display "Prenom (" CUST-PRENOM ") ? "
           accept CUST-PRENOM
           display "Nom (" CUST-NOM ") ? "
               when other
                   continue
           end-evaluate
           if CUST-PRENOM not = PCHG-BEF-PRENOM
                   or CUST-NOM not = PCHG-BEF-NOM
              perform 4100-QUEUE-NAME-CHANGE
           end-if
           rewrite CUSTOMER-RECORD
               invalid key
                   display "ERREUR MODIFICATION CUSTOMER-MASTER : "
           exit
           .

      *****************************************************************
      *  Queues the keyed name for approval - the request is
      *  journalled with the old and new names - and puts the old
      *  name back on the record before it is rewritten.
      *****************************************************************
       4100-QUEUE-NAME-CHANGE.
           move CUST-PRENOM to PCHG-AFT-PRENOM
           move CUST-NOM to PCHG-AFT-NOM
           set PCHG-CUST-NAME to true
           move CUST-NUMBER to PCHG-RECORD-KEY
           perform 8500-QUEUE-PENDING-CHANGE
           if WS-PCHG-WRITTEN
              move "NOMDEM" to WS-AUDIT-ACTION
              perform 8000-WRITE-AUDIT
              display "CHANGEMENT DE NOM SOUMIS A APPROBATION"
           end-if
           move PCHG-BEF-PRENOM to CUST-PRENOM
           move PCHG-BEF-NOM to CUST-NOM
           .

      *****************************************************************
      *  DELETE - removes a customer after an explicit confirmation.
      *****************************************************************
       5000-DELETE-CUSTOMER.
           set PERM-FN-DELETE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 5000-EXIT
           end-if
           display "Numero client a supprimer ? "
           accept WS-SEARCH-NUMBER
           move WS-SEARCH-NUMBER to CUST-NUMBER
           display "NAISSANCE: " CUST-JOUR "/" CUST-MOIS-NUM "/"
                   CUST-ANNEE
           display "GENRE    : " CUST-GENRE
           move CUST-NUMBER to KYC-CUST-NUMBER
           read KYC-FILE
               invalid key
                   display "KYC      : DOSSIER ABSENT"
               not invalid key
                   display "PIECE    : " KYC-ID-TYPE " "
                           KYC-ID-NUMBER " EXP " KYC-ID-EXPIRY-DATE
                   display "RISQUE   : " KYC-RISK-RATING
                           " PROCHAINE REVUE " KYC-NEXT-REVIEW-DATE
                   if KYC-OVERDUE-FLAGGED
                      display "*** REVUE KYC EN RETARD DEPUIS LE "
                              KYC-FLAGGED-DATE " ***"
                   end-if
           end-read
           .

      *****************************************************************
           .

       6700-ADD-SUBACCOUNT.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6700-EXIT
           end-if
           if CUST-SUBACCT-COUNT >= 10
              display "TABLE DE SOUS-COMPTES PLEINE"
           else
      *****************************************************************
      *  ADRESSE - displays and re-captures the customer's postal
      *  address and phone, with its own before/after audit images.
      *  The new address is queued for a second operator's approval
      *  on CHGAPPR; CUSTOMER-MASTER is not touched here.
      *****************************************************************
       6800-MAINTAIN-ADDRESS.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6800-EXIT
           end-if
           display "Numero client ? "
           accept WS-SEARCH-NUMBER
           move WS-SEARCH-NUMBER to CUST-NUMBER
                  CUST-TELEPHONE delimited by size
                  into WS-BEFORE-IMAGE
           end-string
           move spaces to PENDING-CHANGE-RECORD
           move CUST-ADRESSE to PCHG-BEF-ADRESSE
           move CUST-DELIVERY-CODE to PCHG-BEF-DELIVERY-CODE
           move CUST-RETURNED-MAIL-FLAG to PCHG-BEF-RETURNED-MAIL
           perform 7600-ACCEPT-ADRESSE
           move CUST-ADRESSE to PCHG-AFT-ADRESSE
           move CUST-DELIVERY-CODE to PCHG-AFT-DELIVERY-CODE
           move CUST-RETURNED-MAIL-FLAG to PCHG-AFT-RETURNED-MAIL
           if PCHG-AFTER-DATA = PCHG-BEFORE-DATA
              display "ADRESSE INCHANGEE"
              go to 6800-EXIT
           end-if
           set PCHG-CUST-ADDRESS to true
           move CUST-NUMBER to PCHG-RECORD-KEY
           perform 8500-QUEUE-PENDING-CHANGE
           if not WS-PCHG-WRITTEN
              go to 6800-EXIT
           end-if
           move "ADRDEM" to WS-AUDIT-ACTION
           perform 8100-WRITE-ADDRESS-AUDIT
           display "ADRESSE DU CLIENT " CUST-NUMBER
                   " SOUMISE A APPROBATION"
           .
       6800-EXIT.
           exit
           .

       6970-ADD-JOINT-HOLDER.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6970-FIN
           end-if
           display "Numero du co-titulaire ? "
           accept WS-XREF-CUST-SAISI
           move WS-XREF-CUST-SAISI to CUST-NUMBER
           .

       6980-REMOVE-JOINT-HOLDER.
           set PERM-FN-DELETE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6980-FIN
           end-if
           display "Numero du co-titulaire a retirer ? "
           accept WS-XREF-CUST-SAISI
           move WS-XREF-ACCT-SAISI to XREF-ACCT-NUMBER
      *  customer owns.
      *****************************************************************
       6990-RECORD-DECEASED.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6990-EXIT
           end-if
           display "Numero client ? "
           accept WS-SEARCH-NUMBER
           move WS-SEARCH-NUMBER to CUST-NUMBER
           exit
           .

      *****************************************************************
      *  VIGILANCE - records a periodic due-diligence review: the
      *  document and rating are re-captured (blank keeps the
      *  current value), the review is dated today and the next one
      *  set from the rating, and KYCREV's overdue flag is cleared.
      *  A customer taken on before the record existed gets their
      *  first one here.
      *****************************************************************
       6995-MAINTAIN-KYC.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6995-EXIT
           end-if
           display "Numero client ? "
           accept WS-SEARCH-NUMBER
           move WS-SEARCH-NUMBER to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   display "CLIENT INCONNU : " WS-SEARCH-NUMBER
                   go to 6995-EXIT
           end-read
           move "N" to WS-KYC-FOUND-SWITCH
           move CUST-NUMBER to KYC-CUST-NUMBER
           read KYC-FILE
               invalid key
                   display "AUCUN DOSSIER KYC - CREATION"
                   move spaces to KYC-RECORD
                   move CUST-NUMBER to KYC-CUST-NUMBER
                   move 0 to KYC-ID-EXPIRY-DATE
               not invalid key
                   set WS-KYC-FOUND to true
           end-read
           move spaces to WS-BEFORE-IMAGE
           if WS-KYC-FOUND
              display "DERNIERE REVUE : " KYC-LAST-REVIEW-DATE
                      " PAR " KYC-REVIEW-OPERATOR
              display "PROCHAINE REVUE : " KYC-NEXT-REVIEW-DATE
              if KYC-OVERDUE-FLAGGED
                 display "CLIENT SIGNALE EN RETARD LE "
                         KYC-FLAGGED-DATE
              end-if
              perform 7770-BUILD-KYC-IMAGE
              move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           end-if
           perform 7700-ACCEPT-KYC thru 7700-FIN
           if not WS-KYC-VALID
              display "SAISIE ABANDONNEE"
              go to 6995-EXIT
           end-if
           display "CONFIRMER LA REVUE DE " CUST-PRENOM " "
                   CUST-NOM " (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "SAISIE ABANDONNEE"
              go to 6995-EXIT
           end-if
           perform 7760-SET-NEXT-REVIEW
           if WS-KYC-FOUND
              rewrite KYC-RECORD
           else
              write KYC-RECORD
           end-if
           if not WS-KYC-OK
              display "ERREUR ECRITURE KYCFILE : " WS-KYC-STATUS
              go to 6995-EXIT
           end-if
           move "KYCMAJ" to WS-AUDIT-ACTION
           perform 8300-WRITE-KYC-AUDIT
           display "REVUE ENREGISTREE - PROCHAINE LE "
                   KYC-NEXT-REVIEW-DATE
           .
       6995-EXIT.
           exit
           .

      *****************************************************************
      *  DECOUVERT - requests a new overdraft limit on an account.
      *  The request only goes to the PENDCHG queue; ACCOUNT-MASTER
      *  is updated by CHGAPPR once a second operator approves it.
      *****************************************************************
       6997-REQUEST-OVERDRAFT-LIMIT.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6997-EXIT
           end-if
           display "Numero de compte ? "
           accept WS-LIMIT-ACCT-SAISI
           open input ACCOUNT-MASTER
           if not WS-ACCTMAST-OK
              display "ERREUR OUVERTURE ACCTMAST : "
                      WS-ACCTMAST-STATUS
              close ACCOUNT-MASTER
              go to 6997-EXIT
           end-if
           move WS-LIMIT-ACCT-SAISI to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   display "COMPTE INCONNU : " WS-LIMIT-ACCT-SAISI
                   close ACCOUNT-MASTER
                   go to 6997-EXIT
           end-read
           close ACCOUNT-MASTER
           if ACCT-CLOSED or ACCT-ESCHEATED
              display "COMPTE CLOTURE - DEMANDE REFUSEE"
              go to 6997-EXIT
           end-if
           if ACCT-TERM-DEPOSIT
              display "COMPTE A TERME - PAS DE DECOUVERT"
              go to 6997-EXIT
           end-if
           move ACCT-OVERDRAFT-LIMIT to WS-LIMIT-EDIT
           display "DECOUVERT AUTORISE ACTUEL : " WS-LIMIT-EDIT
           display "Nouveau decouvert autorise ? "
           accept WS-LIMIT-SAISI
           if WS-LIMIT-SAISI = ACCT-OVERDRAFT-LIMIT
              display "DECOUVERT INCHANGE"
              go to 6997-EXIT
           end-if
           display "CONFIRMER LA DEMANDE (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "DEMANDE ABANDONNEE"
              go to 6997-EXIT
           end-if
           move spaces to PENDING-CHANGE-RECORD
           move ACCT-OVERDRAFT-LIMIT to PCHG-BEF-OD-LIMIT
           move WS-LIMIT-SAISI to PCHG-AFT-OD-LIMIT
           set PCHG-OVERDRAFT-LIMIT to true
           move ACCT-NUMBER to PCHG-RECORD-KEY
           perform 8500-QUEUE-PENDING-CHANGE
           if not WS-PCHG-WRITTEN
              go to 6997-EXIT
           end-if
           move "ODLDEM" to WS-AUDIT-ACTION
           perform 8400-WRITE-LIMIT-AUDIT
           display "DECOUVERT DU COMPTE " ACCT-NUMBER
                   " SOUMIS A APPROBATION"
           .
       6997-EXIT.
           exit
           .

      *****************************************************************
      *  MENAGE - lists the household HHBUILD put the customer in
      *  and lets the clerk choose the member the household's
      *  envelope is addressed to.  Every member's record carries
      *  the choice, which HHBUILD keeps across rebuilds while the
      *  contact is still a member.  A member who wants their own
      *  envelope is given delivery code I on the ADRESSE screen.
      *****************************************************************
       6998-MAINTAIN-HOUSEHOLD.
           display "Numero client ? "
           accept WS-SEARCH-NUMBER
           move WS-SEARCH-NUMBER to HH-CUST-NUMBER
           read HOUSEHOLD-FILE
               invalid key
                   display "CLIENT SANS MENAGE : " WS-SEARCH-NUMBER
                   go to 6998-EXIT
           end-read
           move HH-HOUSEHOLD-ID to WS-HH-HOUSEHOLD-ID
           move HH-CONTACT-CUST to WS-HH-OLD-CONTACT
           move HH-CONTACT-SOURCE to WS-HH-OLD-SOURCE
           display "MENAGE " WS-HH-HOUSEHOLD-ID " - "
                   HH-MEMBER-COUNT " MEMBRES AU " HH-BUILD-DATE
           perform 7800-LIST-HOUSEHOLD
           display "PLI INDIVIDUEL : MODE D'ENVOI I (OPTION 7)"
           display "Nouveau contact (numero, 0 = RETOUR) ? "
           accept WS-HH-CONTACT-SAISI
           if WS-HH-CONTACT-SAISI = 0
              go to 6998-EXIT
           end-if
           if WS-HH-CONTACT-SAISI = WS-HH-OLD-CONTACT
              display "CONTACT INCHANGE"
              go to 6998-EXIT
           end-if
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6998-EXIT
           end-if
           move "N" to WS-HH-MEMBER-SWITCH
           perform 7820-CHECK-MEMBER
               varying WS-HH-SUB from 1 by 1
               until WS-HH-SUB > WS-HH-MEMBER-COUNT
           if not WS-HH-IS-MEMBER
              display "CLIENT HORS DU MENAGE : " WS-HH-CONTACT-SAISI
              go to 6998-EXIT
           end-if
           move WS-HH-CONTACT-SAISI to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   display "CLIENT INCONNU : " WS-HH-CONTACT-SAISI
                   go to 6998-EXIT
           end-read
           if not CUST-DELIV-MAIL or CUST-DELIV-SEPARATE
                   or CUST-MAIL-RETURNED or CUST-DECEASED
              display "CLIENT NON EXPEDIABLE - CONTACT REFUSE"
              go to 6998-EXIT
           end-if
           display "CONFIRMER LE CONTACT " CUST-PRENOM " "
                   CUST-NOM " (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "SAISIE ABANDONNEE"
              go to 6998-EXIT
           end-if
           perform 7810-SET-MEMBER-CONTACT
               varying WS-HH-SUB from 1 by 1
               until WS-HH-SUB > WS-HH-MEMBER-COUNT
           move "HHCONT" to WS-AUDIT-ACTION
           perform 8600-WRITE-HOUSEHOLD-AUDIT
           display "CONTACT DU MENAGE ENREGISTRE"
           .
       6998-EXIT.
           exit
           .

       7000-ACCEPT-BIRTHDATE.
           display "Jour de naissance ? "
           accept WS-JOUR-SAISI
           else
              display "CODE POSTAL NON RECONNU, VALEUR CONSERVEE"
           end-if
           perform 7650-CHECK-POSTAL-TOWN thru 7650-FIN
           display "Telephone (" CUST-TELEPHONE ") ? "
           accept WS-TELEPHONE-SAISI
           if WS-TELEPHONE-SAISI not = spaces
              move WS-TELEPHONE-SAISI to CUST-TELEPHONE
           end-if
           display "Mode d'envoi M/I/G/S ("
                   CUST-DELIVERY-CODE ") ? "
           accept WS-DELIV-SAISI
           evaluate WS-DELIV-SAISI
               when "M" when "I" when "G" when "S"
                   move WS-DELIV-SAISI to CUST-DELIVERY-CODE
               when space
                   continue
           end-evaluate
           .

      *****************************************************************
      *  Postcode and town against the postal reference (ADDRVAL).
      *  The operator may keep what was keyed - the customer knows
      *  their own address - but is shown what the post office
      *  expects first.  No reference file means no check.
      *****************************************************************
       7650-CHECK-POSTAL-TOWN.
           if CUST-CODE-POSTAL not numeric or CUST-VILLE = spaces
              go to 7650-FIN
           end-if
           set AV-FN-VALIDATE to true
           move CUST-CODE-POSTAL to AV-CODE-POSTAL
           move CUST-VILLE to AV-VILLE
           call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
           evaluate true
               when AV-SPELLING-DIFFERS
                   display "ORTHOGRAPHE POSTALE : " AV-REFERENCE-VILLE
                   display "Retenir cette orthographe (O/N) ? "
                   accept WS-CONFIRM
                   if WS-CONFIRM-OUI
                      move AV-REFERENCE-VILLE to CUST-VILLE
                   end-if
               when AV-TOWN-MISMATCH
                   display "VILLE NON DESSERVIE PAR LE CODE POSTAL "
                           CUST-CODE-POSTAL " - VILLES DU CODE :"
                   perform 7660-DISPLAY-TOWN
                       varying WS-TOWN-SUB from 1 by 1
                       until WS-TOWN-SUB > AV-TOWN-COUNT
                   display "Choix (1-" AV-TOWN-COUNT
                           ", 0 = CONSERVER LA SAISIE) ? "
                   accept WS-TOWN-PICK
                   if WS-TOWN-PICK = 0
                           or WS-TOWN-PICK > AV-TOWN-COUNT
                      display "VILLE SAISIE CONSERVEE - A VERIFIER"
                   else
                      move AV-TOWN(WS-TOWN-PICK) to CUST-VILLE
                   end-if
               when AV-UNKNOWN-CODE
                   display "CODE POSTAL " CUST-CODE-POSTAL
                           " INCONNU DU REFERENTIEL - A VERIFIER"
               when other
                   continue
           end-evaluate
           .
       7650-FIN.
           exit
           .

       7660-DISPLAY-TOWN.
           display "  " WS-TOWN-SUB " - " AV-TOWN(WS-TOWN-SUB)
           .

      *****************************************************************
      *  Captures the due-diligence fields into KYC-RECORD, a blank
      *  entry keeping the current value.  WS-KYC-VALID is set only
      *  when the document type, number and a real expiry date after
      *  today are all present and the rating is known.
      *****************************************************************
       7700-ACCEPT-KYC.
           move "N" to WS-KYC-VALID-SWITCH
           display "Piece C=CARTE ID/P=PASSEPORT/S=TITRE SEJOUR ("
                   KYC-ID-TYPE ") ? "
           accept WS-ID-TYPE-SAISI
           if WS-ID-TYPE-SAISI not = space
              move WS-ID-TYPE-SAISI to KYC-ID-TYPE
           end-if
           if not KYC-ID-TYPE-VALID
              display "TYPE DE PIECE NON RECONNU"
              go to 7700-FIN
           end-if
           display "Numero de la piece (" KYC-ID-NUMBER ") ? "
           accept WS-ID-NUMBER-SAISI
           if WS-ID-NUMBER-SAISI not = spaces
              move WS-ID-NUMBER-SAISI to KYC-ID-NUMBER
           end-if
           if KYC-ID-NUMBER = spaces
              display "NUMERO DE PIECE ABSENT"
              go to 7700-FIN
           end-if
           display "Expiration de la piece AAAAMMJJ ("
                   KYC-ID-EXPIRY-DATE ") ? "
           accept WS-ID-EXPIRY-SAISI
           if WS-ID-EXPIRY-SAISI not = spaces
              if WS-ID-EXPIRY-SAISI is numeric
                 move WS-ID-EXPIRY-SAISI to KYC-ID-EXPIRY-DATE
              else
                 display "DATE D'EXPIRATION INVALIDE"
                 go to 7700-FIN
              end-if
           end-if
           move KYC-ID-EXPIRY-DATE to WS-CHECK-DATE
           perform 7750-VALIDATE-CALENDAR-DATE thru 7750-FIN
           if not WS-DATE-VALID
              display "DATE D'EXPIRATION INVALIDE"
              go to 7700-FIN
           end-if
           accept WS-TODAY-DATE from date yyyymmdd
           if KYC-ID-EXPIRY-DATE not > WS-TODAY-DATE
              display "PIECE D'IDENTITE EXPIREE"
              go to 7700-FIN
           end-if
           display "Risque E=ELEVE/M=MOYEN/F=FAIBLE ("
                   KYC-RISK-RATING ") ? "
           accept WS-RISK-SAISI
           if WS-RISK-SAISI not = space
              move WS-RISK-SAISI to KYC-RISK-RATING
           end-if
           if not KYC-RISK-VALID
              display "NIVEAU DE RISQUE NON RECONNU"
              go to 7700-FIN
           end-if
           set WS-KYC-VALID to true
           .
       7700-FIN.
           exit
           .

      *****************************************************************
      *  Local calendar validation (month lengths, leap years) for a
      *  date that lies in the future, the same check CALMNT applies
      *  to its holidays.
      *****************************************************************
       7750-VALIDATE-CALENDAR-DATE.
           move "N" to WS-DATE-VALID-SWITCH
           if WS-CHECK-MONTH < 1 or WS-CHECK-MONTH > 12
              go to 7750-FIN
           end-if
           if WS-CHECK-YEAR < 1900 or WS-CHECK-YEAR > 2099
              go to 7750-FIN
           end-if
           move WS-MONTH-DAYS(WS-CHECK-MONTH) to WS-MONTH-LAST-DAY
           if WS-CHECK-MONTH = 2
              move "N" to WS-LEAP-SWITCH
              divide WS-CHECK-YEAR by 4 giving WS-LEAP-QUOTIENT
                  remainder WS-LEAP-REMAINDER
              if WS-LEAP-REMAINDER = 0
                 divide WS-CHECK-YEAR by 100
                     giving WS-LEAP-QUOTIENT
                     remainder WS-LEAP-REMAINDER
                 if WS-LEAP-REMAINDER not = 0
                    move "Y" to WS-LEAP-SWITCH
                 else
                    divide WS-CHECK-YEAR by 400
                        giving WS-LEAP-QUOTIENT
                        remainder WS-LEAP-REMAINDER
                    if WS-LEAP-REMAINDER = 0
                       move "Y" to WS-LEAP-SWITCH
                    end-if
                 end-if
              end-if
              if WS-LEAP-YEAR
                 move 29 to WS-MONTH-LAST-DAY
              end-if
           end-if
           if WS-CHECK-DAY >= 1
                   and WS-CHECK-DAY <= WS-MONTH-LAST-DAY
              move "Y" to WS-DATE-VALID-SWITCH
           end-if
           .
       7750-FIN.
           exit
           .

      *****************************************************************
      *  Dates the review today and sets the next one from the
      *  rating - one year for E, three for M, five for F - clearing
      *  any overdue flag KYCREV had set.  A 29th of February lands
      *  on the 28th so the date is always real.
      *****************************************************************
       7760-SET-NEXT-REVIEW.
           accept WS-TODAY-DATE from date yyyymmdd
           move WS-TODAY-DATE to KYC-LAST-REVIEW-DATE
           evaluate true
               when KYC-RISK-ELEVE
                   move 1 to WS-REVIEW-YEARS
               when KYC-RISK-MOYEN
                   move 3 to WS-REVIEW-YEARS
               when other
                   move 5 to WS-REVIEW-YEARS
           end-evaluate
           compute KYC-NEXT-REVIEW-DATE =
               WS-TODAY-DATE + WS-REVIEW-YEARS * 10000
           if KYC-NEXT-REVIEW-DATE(5:4) = "0229"
              move "0228" to KYC-NEXT-REVIEW-DATE(5:4)
           end-if
           move WS-OPERATOR-ID to KYC-REVIEW-OPERATOR
           move space to KYC-OVERDUE-FLAG
           move 0 to KYC-FLAGGED-DATE
           .

       7770-BUILD-KYC-IMAGE.
           move spaces to WS-AFTER-IMAGE
           string "PIECE " delimited by size
                  KYC-ID-TYPE delimited by size
                  " " delimited by size
                  KYC-ID-NUMBER delimited by size
                  " " delimited by size
                  KYC-ID-EXPIRY-DATE delimited by size
                  " RISQUE " delimited by size
                  KYC-RISK-RATING delimited by size
                  " REVUE " delimited by size
                  KYC-NEXT-REVIEW-DATE delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

      *****************************************************************
      *  Household members through the HH-HOUSEHOLD-ID alternate
      *  key, with their names from CUSTOMER-MASTER; the members are
      *  kept for the contact check and update.
      *****************************************************************
       7800-LIST-HOUSEHOLD.
           move WS-HH-HOUSEHOLD-ID to HH-HOUSEHOLD-ID
           move 0 to WS-HH-MEMBER-COUNT
           move "N" to WS-HHLD-EOF-SWITCH
           start HOUSEHOLD-FILE key = HH-HOUSEHOLD-ID
               invalid key
                   set WS-HHLD-EOF to true
           end-start
           perform 7805-LIST-ONE-MEMBER until WS-HHLD-EOF
           .

       7805-LIST-ONE-MEMBER.
           read HOUSEHOLD-FILE next record
               at end set WS-HHLD-EOF to true
           end-read
           if not WS-HHLD-EOF
              if HH-HOUSEHOLD-ID not = WS-HH-HOUSEHOLD-ID
                    or WS-HH-MEMBER-COUNT = 20
                 set WS-HHLD-EOF to true
              else
                 add 1 to WS-HH-MEMBER-COUNT
                 move HH-CUST-NUMBER
                     to WS-HH-MEMBER(WS-HH-MEMBER-COUNT)
                 move HH-CUST-NUMBER to CUST-NUMBER
                 read CUSTOMER-MASTER
                     invalid key
                         move spaces to CUST-PRENOM
                         move "(INCONNU)" to CUST-NOM
                 end-read
                 if HH-CUST-NUMBER = WS-HH-OLD-CONTACT
                    display "  " HH-CUST-NUMBER " " CUST-PRENOM " "
                            CUST-NOM " <- CONTACT"
                 else
                    display "  " HH-CUST-NUMBER " " CUST-PRENOM " "
                            CUST-NOM
                 end-if
              end-if
           end-if
           .

       7810-SET-MEMBER-CONTACT.
           move WS-HH-MEMBER(WS-HH-SUB) to HH-CUST-NUMBER
           read HOUSEHOLD-FILE
               invalid key
                   continue
               not invalid key
                   move WS-HH-CONTACT-SAISI to HH-CONTACT-CUST
                   set HH-CONTACT-CHOSEN to true
                   rewrite HOUSEHOLD-RECORD
                   if not WS-HHLD-OK
                      display "ERREUR ECRITURE HHLDFILE : "
                              WS-HHLD-STATUS
                   end-if
           end-read
           .

       7820-CHECK-MEMBER.
           if WS-HH-MEMBER(WS-HH-SUB) = WS-HH-CONTACT-SAISI
              set WS-HH-IS-MEMBER to true
           end-if
           .

      *****************************************************************
      *  Appends one before/after image to the shared AUDIT-JOURNAL.
      *  WS-AUDIT-ACTION and WS-BEFORE-IMAGE must be set by the caller
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Audit image for a due-diligence record - same journal
      *  mechanics as 8000-WRITE-AUDIT, the after-image carrying the
      *  document, rating and next review date.
      *****************************************************************
       8300-WRITE-KYC-AUDIT.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "CUSTMENU" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move KYC-CUST-NUMBER to WS-AUDIT-KEY
           move WS-AUDIT-KEY to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           perform 7770-BUILD-KYC-IMAGE
           move WS-AFTER-IMAGE to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Audit image for an overdraft-limit request - keyed on the
      *  account, the images carry the current and requested limit.
      *****************************************************************
       8400-WRITE-LIMIT-AUDIT.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "CUSTMENU" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move PCHG-RECORD-KEY to AUDIT-RECORD-KEY
           move PCHG-BEF-OD-LIMIT to WS-LIMIT-EDIT
           move spaces to WS-BEFORE-IMAGE
           string "DECOUVERT " delimited by size
                  WS-LIMIT-EDIT delimited by size
                  into WS-BEFORE-IMAGE
           end-string
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           move PCHG-AFT-OD-LIMIT to WS-LIMIT-EDIT
           move spaces to WS-AFTER-IMAGE
           string "DECOUVERT " delimited by size
                  WS-LIMIT-EDIT delimited by size
                  into WS-AFTER-IMAGE
           end-string
           move WS-AFTER-IMAGE to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Writes the prepared PENDING-CHANGE-RECORD to the approval
      *  queue, keyed on the request time - a second request in the
      *  same second takes the next sequence number.
      *****************************************************************
       8500-QUEUE-PENDING-CHANGE.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to PCHG-REQUEST-TS
           move 0 to PCHG-REQUEST-SEQ
           move "CUSTMENU" to PCHG-SOURCE-PROGRAM
           move WS-OPERATOR-ID to PCHG-REQUESTED-BY
           set PCHG-PENDING to true
           move spaces to PCHG-DECIDED-BY
           move 0 to PCHG-DECIDED-TS
           move "N" to WS-PCHG-WRITTEN-SWITCH
           perform 8510-WRITE-PENDING-CHANGE
               until WS-PCHG-WRITTEN or PCHG-REQUEST-SEQ = 9999
           if not WS-PCHG-WRITTEN
              display "ERREUR FILE D'APPROBATION PENDCHG : "
                      WS-PCHG-STATUS
           end-if
           .

       8510-WRITE-PENDING-CHANGE.
           add 1 to PCHG-REQUEST-SEQ
           write PENDING-CHANGE-RECORD
               invalid key
                   continue
               not invalid key
                   set WS-PCHG-WRITTEN to true
           end-write
           .

      *****************************************************************
      *  Audit image for a household contact change - the key is the
      *  household number, the images the contact and how it was
      *  set (D by HHBUILD, C chosen here).
      *****************************************************************
       8600-WRITE-HOUSEHOLD-AUDIT.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "CUSTMENU" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move WS-HH-HOUSEHOLD-ID to WS-AUDIT-KEY
           move WS-AUDIT-KEY to AUDIT-RECORD-KEY
           move spaces to WS-BEFORE-IMAGE
           string "CONTACT " delimited by size
                  WS-HH-OLD-CONTACT delimited by size
                  " " delimited by size
                  WS-HH-OLD-SOURCE delimited by size
                  into WS-BEFORE-IMAGE
           end-string
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           move spaces to WS-AFTER-IMAGE
           string "CONTACT " delimited by size
                  WS-HH-CONTACT-SAISI delimited by size
                  " C" delimited by size
                  into WS-AFTER-IMAGE
           end-string
           move WS-AFTER-IMAGE to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Converts WS-SERIAL-DATE (AAAAMMJJ) to a day count from the
      *  civil epoch so two dates can be subtracted to get elapsed
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           close HOLDER-XREF-FILE
           close KYC-FILE
           close PENDING-CHANGES
           close HOUSEHOLD-FILE
           set AV-FN-FINISH to true
           call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
           open output CUSTOMER-CONTROL
           write CUSTOMER-CONTROL-RECORD
           close CUSTOMER-CONTROL
