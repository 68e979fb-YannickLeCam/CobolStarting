       identification division.
       program-id. SDBMNT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-14.
       date-compiled.

      *****************************************************************
      *  SDBMNT
      *
      *  Maintenance screen for the safe-deposit boxes, gated by the
      *  same AUTH-FILE logon and permission profile as the other
      *  maintenance screens.  It keeps each branch's box inventory
      *  (SDBXREC.cpy) and the annual rent by box size
      *  (SDBTREC.cpy), opens and terminates the rental contracts
      *  (SDBCREC.cpy) and records every visit presented at the
      *  strongroom on the access log (SDBVREC.cpy).
      *
      *  A contract rents a free box to a living customer, with the
      *  rent debited yearly from an account the customer holds
      *  (primary or joint through XREFFILE); one proxy may be named
      *  to visit the box with the holder's authority.  Contract
      *  numbers come from the SDBCTL sequence the way DISPMNT
      *  numbers cases from DISPCTL.  The first year's rent falls
      *  due on the start date and is billed, like every later
      *  anniversary, by the monthly SDBBILL run; a year paid is not
      *  refunded on termination, and a contract with rent still
      *  unpaid cannot be terminated.  Visits are refused to anyone
      *  but the holder and the proxy, and to everyone once the
      *  holder is recorded deceased - the box then waits on the
      *  estate, and shows on ESTRPT.  Every change to a box, a
      *  contract or the tariff is journalled with before/after
      *  images.
      *
      *  Modification history
      *  2026-10-14  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select SAFE-BOX-FILE assign to "SDBXFILE"
               organization is indexed
               access mode is dynamic
               record key is SDB-KEY
               file status is WS-SDBX-STATUS.

           select SAFE-BOX-CONTRACT assign to "SDBCONTR"
               organization is indexed
               access mode is dynamic
               record key is SDC-KEY
               alternate record key is SDC-CUST-NUMBER
                   with duplicates
               file status is WS-SDBC-STATUS.

           select SAFE-BOX-TARIFF assign to "SDBTARIF"
               organization is indexed
               access mode is dynamic
               record key is SDT-KEY
               file status is WS-SDBT-STATUS.

           select SAFE-BOX-VISITS assign to "SDBVISIT"
               organization is sequential
               file status is WS-SDBV-STATUS.

           select SAFE-BOX-CONTROL assign to "SDBCTL"
               organization is sequential
               file status is WS-CTL-STATUS.

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

           select HOLDER-XREF-FILE assign to "XREFFILE"
               organization is indexed
               access mode is dynamic
               record key is XREF-KEY
               file status is WS-XREF-STATUS.

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
       fd  SAFE-BOX-FILE.
       copy "SDBXREC.cpy".

       fd  SAFE-BOX-CONTRACT.
       copy "SDBCREC.cpy".

       fd  SAFE-BOX-TARIFF.
       copy "SDBTREC.cpy".

       fd  SAFE-BOX-VISITS.
       copy "SDBVREC.cpy".

       fd  SAFE-BOX-CONTROL.
       01  SAFE-BOX-CONTROL-RECORD.
           05  CTL-LAST-CONTRACT-NUMBER    PIC 9(08).

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  HOLDER-XREF-FILE.
       copy "XREFREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-SDBX-STATUS                   PIC X(02).
           88  WS-SDBX-OK                     VALUE "00".
       01  WS-SDBC-STATUS                   PIC X(02).
           88  WS-SDBC-OK                     VALUE "00".
       01  WS-SDBT-STATUS                   PIC X(02).
           88  WS-SDBT-OK                     VALUE "00".
       01  WS-SDBV-STATUS                   PIC X(02).
           88  WS-SDBV-OK                     VALUE "00".
       01  WS-CTL-STATUS                    PIC X(02).
           88  WS-CTL-OK                      VALUE "00".
       01  WS-ACCTMAST-STATUS               PIC X(02).
       01  WS-CUSTMAST-STATUS               PIC X(02).
       01  WS-XREF-STATUS                   PIC X(02).
       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                    VALUE "00".
       01  WS-AUTH-FSTATUS                  PIC X(02).
           88  WS-AUTH-OK                     VALUE "00".

       01  WS-OPERATOR-ID                   PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                    PIC 9(08).
       01  WS-AUDIT-TIME                    PIC 9(08).
       01  WS-AUDIT-TS-ALPHA                PIC X(14).
       01  WS-AUDIT-SEQUENCE                PIC 9(07) VALUE 0.
       01  WS-AUDIT-ACTION                  PIC X(06).
       01  WS-AUDIT-KEY                     PIC 9(09).
       01  WS-AUDIT-KEY-X REDEFINES WS-AUDIT-KEY
                                            PIC X(09).
       01  WS-BEFORE-IMAGE                  PIC X(60).
       01  WS-AFTER-IMAGE                   PIC X(60).

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-EXIT                    VALUE "Y".
           05  WS-AUTHORIZED-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTHORIZED                VALUE "Y".
           05  WS-FOUND-SWITCH               PIC X(01) VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-BOX-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-BOX-EOF                 VALUE "Y".
           05  WS-CONTRACT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-CONTRACT-EOF            VALUE "Y".
           05  WS-TARIFF-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-TARIFF-EOF              VALUE "Y".
           05  WS-VISIT-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-VISIT-EOF               VALUE "Y".
           05  WS-HOLDER-SWITCH              PIC X(01) VALUE "N".
               88  WS-HOLDER-VALID            VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-MENU-CHOICE                   PIC X(01).
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".
       01  WS-SEARCH-BRANCH                 PIC 9(02).
       01  WS-SEARCH-BOX                    PIC 9(04).
       01  WS-SEARCH-CONTRACT               PIC 9(08).
       01  WS-SEARCH-CUST                   PIC 9(06).
       01  WS-SIZE-INPUT                    PIC X(01).
       01  WS-RENT-INPUT                    PIC 9(07).
       01  WS-OLD-RENT                      PIC 9(07).
       01  WS-TODAY-DATE                    PIC 9(08).
       01  WS-TIME-NOW                      PIC 9(08).
       01  WS-DISPLAY-AMOUNT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-SIZE-LABEL                    PIC X(11).
       01  WS-STATUS-LABEL                  PIC X(13).
       01  WS-LISTED-COUNT                  PIC 9(04).
       01  WS-FREE-COUNT                    PIC 9(04).
       01  WS-RENTED-COUNT                  PIC 9(04).
       01  WS-OUT-COUNT                     PIC 9(04).

      *--------------------------------------------------------------*
      *    The contract being opened - held apart from the record    *
      *    areas, which the holder and account checks overwrite.     *
      *--------------------------------------------------------------*
       01  WS-NEW-BRANCH                    PIC 9(02).
       01  WS-NEW-BOX                       PIC 9(04).
       01  WS-NEW-SIZE                      PIC X(01).
       01  WS-NEW-CUST                      PIC 9(06).
       01  WS-NEW-ACCT                      PIC 9(09).
       01  WS-NEW-PROXY                     PIC 9(06).
       01  WS-NEW-RENT                      PIC 9(07).

      *--------------------------------------------------------------*
      *    The visit being presented.                                *
      *--------------------------------------------------------------*
       01  WS-VISITOR-CUST                  PIC 9(06).
       01  WS-VISITOR-ROLE                  PIC X(01).
       01  WS-VISIT-OUTCOME                 PIC X(01).
       01  WS-REFUSAL-REASON                PIC X(20).

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1500-OPERATOR-LOGON thru 1500-EXIT
           if WS-AUTHORIZED
              perform 2000-DISPLAY-MENU until WS-EXIT
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open input SAFE-BOX-CONTROL
           if not WS-CTL-OK
              move 0 to CTL-LAST-CONTRACT-NUMBER
           else
              read SAFE-BOX-CONTROL
                  at end move 0 to CTL-LAST-CONTRACT-NUMBER
              end-read
           end-if
           close SAFE-BOX-CONTROL
           open i-o SAFE-BOX-FILE
           if not WS-SDBX-OK
              close SAFE-BOX-FILE
              open output SAFE-BOX-FILE
              close SAFE-BOX-FILE
              open i-o SAFE-BOX-FILE
           end-if
           open i-o SAFE-BOX-CONTRACT
           if not WS-SDBC-OK
              close SAFE-BOX-CONTRACT
              open output SAFE-BOX-CONTRACT
              close SAFE-BOX-CONTRACT
              open i-o SAFE-BOX-CONTRACT
           end-if
           open i-o SAFE-BOX-TARIFF
           if not WS-SDBT-OK
              close SAFE-BOX-TARIFF
              open output SAFE-BOX-TARIFF
              close SAFE-BOX-TARIFF
              open i-o SAFE-BOX-TARIFF
           end-if
           open input ACCOUNT-MASTER
           open input CUSTOMER-MASTER
           open input HOLDER-XREF-FILE
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           .

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

      *****************************************************************
      *  Records a failed logon attempt on AUDIT-JOURNAL, matching
      *  CUSTMENU's gate.
      *****************************************************************
       1520-LOG-FAILED-LOGON.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "SDBMNT" to AUDIT-PROGRAM-ID
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
           move "SDBMNT" to PERM-PROGRAM-ID
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
           move "SDBMNT" to AUDIT-PROGRAM-ID
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
           display "  COFFRES-FORTS"
           display "  1 - INVENTAIRE D'UNE AGENCE"
           display "  2 - AJOUT D'UN COFFRE"
           display "  3 - MISE HORS SERVICE / REMISE EN SERVICE"
           display "  4 - TARIF PAR TAILLE"
           display "  5 - OUVERTURE D'UN CONTRAT"
           display "  6 - CONSULTATION D'UN CONTRAT"
           display "  7 - CONTRATS D'UN CLIENT"
           display "  8 - VISITE DU COFFRE"
           display "  9 - RESILIATION"
           display "  F - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
           evaluate WS-MENU-CHOICE
               when "1" perform 3000-LIST-BRANCH-BOXES
               when "2" perform 3100-ADD-BOX thru 3100-EXIT
               when "3" perform 3200-CHANGE-BOX-STATUS thru 3200-EXIT
               when "4" perform 3300-MAINTAIN-TARIFF thru 3300-EXIT
               when "5" perform 4000-OPEN-CONTRACT thru 4000-EXIT
               when "6" perform 4100-INQUIRE-CONTRACT thru 4100-EXIT
               when "7" perform 4200-LIST-CUSTOMER-CONTRACTS
               when "8" perform 5000-RECORD-VISIT thru 5000-EXIT
               when "9" perform 6000-TERMINATE-CONTRACT thru 6000-EXIT
               when "F" set WS-EXIT to true
               when "f" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

      *****************************************************************
      *  INVENTAIRE - every box of one branch in box-number order,
      *  with the counts by status.
      *****************************************************************
       3000-LIST-BRANCH-BOXES.
           display "Code agence ? "
           accept WS-SEARCH-BRANCH
           move 0 to WS-LISTED-COUNT
           move 0 to WS-FREE-COUNT
           move 0 to WS-RENTED-COUNT
           move 0 to WS-OUT-COUNT
           move "N" to WS-BOX-EOF-SWITCH
           move WS-SEARCH-BRANCH to SDB-BRANCH-CODE
           move 0 to SDB-BOX-NUMBER
           start SAFE-BOX-FILE key not < SDB-KEY
               invalid key
                   set WS-BOX-EOF to true
           end-start
           perform 7200-READ-NEXT-BOX
           perform 3010-SHOW-BOX until WS-BOX-EOF
           if WS-LISTED-COUNT = 0
              display "AUCUN COFFRE DANS CETTE AGENCE"
           else
              display "COFFRES : " WS-LISTED-COUNT
                      "  LIBRES : " WS-FREE-COUNT
                      "  LOUES : " WS-RENTED-COUNT
                      "  HORS SERVICE : " WS-OUT-COUNT
           end-if
           .

       3010-SHOW-BOX.
           if SDB-BRANCH-CODE not = WS-SEARCH-BRANCH
              set WS-BOX-EOF to true
           else
              add 1 to WS-LISTED-COUNT
              evaluate true
                  when SDB-FREE
                      add 1 to WS-FREE-COUNT
                  when SDB-RENTED
                      add 1 to WS-RENTED-COUNT
                  when other
                      add 1 to WS-OUT-COUNT
              end-evaluate
              perform 7650-SET-LABELS
              if SDB-RENTED
                 display "  " SDB-BOX-NUMBER " " WS-SIZE-LABEL " "
                         WS-STATUS-LABEL " CONTRAT "
                         SDB-CONTRACT-NUMBER
              else
                 display "  " SDB-BOX-NUMBER " " WS-SIZE-LABEL " "
                         WS-STATUS-LABEL " DEPUIS " SDB-STATUS-DATE
              end-if
              perform 7200-READ-NEXT-BOX
           end-if
           .

      *****************************************************************
      *  AJOUT - a new box goes on the inventory free.  A size with
      *  no rent on the tariff yet is accepted with a warning; the
      *  box cannot be rented until the rent is keyed.
      *****************************************************************
       3100-ADD-BOX.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3100-EXIT
           end-if
           display "Code agence ? "
           accept WS-NEW-BRANCH
           display "Numero du coffre ? "
           accept WS-NEW-BOX
           if WS-NEW-BRANCH = 0 or WS-NEW-BOX = 0
              display "AGENCE ET NUMERO OBLIGATOIRES - ABANDON"
              go to 3100-EXIT
           end-if
           display "Taille (P=PETIT, M=MOYEN, G=GRAND, "
                   "T=TRES GRAND) ? "
           accept WS-SIZE-INPUT
           move WS-SIZE-INPUT to SDB-SIZE
           if not SDB-SIZE-VALID
              display "TAILLE NON RECONNUE - ABANDON"
              go to 3100-EXIT
           end-if
           move WS-SIZE-INPUT to SDT-SIZE
           read SAFE-BOX-TARIFF
               invalid key
                   display "ATTENTION : AUCUN LOYER AU TARIF POUR "
                           "CETTE TAILLE"
           end-read
           move spaces to SAFE-BOX-RECORD
           move WS-NEW-BRANCH to SDB-BRANCH-CODE
           move WS-NEW-BOX to SDB-BOX-NUMBER
           move WS-SIZE-INPUT to SDB-SIZE
           set SDB-FREE to true
           move 0 to SDB-CONTRACT-NUMBER
           accept SDB-STATUS-DATE from date yyyymmdd
           write SAFE-BOX-RECORD
               invalid key
                   display "COFFRE DEJA ENREGISTRE : " WS-NEW-BRANCH
                           "/" WS-NEW-BOX
                   go to 3100-EXIT
           end-write
           move spaces to WS-BEFORE-IMAGE
           perform 7500-BUILD-BOX-IMAGE
           move "SDBAJC" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "COFFRE " SDB-BRANCH-CODE "/" SDB-BOX-NUMBER
                   " AJOUTE"
           .
       3100-EXIT.
           exit
           .

      *****************************************************************
      *  HORS SERVICE / REMISE EN SERVICE - a free box is taken out
      *  of service, an out-of-service box is put back free.  A
      *  rented box is refused: its contract must be terminated
      *  first.
      *****************************************************************
       3200-CHANGE-BOX-STATUS.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3200-EXIT
           end-if
           perform 7000-READ-BOX thru 7000-EXIT
           if not WS-FOUND
              go to 3200-EXIT
           end-if
           if SDB-RENTED
              display "COFFRE LOUE - CONTRAT " SDB-CONTRACT-NUMBER
                      " A RESILIER D'ABORD"
              go to 3200-EXIT
           end-if
           perform 7500-BUILD-BOX-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           if SDB-FREE
              display "METTRE LE COFFRE HORS SERVICE (O/N) ? "
           else
              display "REMETTRE LE COFFRE EN SERVICE (O/N) ? "
           end-if
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "MODIFICATION ABANDONNEE"
              go to 3200-EXIT
           end-if
           if SDB-FREE
              set SDB-OUT-OF-SERVICE to true
              move "SDBHSV" to WS-AUDIT-ACTION
           else
              set SDB-FREE to true
              move "SDBRSV" to WS-AUDIT-ACTION
           end-if
           accept SDB-STATUS-DATE from date yyyymmdd
           rewrite SAFE-BOX-RECORD
               invalid key
                   display "ERREUR REECRITURE SDBXFILE : "
                           WS-SDBX-STATUS
                   go to 3200-EXIT
           end-rewrite
           perform 7500-BUILD-BOX-IMAGE
           perform 8000-WRITE-AUDIT
           perform 7650-SET-LABELS
           display "COFFRE " SDB-BRANCH-CODE "/" SDB-BOX-NUMBER
                   " : " WS-STATUS-LABEL
           .
       3200-EXIT.
           exit
           .

      *****************************************************************
      *  TARIF - shows the annual rent of each size, then takes a
      *  new rent for one size.  The new amount applies to each
      *  contract from its next anniversary.
      *****************************************************************
       3300-MAINTAIN-TARIFF.
           move "N" to WS-TARIFF-EOF-SWITCH
           move low-values to SDT-KEY
           start SAFE-BOX-TARIFF key not < SDT-KEY
               invalid key
                   set WS-TARIFF-EOF to true
           end-start
           move 0 to WS-LISTED-COUNT
           perform 7220-READ-NEXT-TARIFF
           perform 3310-SHOW-TARIFF until WS-TARIFF-EOF
           if WS-LISTED-COUNT = 0
              display "AUCUN LOYER AU TARIF"
           end-if
           display "Taille a modifier (P/M/G/T, VIDE = AUCUNE) ? "
           accept WS-SIZE-INPUT
           if WS-SIZE-INPUT = space
              go to 3300-EXIT
           end-if
           move WS-SIZE-INPUT to SDB-SIZE
           if not SDB-SIZE-VALID
              display "TAILLE NON RECONNUE - ABANDON"
              go to 3300-EXIT
           end-if
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3300-EXIT
           end-if
           move "N" to WS-FOUND-SWITCH
           move 0 to WS-OLD-RENT
           move WS-SIZE-INPUT to SDT-SIZE
           read SAFE-BOX-TARIFF
               invalid key
                   continue
               not invalid key
                   set WS-FOUND to true
                   move SDT-ANNUAL-RENT to WS-OLD-RENT
           end-read
           display "Loyer annuel ? "
           accept WS-RENT-INPUT
           if WS-RENT-INPUT = 0
              display "LOYER NUL REFUSE - ABANDON"
              go to 3300-EXIT
           end-if
           move spaces to WS-BEFORE-IMAGE
           if WS-FOUND
              move WS-OLD-RENT to WS-DISPLAY-AMOUNT
              string "TAILLE " delimited by size
                     SDT-SIZE delimited by size
                     " LOYER " delimited by size
                     WS-DISPLAY-AMOUNT delimited by size
                     " DU " delimited by size
                     SDT-EFFECTIVE-DATE delimited by size
                     into WS-BEFORE-IMAGE
              end-string
           end-if
           move WS-SIZE-INPUT to SDT-SIZE
           move WS-RENT-INPUT to SDT-ANNUAL-RENT
           accept SDT-EFFECTIVE-DATE from date yyyymmdd
           move WS-OPERATOR-ID to SDT-UPDATED-BY
           if WS-FOUND
              rewrite SAFE-BOX-TARIFF-RECORD
                  invalid key
                      display "ERREUR REECRITURE SDBTARIF : "
                              WS-SDBT-STATUS
                      go to 3300-EXIT
              end-rewrite
           else
              write SAFE-BOX-TARIFF-RECORD
                  invalid key
                      display "ERREUR ECRITURE SDBTARIF : "
                              WS-SDBT-STATUS
                      go to 3300-EXIT
              end-write
           end-if
           move WS-RENT-INPUT to WS-DISPLAY-AMOUNT
           move spaces to WS-AFTER-IMAGE
           string "TAILLE " delimited by size
                  SDT-SIZE delimited by size
                  " LOYER " delimited by size
                  WS-DISPLAY-AMOUNT delimited by size
                  " DU " delimited by size
                  SDT-EFFECTIVE-DATE delimited by size
                  into WS-AFTER-IMAGE
           end-string
           move spaces to WS-AUDIT-KEY-X
           move SDT-SIZE to WS-AUDIT-KEY-X(1:1)
           move "SDBTAR" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "TARIF MIS A JOUR"
           .
       3300-EXIT.
           exit
           .

       3310-SHOW-TARIFF.
           add 1 to WS-LISTED-COUNT
           move SDT-SIZE to SDB-SIZE
           perform 7650-SET-LABELS
           move SDT-ANNUAL-RENT to WS-DISPLAY-AMOUNT
           display "  " SDT-SIZE " " WS-SIZE-LABEL " "
                   WS-DISPLAY-AMOUNT " DEPUIS LE "
                   SDT-EFFECTIVE-DATE " PAR " SDT-UPDATED-BY
           perform 7220-READ-NEXT-TARIFF
           .

      *****************************************************************
      *  OUVERTURE - a free box with a rent on the tariff, a living
      *  holder, an open paying account the holder holds, and an
      *  optional living proxy other than the holder.  The number
      *  is taken from SDBCTL and the sequence saved at once; the
      *  box is marked rented under the new contract.
      *****************************************************************
       4000-OPEN-CONTRACT.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4000-EXIT
           end-if
           perform 7000-READ-BOX thru 7000-EXIT
           if not WS-FOUND
              go to 4000-EXIT
           end-if
           if not SDB-FREE
              perform 7650-SET-LABELS
              display "COFFRE NON DISPONIBLE : " WS-STATUS-LABEL
              go to 4000-EXIT
           end-if
           move SDB-BRANCH-CODE to WS-NEW-BRANCH
           move SDB-BOX-NUMBER to WS-NEW-BOX
           move SDB-SIZE to WS-NEW-SIZE
           move WS-NEW-SIZE to SDT-SIZE
           read SAFE-BOX-TARIFF
               invalid key
                   display "AUCUN LOYER AU TARIF POUR CETTE TAILLE "
                           "- ABANDON"
                   go to 4000-EXIT
           end-read
           move SDT-ANNUAL-RENT to WS-NEW-RENT
           display "Numero du client titulaire ? "
           accept WS-NEW-CUST
           move WS-NEW-CUST to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   display "CLIENT INCONNU : " WS-NEW-CUST
                   go to 4000-EXIT
           end-read
           if CUST-DECEASED
              display "CLIENT DECEDE - ABANDON"
              go to 4000-EXIT
           end-if
           display "TITULAIRE : " CUST-NUMBER " " CUST-PRENOM " "
                   CUST-NOM
           display "Compte de paiement du loyer ? "
           accept WS-NEW-ACCT
           move WS-NEW-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   display "COMPTE INCONNU : " WS-NEW-ACCT
                   go to 4000-EXIT
           end-read
           if not ACCT-OPEN
              display "COMPTE NON OUVERT - ABANDON"
              go to 4000-EXIT
           end-if
           perform 7300-CHECK-ACCOUNT-HOLDER
           if not WS-HOLDER-VALID
              display "LE CLIENT N'EST PAS TITULAIRE DU COMPTE "
                      "- ABANDON"
              go to 4000-EXIT
           end-if
           display "Mandataire (numero client, 0 = AUCUN) ? "
           accept WS-NEW-PROXY
           if WS-NEW-PROXY not = 0
              if WS-NEW-PROXY = WS-NEW-CUST
                 display "LE TITULAIRE NE PEUT ETRE SON MANDATAIRE "
                         "- ABANDON"
                 go to 4000-EXIT
              end-if
              move WS-NEW-PROXY to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      display "MANDATAIRE INCONNU : " WS-NEW-PROXY
                      go to 4000-EXIT
              end-read
              if CUST-DECEASED
                 display "MANDATAIRE DECEDE - ABANDON"
                 go to 4000-EXIT
              end-if
              display "MANDATAIRE : " CUST-NUMBER " " CUST-PRENOM
                      " " CUST-NOM
           end-if
           move WS-NEW-RENT to WS-DISPLAY-AMOUNT
           display "COFFRE " WS-NEW-BRANCH "/" WS-NEW-BOX
                   " LOYER ANNUEL " WS-DISPLAY-AMOUNT
                   " DEBITE SUR " WS-NEW-ACCT
           display "CONFIRMER L'OUVERTURE DU CONTRAT (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "OUVERTURE ABANDONNEE"
              go to 4000-EXIT
           end-if
           move spaces to SAFE-BOX-CONTRACT-RECORD
           add 1 to CTL-LAST-CONTRACT-NUMBER
           move CTL-LAST-CONTRACT-NUMBER to SDC-CONTRACT-NUMBER
           move WS-NEW-BRANCH to SDC-BRANCH-CODE
           move WS-NEW-BOX to SDC-BOX-NUMBER
           move WS-NEW-CUST to SDC-CUST-NUMBER
           move WS-NEW-ACCT to SDC-PAY-ACCT
           move WS-NEW-PROXY to SDC-PROXY-CUST
           accept SDC-START-DATE from date yyyymmdd
           move 0 to SDC-END-DATE
           set SDC-ACTIVE to true
           move WS-OPERATOR-ID to SDC-OPENED-BY
           move SDC-START-DATE to SDC-NEXT-RENT-DATE
           move 0 to SDC-LAST-RENT-DATE
           move 0 to SDC-LAST-RENT-AMOUNT
           move 0 to SDC-UNPAID-AMOUNT
           move 0 to SDC-UNPAID-SINCE
           move 0 to SDC-UNPAID-COUNT
           move 0 to SDC-LAST-RUN-DATE
           write SAFE-BOX-CONTRACT-RECORD
               invalid key
                   display "ERREUR ECRITURE SDBCONTR : "
                           WS-SDBC-STATUS
                   subtract 1 from CTL-LAST-CONTRACT-NUMBER
                   go to 4000-EXIT
           end-write
           perform 3400-SAVE-CONTROL
           move spaces to WS-BEFORE-IMAGE
           perform 7510-BUILD-CONTRACT-IMAGE
           move SDC-CONTRACT-NUMBER to WS-AUDIT-KEY
           move "SDBOUV" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           perform 7500-BUILD-BOX-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           set SDB-RENTED to true
           move SDC-CONTRACT-NUMBER to SDB-CONTRACT-NUMBER
           move SDC-START-DATE to SDB-STATUS-DATE
           rewrite SAFE-BOX-RECORD
               invalid key
                   display "ERREUR REECRITURE SDBXFILE : "
                           WS-SDBX-STATUS
                   go to 4000-EXIT
           end-rewrite
           perform 7500-BUILD-BOX-IMAGE
           move "SDBLOC" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "CONTRAT " SDC-CONTRACT-NUMBER " OUVERT - "
                   "PREMIER LOYER PRELEVE EN FIN DE MOIS"
           .
       4000-EXIT.
           exit
           .

       3400-SAVE-CONTROL.
           open output SAFE-BOX-CONTROL
           write SAFE-BOX-CONTROL-RECORD
           close SAFE-BOX-CONTROL
           .

      *****************************************************************
      *  CONSULTATION - the contract, its rent position and every
      *  visit on the access log, admitted or refused.
      *****************************************************************
       4100-INQUIRE-CONTRACT.
           perform 7100-READ-CONTRACT thru 7100-EXIT
           if not WS-FOUND
              go to 4100-EXIT
           end-if
           display "CONTRAT      : " SDC-CONTRACT-NUMBER
           display "COFFRE       : " SDC-BRANCH-CODE "/"
                   SDC-BOX-NUMBER
           move SDC-CUST-NUMBER to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   move spaces to CUST-NOM
                   move spaces to CUST-PRENOM
           end-read
           display "TITULAIRE    : " SDC-CUST-NUMBER " "
                   CUST-PRENOM " " CUST-NOM
           if CUST-DECEASED
              display "               DECEDE LE " CUST-DECEASED-DATE
           end-if
           if SDC-PROXY-CUST = 0
              display "MANDATAIRE   : AUCUN"
           else
              display "MANDATAIRE   : " SDC-PROXY-CUST
           end-if
           display "COMPTE       : " SDC-PAY-ACCT
           display "OUVERT LE    : " SDC-START-DATE " PAR "
                   SDC-OPENED-BY
           if SDC-ACTIVE
              display "STATUT       : ACTIF"
              display "PROCH. LOYER : " SDC-NEXT-RENT-DATE
           else
              display "STATUT       : RESILIE LE " SDC-END-DATE
           end-if
           if SDC-LAST-RENT-DATE = 0
              display "DERN. LOYER  : AUCUN"
           else
              move SDC-LAST-RENT-AMOUNT to WS-DISPLAY-AMOUNT
              display "DERN. LOYER  : " SDC-LAST-RENT-DATE " "
                      WS-DISPLAY-AMOUNT
           end-if
           if SDC-UNPAID-AMOUNT > 0
              move SDC-UNPAID-AMOUNT to WS-DISPLAY-AMOUNT
              display "IMPAYE       : " WS-DISPLAY-AMOUNT
                      " DEPUIS LE " SDC-UNPAID-SINCE
           end-if
           perform 4110-LIST-VISITS thru 4110-EXIT
           .
       4100-EXIT.
           exit
           .

       4110-LIST-VISITS.
           move 0 to WS-LISTED-COUNT
           move "N" to WS-VISIT-EOF-SWITCH
           open input SAFE-BOX-VISITS
           if not WS-SDBV-OK
              close SAFE-BOX-VISITS
              display "VISITES      : AUCUNE"
              go to 4110-EXIT
           end-if
           perform 7230-READ-VISIT
           perform 4120-SHOW-VISIT until WS-VISIT-EOF
           close SAFE-BOX-VISITS
           if WS-LISTED-COUNT = 0
              display "VISITES      : AUCUNE"
           else
              display "VISITES      : " WS-LISTED-COUNT
           end-if
           .
       4110-EXIT.
           exit
           .

       4120-SHOW-VISIT.
           if SDV-CONTRACT-NUMBER = SDC-CONTRACT-NUMBER
              add 1 to WS-LISTED-COUNT
              if SDV-ADMITTED
                 display "  " SDV-VISIT-DATE " " SDV-VISIT-TIME " "
                         SDV-CUST-NUMBER " " SDV-VISITOR-ROLE
                         " ADMIS   " SDV-OPERATOR-ID
              else
                 display "  " SDV-VISIT-DATE " " SDV-VISIT-TIME " "
                         SDV-CUST-NUMBER " " SDV-VISITOR-ROLE
                         " REFUSE  " SDV-OPERATOR-ID " "
                         SDV-REFUSAL-REASON
              end-if
           end-if
           perform 7230-READ-VISIT
           .

      *****************************************************************
      *  Every contract a customer holds, active and terminated -
      *  read through the SDC-CUST-NUMBER alternate key.
      *****************************************************************
       4200-LIST-CUSTOMER-CONTRACTS.
           display "Numero de client ? "
           accept WS-SEARCH-CUST
           move 0 to WS-LISTED-COUNT
           move "N" to WS-CONTRACT-EOF-SWITCH
           move WS-SEARCH-CUST to SDC-CUST-NUMBER
           start SAFE-BOX-CONTRACT key = SDC-CUST-NUMBER
               invalid key
                   set WS-CONTRACT-EOF to true
           end-start
           perform 7210-READ-NEXT-CONTRACT
           perform 4210-SHOW-CONTRACT until WS-CONTRACT-EOF
           if WS-LISTED-COUNT = 0
              display "AUCUN CONTRAT POUR CE CLIENT"
           else
              display "CONTRATS : " WS-LISTED-COUNT
           end-if
           .

       4210-SHOW-CONTRACT.
           if SDC-CUST-NUMBER not = WS-SEARCH-CUST
              set WS-CONTRACT-EOF to true
           else
              add 1 to WS-LISTED-COUNT
              move SDC-UNPAID-AMOUNT to WS-DISPLAY-AMOUNT
              if SDC-ACTIVE
                 display "  " SDC-CONTRACT-NUMBER " COFFRE "
                         SDC-BRANCH-CODE "/" SDC-BOX-NUMBER
                         " ACTIF   IMPAYE " WS-DISPLAY-AMOUNT
              else
                 display "  " SDC-CONTRACT-NUMBER " COFFRE "
                         SDC-BRANCH-CODE "/" SDC-BOX-NUMBER
                         " RESILIE LE " SDC-END-DATE
              end-if
              perform 7210-READ-NEXT-CONTRACT
           end-if
           .

      *****************************************************************
      *  VISITE - the box must be rented; the visitor must be the
      *  contract's holder or proxy and show identity, and the
      *  holder must not be recorded deceased.  Unpaid rent is
      *  shown to the clerk but does not bar the visit.  Admitted
      *  or refused, the visit goes on the access log.
      *****************************************************************
       5000-RECORD-VISIT.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 5000-EXIT
           end-if
           perform 7000-READ-BOX thru 7000-EXIT
           if not WS-FOUND
              go to 5000-EXIT
           end-if
           if not SDB-RENTED
              display "COFFRE NON LOUE"
              go to 5000-EXIT
           end-if
           move SDB-CONTRACT-NUMBER to SDC-CONTRACT-NUMBER
           read SAFE-BOX-CONTRACT
               invalid key
                   display "CONTRAT INTROUVABLE : "
                           SDB-CONTRACT-NUMBER
                   go to 5000-EXIT
           end-read
           display "Numero client du visiteur ? "
           accept WS-VISITOR-CUST
           move "A" to WS-VISIT-OUTCOME
           move spaces to WS-REFUSAL-REASON
           evaluate true
               when WS-VISITOR-CUST = SDC-CUST-NUMBER
                   move "T" to WS-VISITOR-ROLE
               when SDC-PROXY-CUST not = 0
                       and WS-VISITOR-CUST = SDC-PROXY-CUST
                   move "M" to WS-VISITOR-ROLE
               when other
                   move "X" to WS-VISITOR-ROLE
                   move "R" to WS-VISIT-OUTCOME
                   move "NON AUTORISE" to WS-REFUSAL-REASON
           end-evaluate
           if WS-VISIT-OUTCOME = "A"
              move SDC-CUST-NUMBER to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      move space to CUST-DECEASED-FLAG
              end-read
              if CUST-DECEASED
                 move "R" to WS-VISIT-OUTCOME
                 move "TITULAIRE DECEDE" to WS-REFUSAL-REASON
              end-if
           end-if
           if WS-VISIT-OUTCOME = "A"
              move WS-VISITOR-CUST to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      move spaces to CUST-NOM
                      move spaces to CUST-PRENOM
              end-read
              display "VISITEUR : " WS-VISITOR-CUST " " CUST-PRENOM
                      " " CUST-NOM
              display "Piece d'identite verifiee (O/N) ? "
              accept WS-CONFIRM
              if not WS-CONFIRM-OUI
                 move "R" to WS-VISIT-OUTCOME
                 move "IDENTITE NON VERIFIEE" to WS-REFUSAL-REASON
              end-if
           end-if
           perform 5100-WRITE-VISIT
           if WS-VISIT-OUTCOME = "A"
              if SDC-UNPAID-AMOUNT > 0
                 move SDC-UNPAID-AMOUNT to WS-DISPLAY-AMOUNT
                 display "ATTENTION : LOYER IMPAYE "
                         WS-DISPLAY-AMOUNT " DEPUIS LE "
                         SDC-UNPAID-SINCE
              end-if
              display "ACCES AUTORISE"
           else
              display "ACCES REFUSE : " WS-REFUSAL-REASON
           end-if
           .
       5000-EXIT.
           exit
           .

       5100-WRITE-VISIT.
           open extend SAFE-BOX-VISITS
           if not WS-SDBV-OK
              close SAFE-BOX-VISITS
              open output SAFE-BOX-VISITS
           end-if
           move spaces to SAFE-BOX-VISIT-RECORD
           move SDC-BRANCH-CODE to SDV-BRANCH-CODE
           move SDC-BOX-NUMBER to SDV-BOX-NUMBER
           move SDC-CONTRACT-NUMBER to SDV-CONTRACT-NUMBER
           move WS-VISITOR-CUST to SDV-CUST-NUMBER
           move WS-VISITOR-ROLE to SDV-VISITOR-ROLE
           accept SDV-VISIT-DATE from date yyyymmdd
           accept WS-TIME-NOW from time
           move WS-TIME-NOW(1:6) to SDV-VISIT-TIME
           move WS-OPERATOR-ID to SDV-OPERATOR-ID
           move WS-VISIT-OUTCOME to SDV-OUTCOME
           move WS-REFUSAL-REASON to SDV-REFUSAL-REASON
           write SAFE-BOX-VISIT-RECORD
           if not WS-SDBV-OK
              display "ERREUR ECRITURE SDBVISIT : " WS-SDBV-STATUS
           end-if
           close SAFE-BOX-VISITS
           .

      *****************************************************************
      *  RESILIATION - the box has been emptied and its keys handed
      *  back.  Rent still unpaid must be settled first; the year
      *  already paid is not refunded.  The box goes back free.
      *****************************************************************
       6000-TERMINATE-CONTRACT.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6000-EXIT
           end-if
           perform 7100-READ-CONTRACT thru 7100-EXIT
           if not WS-FOUND
              go to 6000-EXIT
           end-if
           if SDC-TERMINATED
              display "CONTRAT DEJA RESILIE LE " SDC-END-DATE
              go to 6000-EXIT
           end-if
           if SDC-UNPAID-AMOUNT > 0
              move SDC-UNPAID-AMOUNT to WS-DISPLAY-AMOUNT
              display "LOYER IMPAYE " WS-DISPLAY-AMOUNT
                      " - A REGLER AVANT RESILIATION"
              go to 6000-EXIT
           end-if
           display "COFFRE VIDE ET CLES RESTITUEES (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "RESILIATION ABANDONNEE"
              go to 6000-EXIT
           end-if
           perform 7510-BUILD-CONTRACT-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           set SDC-TERMINATED to true
           accept SDC-END-DATE from date yyyymmdd
           rewrite SAFE-BOX-CONTRACT-RECORD
               invalid key
                   display "ERREUR REECRITURE SDBCONTR : "
                           WS-SDBC-STATUS
                   go to 6000-EXIT
           end-rewrite
           perform 7510-BUILD-CONTRACT-IMAGE
           move SDC-CONTRACT-NUMBER to WS-AUDIT-KEY
           move "SDBRES" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           move SDC-BRANCH-CODE to SDB-BRANCH-CODE
           move SDC-BOX-NUMBER to SDB-BOX-NUMBER
           read SAFE-BOX-FILE
               invalid key
                   display "COFFRE INTROUVABLE : " SDC-BRANCH-CODE
                           "/" SDC-BOX-NUMBER
                   go to 6000-EXIT
           end-read
           perform 7500-BUILD-BOX-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           set SDB-FREE to true
           move 0 to SDB-CONTRACT-NUMBER
           move SDC-END-DATE to SDB-STATUS-DATE
           rewrite SAFE-BOX-RECORD
               invalid key
                   display "ERREUR REECRITURE SDBXFILE : "
                           WS-SDBX-STATUS
                   go to 6000-EXIT
           end-rewrite
           perform 7500-BUILD-BOX-IMAGE
           move "SDBLIB" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "CONTRAT " SDC-CONTRACT-NUMBER " RESILIE - COFFRE "
                   SDB-BRANCH-CODE "/" SDB-BOX-NUMBER " LIBRE"
           .
       6000-EXIT.
           exit
           .

       7000-READ-BOX.
           move "N" to WS-FOUND-SWITCH
           display "Code agence ? "
           accept WS-SEARCH-BRANCH
           display "Numero du coffre ? "
           accept WS-SEARCH-BOX
           move WS-SEARCH-BRANCH to SDB-BRANCH-CODE
           move WS-SEARCH-BOX to SDB-BOX-NUMBER
           read SAFE-BOX-FILE
               invalid key
                   display "COFFRE INCONNU : " WS-SEARCH-BRANCH "/"
                           WS-SEARCH-BOX
                   go to 7000-EXIT
           end-read
           set WS-FOUND to true
           .
       7000-EXIT.
           exit
           .

      *****************************************************************
      *  A contract by its number, or - number zero - the contract
      *  currently renting the box named.
      *****************************************************************
       7100-READ-CONTRACT.
           move "N" to WS-FOUND-SWITCH
           display "Numero de contrat (0 = PAR LE COFFRE) ? "
           accept WS-SEARCH-CONTRACT
           if WS-SEARCH-CONTRACT = 0
              perform 7000-READ-BOX thru 7000-EXIT
              if not WS-FOUND
                 go to 7100-EXIT
              end-if
              move "N" to WS-FOUND-SWITCH
              if not SDB-RENTED
                 display "COFFRE NON LOUE"
                 go to 7100-EXIT
              end-if
              move SDB-CONTRACT-NUMBER to WS-SEARCH-CONTRACT
           end-if
           move WS-SEARCH-CONTRACT to SDC-CONTRACT-NUMBER
           read SAFE-BOX-CONTRACT
               invalid key
                   display "CONTRAT INCONNU : " WS-SEARCH-CONTRACT
                   go to 7100-EXIT
           end-read
           set WS-FOUND to true
           .
       7100-EXIT.
           exit
           .

       7200-READ-NEXT-BOX.
           if not WS-BOX-EOF
              read SAFE-BOX-FILE next record
                  at end set WS-BOX-EOF to true
              end-read
           end-if
           .

       7210-READ-NEXT-CONTRACT.
           if not WS-CONTRACT-EOF
              read SAFE-BOX-CONTRACT next record
                  at end set WS-CONTRACT-EOF to true
              end-read
           end-if
           .

       7220-READ-NEXT-TARIFF.
           if not WS-TARIFF-EOF
              read SAFE-BOX-TARIFF next record
                  at end set WS-TARIFF-EOF to true
              end-read
           end-if
           .

       7230-READ-VISIT.
           read SAFE-BOX-VISITS
               at end set WS-VISIT-EOF to true
           end-read
           .

      *****************************************************************
      *  The holder must hold the paying account - as its owner on
      *  ACCOUNT-MASTER or as an active joint holder on XREFFILE.
      *****************************************************************
       7300-CHECK-ACCOUNT-HOLDER.
           move "N" to WS-HOLDER-SWITCH
           if ACCT-CUST-NUMBER = WS-NEW-CUST
              set WS-HOLDER-VALID to true
           else
              move WS-NEW-ACCT to XREF-ACCT-NUMBER
              move WS-NEW-CUST to XREF-CUST-NUMBER
              read HOLDER-XREF-FILE
                  invalid key
                      continue
                  not invalid key
                      if XREF-ACTIVE
                         set WS-HOLDER-VALID to true
                      end-if
              end-read
           end-if
           .

       7500-BUILD-BOX-IMAGE.
           move spaces to WS-AFTER-IMAGE
           string "COFFRE " delimited by size
                  SDB-BRANCH-CODE delimited by size
                  "/" delimited by size
                  SDB-BOX-NUMBER delimited by size
                  " TAILLE " delimited by size
                  SDB-SIZE delimited by size
                  " ST " delimited by size
                  SDB-STATUS delimited by size
                  " CTR " delimited by size
                  SDB-CONTRACT-NUMBER delimited by size
                  into WS-AFTER-IMAGE
           end-string
           compute WS-AUDIT-KEY =
               SDB-BRANCH-CODE * 10000 + SDB-BOX-NUMBER
           .

       7510-BUILD-CONTRACT-IMAGE.
           move spaces to WS-AFTER-IMAGE
           string "COFFRE " delimited by size
                  SDC-BRANCH-CODE delimited by size
                  "/" delimited by size
                  SDC-BOX-NUMBER delimited by size
                  " CLI " delimited by size
                  SDC-CUST-NUMBER delimited by size
                  " CPT " delimited by size
                  SDC-PAY-ACCT delimited by size
                  " MAND " delimited by size
                  SDC-PROXY-CUST delimited by size
                  " ST " delimited by size
                  SDC-STATUS delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

       7650-SET-LABELS.
           evaluate true
               when SDB-SIZE-SMALL
                   move "PETIT" to WS-SIZE-LABEL
               when SDB-SIZE-MEDIUM
                   move "MOYEN" to WS-SIZE-LABEL
               when SDB-SIZE-LARGE
                   move "GRAND" to WS-SIZE-LABEL
               when SDB-SIZE-XLARGE
                   move "TRES GRAND" to WS-SIZE-LABEL
               when other
                   move spaces to WS-SIZE-LABEL
           end-evaluate
           evaluate true
               when SDB-FREE
                   move "LIBRE" to WS-STATUS-LABEL
               when SDB-RENTED
                   move "LOUE" to WS-STATUS-LABEL
               when SDB-OUT-OF-SERVICE
                   move "HORS SERVICE" to WS-STATUS-LABEL
               when other
                   move spaces to WS-STATUS-LABEL
           end-evaluate
           .

      *****************************************************************
      *  One journal record from WS-AUDIT-ACTION, WS-AUDIT-KEY and
      *  the before/after images the caller left - for a box, the
      *  key and after-image come from 7500-BUILD-BOX-IMAGE.
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
           move "SDBMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move WS-AUDIT-KEY-X to AUDIT-RECORD-KEY
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
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "SDBMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close SAFE-BOX-FILE
           close SAFE-BOX-CONTRACT
           close SAFE-BOX-TARIFF
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           close HOLDER-XREF-FILE
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
