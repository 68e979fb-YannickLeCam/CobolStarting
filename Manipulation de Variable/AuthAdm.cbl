      *  AUDIT-JOURNAL like CUSTMENU's customer maintenance, so the
      *  security file finally has an audit trail of its own.
      *  Passwords are never written to the journal - the images
      *  carry the level and active flag only.  It also keeps the
      *  permission profiles on PROFILE-FILE - which programs, and
      *  which functions inside them, a profile may use - and
      *  assigns one to each operator.
      *
      *  Modification history
      *  2026-08-21  YLC  Initial version.
      *                   AUDIT-SEQUENCE and the run closes with a
      *                   FINRUN trailer carrying the record count,
      *                   for AUDITVER's integrity proof.
      *  2026-10-06  YLC  Maintains the permission profiles on
      *                   PROFILE-FILE (menu option 9) and assigns
      *                   one to each operator (option 8, captured at
      *                   ADD too); the journal images now carry the
      *                   profile.  AUTHADM itself now checks the
      *                   operator's profile (PERMCHK) at entry and
      *                   before each function; refusals are
      *                   journalled as PERMRF.
      *  2026-10-07  YLC  Keeps each operator's branch (option A,
      *                   captured at ADD too) and takes the branch
      *                   manager's quarterly recertification of the
      *                   operators OPRECERT left pending (option R) -
      *                   confirmed, or refused and deactivated at
      *                   once; nobody recertifies themselves.  A
      *                   reactivation restamps the activation date
      *                   OPIDLE measures from and settles a lapsed
      *                   recertification.  The logon is stamped and
      *                   the journal images carry the branch and
      *                   recertification status.
      *****************************************************************
       environment division.
       input-output section.
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select PROFILE-FILE assign to "PROFFILE"
               organization is indexed
               access mode is dynamic
               record key is PROF-KEY
               file status is WS-PROF-STATUS.

       data division.
       file section.
       fd  AUTH-FILE.
       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  PROFILE-FILE.
       copy "PROFREC.cpy".

       working-storage section.
       01  WS-AUTH-FSTATUS                  PIC X(02).
           88  WS-AUTH-OK                     VALUE "00".
       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                    VALUE "00".
       01  WS-PROF-STATUS                   PIC X(02).
           88  WS-PROF-OK                     VALUE "00".

       01  WS-OPERATOR-ID                   PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                    PIC 9(08).
               88  WS-EXIT                    VALUE "Y".
           05  WS-AUTHORIZED-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTHORIZED                VALUE "Y".
           05  WS-PROFILE-FOUND-SWITCH       PIC X(01).
               88  WS-PROFILE-FOUND             VALUE "Y".
           05  WS-PROFILE-DONE-SWITCH        PIC X(01).
               88  WS-PROFILE-DONE              VALUE "Y".
           05  WS-ENTRY-FOUND-SWITCH         PIC X(01).
               88  WS-ENTRY-FOUND               VALUE "Y".
           05  WS-PROF-EOF-SWITCH            PIC X(01).
               88  WS-PROF-EOF                  VALUE "Y".
           05  WS-AUTH-EOF-SWITCH            PIC X(01).
               88  WS-AUTH-EOF                  VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-SEARCH-ID                     PIC X(08).
       01  WS-NEW-PASSWORD                  PIC X(08).
       01  WS-NEW-LEVEL                     PIC X(01).
       01  WS-NEW-PROFILE                   PIC X(08).
       01  WS-PROFILE-PROGRAM               PIC X(08).
       01  WS-ENTRY-ACTION                  PIC X(01).
       01  WS-FLAG-INPUT                    PIC X(01).
           88  WS-FLAG-OUI                    VALUE "O" "o".
       01  WS-FLAG-VALUE                    PIC X(01).
       01  WS-ENTRY-COUNT                   PIC 9(03).
       01  WS-SUPERVISOR-BRANCH             PIC 9(02) VALUE 0.
       01  WS-RECERT-BRANCH                 PIC 9(02).
       01  WS-BRANCH-INPUT                  PIC X(02).
       01  WS-RECERT-COUNT                  PIC 9(03).
       01  WS-RECERT-ANSWER                 PIC X(01).
           88  WS-RECERT-OUI                  VALUE "O" "o".
           88  WS-RECERT-NON                  VALUE "N" "n".
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           open i-o PROFILE-FILE
           if not WS-PROF-OK
              close PROFILE-FILE
              open output PROFILE-FILE
              close PROFILE-FILE
              open i-o PROFILE-FILE
           end-if
           .

      *****************************************************************
              display "ACCES REFUSE - TROP DE TENTATIVES"
              set WS-EXIT to true
           end-if
           if WS-AUTHORIZED
              perform 1600-CHECK-PROGRAM-ACCESS
           end-if
           .
       1500-EXIT.
           exit
                   and AUTH-PASSWORD = WS-LOGIN-PASSWORD
                   and AUTH-LEVEL-SUPERVISOR
              move 0 to AUTH-FAILED-ATTEMPTS
              accept AUTH-LAST-LOGON-DATE from date yyyymmdd
              rewrite AUTH-RECORD
              set WS-AUTHORIZED to true
              move WS-LOGIN-ID to WS-OPERATOR-ID
              move AUTH-PROFILE-ID to PERM-PROFILE-ID
              move AUTH-BRANCH-CODE to WS-SUPERVISOR-BRANCH
           else
              display "ACCES RESERVE AUX SUPERVISEURS ACTIFS"
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
           move "AUTHADM" to PERM-PROGRAM-ID
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
           move "AUTHADM" to AUDIT-PROGRAM-ID
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
           display "  ADMINISTRATION DES OPERATEURS"
           display "  5 - CONSULT"
           display "  6 - FIN"
           display "  7 - LIMITE DE SAISIE"
           display "  8 - PROFIL D'UN OPERATEUR"
           display "  9 - PROFILS D'HABILITATION"
           display "  A - AGENCE D'UN OPERATEUR"
           display "  R - RECERTIFICATION DES OPERATEURS"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
               when "5" perform 6000-INQUIRE-OPERATOR thru 6000-EXIT
               when "6" set WS-EXIT to true
               when "7" perform 6500-CHANGE-LIMIT thru 6500-EXIT
               when "8" perform 6600-ASSIGN-PROFILE thru 6600-EXIT
               when "9" perform 6700-MAINTAIN-PROFILE thru 6700-EXIT
               when "A" perform 6800-CHANGE-BRANCH thru 6800-EXIT
               when "R" perform 6900-RECERTIFY-BRANCH thru 6900-EXIT
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

       3000-ADD-OPERATOR.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3000-EXIT
           end-if
           move spaces to AUTH-RECORD
           display "Identifiant du nouvel operateur ? "
           accept AUTH-OPERATOR-ID
           accept AUTH-PASSWORD-DATE from date yyyymmdd
           display "Limite de saisie (0 = SANS) ? "
           accept AUTH-POSTING-LIMIT
           display "Profil d'habilitation (BLANC = AUCUN) ? "
           accept WS-NEW-PROFILE
           perform 7700-CHECK-PROFILE
           if not WS-PROFILE-FOUND
              display "PROFIL INCONNU, AUCUN PROFIL ATTRIBUE"
              move spaces to WS-NEW-PROFILE
           end-if
           move WS-NEW-PROFILE to AUTH-PROFILE-ID
           display "Agence (00 = SIEGE) ? "
           accept WS-BRANCH-INPUT
           if WS-BRANCH-INPUT is numeric
              move WS-BRANCH-INPUT to AUTH-BRANCH-CODE
           else
              display "AGENCE NON NUMERIQUE, MISE A 00"
              move 0 to AUTH-BRANCH-CODE
           end-if
           move 0 to AUTH-LAST-LOGON-DATE
           accept AUTH-ACTIVATED-DATE from date yyyymmdd
           move 0 to AUTH-RECERT-DEADLINE
           move 0 to AUTH-RECERT-DATE
           write AUTH-RECORD
               invalid key
                   display "ERREUR AJOUT - OPERATEUR DEJA EXISTANT"
           .

       4000-RESET-PASSWORD.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4000-EXIT
           end-if
           perform 7500-FETCH-OPERATOR thru 7500-EXIT
           if AUTH-OPERATOR-ID = spaces
              go to 4000-EXIT
           .

       5000-TOGGLE-ACTIVE.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 5000-EXIT
           end-if
           perform 7500-FETCH-OPERATOR thru 7500-EXIT
           if AUTH-OPERATOR-ID = spaces
              go to 5000-EXIT
              accept WS-CONFIRM
              if WS-CONFIRM-OUI
                 set AUTH-ACTIVE to true
                 accept AUTH-ACTIVATED-DATE from date yyyymmdd
                 if not AUTH-RECERT-CONFIRMED
                         and AUTH-RECERT-STATUS not = space
                    set AUTH-RECERT-CONFIRMED to true
                    accept AUTH-RECERT-DATE from date yyyymmdd
                    move WS-OPERATOR-ID to AUTH-RECERT-BY
                 end-if
              end-if
           end-if
           if WS-CONFIRM-OUI
           .

       5500-CHANGE-LEVEL.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 5500-EXIT
           end-if
           perform 7500-FETCH-OPERATOR thru 7500-EXIT
           if AUTH-OPERATOR-ID = spaces
              go to 5500-EXIT
           display "ECHECS    : " AUTH-FAILED-ATTEMPTS
           display "MDP DU    : " AUTH-PASSWORD-DATE
           display "LIMITE    : " AUTH-POSTING-LIMIT
           display "AGENCE    : " AUTH-BRANCH-CODE
           if AUTH-LAST-LOGON-DATE = 0
              display "CONNEXION : JAMAIS"
           else
              display "CONNEXION : " AUTH-LAST-LOGON-DATE
           end-if
           evaluate true
               when AUTH-RECERT-PENDING
                   display "RECERTIF  : EN ATTENTE, ECHEANCE "
                           AUTH-RECERT-DEADLINE
               when AUTH-RECERT-CONFIRMED
                   display "RECERTIF  : CONFIRMEE LE " AUTH-RECERT-DATE
                           " PAR " AUTH-RECERT-BY
               when AUTH-RECERT-REFUSED
                   display "RECERTIF  : REFUSEE LE " AUTH-RECERT-DATE
                           " PAR " AUTH-RECERT-BY
               when AUTH-RECERT-EXPIRED
                   display "RECERTIF  : ECHUE SANS CONFIRMATION LE "
                           AUTH-RECERT-DEADLINE
           end-evaluate
           if AUTH-PROFILE-ID = spaces
              display "PROFIL    : AUCUN (NIVEAU SEUL)"
           else
              display "PROFIL    : " AUTH-PROFILE-ID
           end-if
           if AUTH-LOCKED
              display "VERROUILLE - REINITIALISER LE MOT DE PASSE"
           end-if
      *  operator may key in TRANENT without a supervisor override.
      *****************************************************************
       6500-CHANGE-LIMIT.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6500-EXIT
           end-if
           perform 7500-FETCH-OPERATOR thru 7500-EXIT
           if AUTH-OPERATOR-ID = spaces
              go to 6500-EXIT
           exit
           .

      *****************************************************************
      *  PROFIL D'UN OPERATEUR - assigns the permission profile the
      *  gated programs check, or clears it (blank) to leave the
      *  operator on the level's access alone.  The profile must
      *  already exist on PROFILE-FILE.
      *****************************************************************
       6600-ASSIGN-PROFILE.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6600-EXIT
           end-if
           perform 7500-FETCH-OPERATOR thru 7500-EXIT
           if AUTH-OPERATOR-ID = spaces
              go to 6600-EXIT
           end-if
           perform 7600-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "PROFIL ACTUEL : " AUTH-PROFILE-ID
           display "Nouveau profil (BLANC = AUCUN) ? "
           accept WS-NEW-PROFILE
           perform 7700-CHECK-PROFILE
           if not WS-PROFILE-FOUND
              display "PROFIL INCONNU : " WS-NEW-PROFILE " - ABANDON"
              go to 6600-EXIT
           end-if
           move WS-NEW-PROFILE to AUTH-PROFILE-ID
           rewrite AUTH-RECORD
           move "OPPROF" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "PROFIL MODIFIE"
           .
       6600-EXIT.
           exit
           .

      *****************************************************************
      *  PROFILS D'HABILITATION - creates a profile (its header
      *  record) if need be, lists the programs it opens, then takes
      *  one program at a time: a new program is given its function
      *  flags, an existing one is changed or has its access removed.
      *  A blank program name ends the maintenance.
      *****************************************************************
       6700-MAINTAIN-PROFILE.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6700-EXIT
           end-if
           display "Code profil ? "
           accept WS-NEW-PROFILE
           if WS-NEW-PROFILE = spaces
              display "CODE VIDE - ABANDON"
              go to 6700-EXIT
           end-if
           move WS-NEW-PROFILE to PROF-PROFILE-ID
           move spaces to PROF-PROGRAM-ID
           read PROFILE-FILE
               invalid key
                   perform 6710-CREATE-PROFILE thru 6710-EXIT
                   if not WS-PROFILE-FOUND
                      go to 6700-EXIT
                   end-if
           end-read
           display "PROFIL " PROF-PROFILE-ID " - " PROF-DESCRIPTION
           perform 6720-LIST-PROFILE-ENTRIES
           move "N" to WS-PROFILE-DONE-SWITCH
           perform 6730-MAINTAIN-ONE-ENTRY thru 6730-EXIT
               until WS-PROFILE-DONE
           .
       6700-EXIT.
           exit
           .

       6710-CREATE-PROFILE.
           move "N" to WS-PROFILE-FOUND-SWITCH
           display "PROFIL INEXISTANT - LE CREER (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "CREATION ABANDONNEE"
              go to 6710-EXIT
           end-if
           move spaces to PROFILE-RECORD
           move WS-NEW-PROFILE to PROF-PROFILE-ID
           display "Libelle du profil ? "
           accept PROF-DESCRIPTION
           accept PROF-MAINT-DATE from date yyyymmdd
           move WS-OPERATOR-ID to PROF-MAINT-OPERATOR
           write PROFILE-RECORD
               invalid key
                   display "ERREUR CREATION PROFIL : " WS-PROF-STATUS
                   go to 6710-EXIT
           end-write
           set WS-PROFILE-FOUND to true
           move spaces to WS-BEFORE-IMAGE
           perform 7800-BUILD-PROFILE-IMAGE
           move "PRFADD" to WS-AUDIT-ACTION
           perform 8100-WRITE-PROFILE-AUDIT
           display "PROFIL " PROF-PROFILE-ID " CREE"
           .
       6710-EXIT.
           exit
           .

       6720-LIST-PROFILE-ENTRIES.
           move 0 to WS-ENTRY-COUNT
           move "N" to WS-PROF-EOF-SWITCH
           move WS-NEW-PROFILE to PROF-PROFILE-ID
           move spaces to PROF-PROGRAM-ID
           start PROFILE-FILE key > PROF-KEY
               invalid key
                   set WS-PROF-EOF to true
           end-start
           perform 6725-LIST-ONE-ENTRY until WS-PROF-EOF
           if WS-ENTRY-COUNT = 0
              display "AUCUN PROGRAMME OUVERT A CE PROFIL"
           end-if
           .

       6725-LIST-ONE-ENTRY.
           read PROFILE-FILE next record
               at end set WS-PROF-EOF to true
           end-read
           if not WS-PROF-EOF
              if PROF-PROFILE-ID not = WS-NEW-PROFILE
                 set WS-PROF-EOF to true
              else
                 add 1 to WS-ENTRY-COUNT
                 perform 7800-BUILD-PROFILE-IMAGE
                 display "  " WS-AFTER-IMAGE
              end-if
           end-if
           .

       6730-MAINTAIN-ONE-ENTRY.
           display "Programme (BLANC = FIN) ? "
           accept WS-PROFILE-PROGRAM
           if WS-PROFILE-PROGRAM = spaces
              set WS-PROFILE-DONE to true
              go to 6730-EXIT
           end-if
           move WS-NEW-PROFILE to PROF-PROFILE-ID
           move WS-PROFILE-PROGRAM to PROF-PROGRAM-ID
           read PROFILE-FILE
               invalid key
                   move "N" to WS-ENTRY-FOUND-SWITCH
               not invalid key
                   set WS-ENTRY-FOUND to true
           end-read
           if not WS-ENTRY-FOUND
              move spaces to PROFILE-RECORD
              move WS-NEW-PROFILE to PROF-PROFILE-ID
              move WS-PROFILE-PROGRAM to PROF-PROGRAM-ID
              perform 6740-ACCEPT-FLAGS
              write PROFILE-RECORD
                  invalid key
                      display "ERREUR AJOUT : " WS-PROF-STATUS
                      go to 6730-EXIT
              end-write
              move spaces to WS-BEFORE-IMAGE
              perform 7800-BUILD-PROFILE-IMAGE
              move "PRFADD" to WS-AUDIT-ACTION
              perform 8100-WRITE-PROFILE-AUDIT
              display "PROGRAMME AJOUTE AU PROFIL"
              go to 6730-EXIT
           end-if
           perform 7800-BUILD-PROFILE-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "ACTUEL : " WS-BEFORE-IMAGE
           display "M = MODIFIER, S = RETIRER L'ACCES, "
                   "AUTRE = INCHANGE ? "
           accept WS-ENTRY-ACTION
           evaluate WS-ENTRY-ACTION
               when "M" when "m"
                   perform 6740-ACCEPT-FLAGS
                   rewrite PROFILE-RECORD
                   perform 7800-BUILD-PROFILE-IMAGE
                   move "PRFMOD" to WS-AUDIT-ACTION
                   perform 8100-WRITE-PROFILE-AUDIT
                   display "DROITS MODIFIES"
               when "S" when "s"
                   delete PROFILE-FILE record
                   move spaces to WS-AFTER-IMAGE
                   move "PRFSUP" to WS-AUDIT-ACTION
                   perform 8100-WRITE-PROFILE-AUDIT
                   display "ACCES RETIRE"
               when other
                   display "AUCUN CHANGEMENT"
           end-evaluate
           .
       6730-EXIT.
           exit
           .

      *****************************************************************
      *  Function flags for one program - O/N per function, stored
      *  as Y/N.  Inquiry comes with the entry itself.
      *****************************************************************
       6740-ACCEPT-FLAGS.
           display "Ajout autorise (O/N) ? "
           accept WS-FLAG-INPUT
           perform 6750-CONVERT-FLAG
           move WS-FLAG-VALUE to PROF-ALLOW-ADD
           display "Modification autorisee (O/N) ? "
           accept WS-FLAG-INPUT
           perform 6750-CONVERT-FLAG
           move WS-FLAG-VALUE to PROF-ALLOW-CHANGE
           display "Suppression autorisee (O/N) ? "
           accept WS-FLAG-INPUT
           perform 6750-CONVERT-FLAG
           move WS-FLAG-VALUE to PROF-ALLOW-DELETE
           display "Mainlevee / liberation autorisee (O/N) ? "
           accept WS-FLAG-INPUT
           perform 6750-CONVERT-FLAG
           move WS-FLAG-VALUE to PROF-ALLOW-RELEASE
           accept PROF-MAINT-DATE from date yyyymmdd
           move WS-OPERATOR-ID to PROF-MAINT-OPERATOR
           .

       6750-CONVERT-FLAG.
           if WS-FLAG-OUI
              move "Y" to WS-FLAG-VALUE
           else
              move "N" to WS-FLAG-VALUE
           end-if
           .

      *****************************************************************
      *  AGENCE D'UN OPERATEUR - the branch whose manager
      *  recertifies the operator each quarter (00 = head office).
      *****************************************************************
       6800-CHANGE-BRANCH.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6800-EXIT
           end-if
           perform 7500-FETCH-OPERATOR thru 7500-EXIT
           if AUTH-OPERATOR-ID = spaces
              go to 6800-EXIT
           end-if
           perform 7600-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "AGENCE ACTUELLE : " AUTH-BRANCH-CODE
           display "Nouvelle agence (00 = SIEGE) ? "
           accept WS-BRANCH-INPUT
           if WS-BRANCH-INPUT is not numeric
              display "AGENCE NON NUMERIQUE - ABANDON"
              go to 6800-EXIT
           end-if
           move WS-BRANCH-INPUT to AUTH-BRANCH-CODE
           rewrite AUTH-RECORD
           move "OPAGCE" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "AGENCE MODIFIEE"
           .
       6800-EXIT.
           exit
           .

      *****************************************************************
      *  RECERTIFICATION - walks AUTH-FILE for the operators the
      *  quarterly OPRECERT run left pending in the supervisor's own
      *  branch (a head-office supervisor names the branch, or 00
      *  for all).  Each one is confirmed (O), or refused (N) and
      *  deactivated at once; a blank answer leaves it pending for
      *  OPIDLE to deactivate when the deadline passes.  Nobody
      *  recertifies themselves.
      *****************************************************************
       6900-RECERTIFY-BRANCH.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6900-EXIT
           end-if
           move WS-SUPERVISOR-BRANCH to WS-RECERT-BRANCH
           if WS-SUPERVISOR-BRANCH = 0
              display "Agence a recertifier (00 = TOUTES) ? "
              accept WS-BRANCH-INPUT
              if WS-BRANCH-INPUT is not numeric
                 display "AGENCE NON NUMERIQUE - ABANDON"
                 go to 6900-EXIT
              end-if
              move WS-BRANCH-INPUT to WS-RECERT-BRANCH
           end-if
           move 0 to WS-RECERT-COUNT
           move "N" to WS-AUTH-EOF-SWITCH
           move low-values to AUTH-OPERATOR-ID
           start AUTH-FILE key > AUTH-OPERATOR-ID
               invalid key
                   set WS-AUTH-EOF to true
           end-start
           perform 6910-RECERTIFY-ONE thru 6910-EXIT
               until WS-AUTH-EOF
           if WS-RECERT-COUNT = 0
              display "AUCUN OPERATEUR EN ATTENTE DE RECERTIFICATION"
           end-if
           .
       6900-EXIT.
           exit
           .

       6910-RECERTIFY-ONE.
           read AUTH-FILE next record
               at end
                   set WS-AUTH-EOF to true
                   go to 6910-EXIT
           end-read
           if not AUTH-RECERT-PENDING
              go to 6910-EXIT
           end-if
           if WS-RECERT-BRANCH not = 0
                   and AUTH-BRANCH-CODE not = WS-RECERT-BRANCH
              go to 6910-EXIT
           end-if
           if AUTH-OPERATOR-ID = WS-OPERATOR-ID
              display "OPERATEUR " AUTH-OPERATOR-ID
                      " : VOTRE PROPRE ACCES - AUTRE SUPERVISEUR"
              go to 6910-EXIT
           end-if
           add 1 to WS-RECERT-COUNT
           display "OPERATEUR " AUTH-OPERATOR-ID
                   " AGENCE " AUTH-BRANCH-CODE
                   " NIVEAU " AUTH-LEVEL
                   " LIMITE " AUTH-POSTING-LIMIT
           display "   PROFIL " AUTH-PROFILE-ID
                   " CONNEXION " AUTH-LAST-LOGON-DATE
                   " ECHEANCE " AUTH-RECERT-DEADLINE
           display "Confirmer (O), retirer l'acces (N), "
                   "plus tard (BLANC) ? "
           accept WS-RECERT-ANSWER
           perform 7600-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           evaluate true
               when WS-RECERT-OUI
                   set AUTH-RECERT-CONFIRMED to true
                   move "OPRCOK" to WS-AUDIT-ACTION
               when WS-RECERT-NON
                   set AUTH-RECERT-REFUSED to true
                   set AUTH-INACTIVE to true
                   move "OPRCKO" to WS-AUDIT-ACTION
               when other
                   display "RESTE EN ATTENTE"
                   go to 6910-EXIT
           end-evaluate
           accept AUTH-RECERT-DATE from date yyyymmdd
           move WS-OPERATOR-ID to AUTH-RECERT-BY
           rewrite AUTH-RECORD
           perform 8000-WRITE-AUDIT
           if AUTH-ACTIVE
              display "ACCES CONFIRME"
           else
              display "ACCES RETIRE - OPERATEUR DESACTIVE"
           end-if
           .
       6910-EXIT.
           exit
           .

      *****************************************************************
      *  Reads the operator keyed by the supervisor; leaves
      *  AUTH-OPERATOR-ID as spaces when not found so each caller can

      *****************************************************************
      *  Printable image of the current AUTH-RECORD for the journal -
      *  level, active flag, limit, profile, branch and
      *  recertification status, never the password.
      *****************************************************************
       7600-BUILD-IMAGE.
           move spaces to WS-AFTER-IMAGE
                  AUTH-ACTIVE-FLAG delimited by size
                  " LIMITE " delimited by size
                  AUTH-POSTING-LIMIT delimited by size
                  " PROFIL " delimited by size
                  AUTH-PROFILE-ID delimited by size
                  " AG " delimited by size
                  AUTH-BRANCH-CODE delimited by size
                  " RC " delimited by size
                  AUTH-RECERT-STATUS delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

      *****************************************************************
      *  A blank profile is always acceptable (no profile); any other
      *  must have its header record on PROFILE-FILE.
      *****************************************************************
       7700-CHECK-PROFILE.
           set WS-PROFILE-FOUND to true
           if WS-NEW-PROFILE not = spaces
              move WS-NEW-PROFILE to PROF-PROFILE-ID
              move spaces to PROF-PROGRAM-ID
              read PROFILE-FILE
                  invalid key
                      move "N" to WS-PROFILE-FOUND-SWITCH
              end-read
           end-if
           .

      *****************************************************************
      *  Printable image of the current PROFILE-RECORD - the header
      *  shows the description, a program entry its four flags.
      *****************************************************************
       7800-BUILD-PROFILE-IMAGE.
           move spaces to WS-AFTER-IMAGE
           if PROF-HEADER
              string "PROFIL " delimited by size
                     PROF-PROFILE-ID delimited by size
                     " " delimited by size
                     PROF-DESCRIPTION delimited by size
                     into WS-AFTER-IMAGE
              end-string
           else
              string "PROG " delimited by size
                     PROF-PROGRAM-ID delimited by size
                     " AJOUT " delimited by size
                     PROF-ALLOW-ADD delimited by size
                     " MODIF " delimited by size
                     PROF-ALLOW-CHANGE delimited by size
                     " SUPPR " delimited by size
                     PROF-ALLOW-DELETE delimited by size
                     " LEVEE " delimited by size
                     PROF-ALLOW-RELEASE delimited by size
                     into WS-AFTER-IMAGE
              end-string
           end-if
           .

       7000-SET-AUDIT-TIMESTAMP.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Profile maintenance on the same journal - keyed by the
      *  profile, the images built by the caller.
      *****************************************************************
       8100-WRITE-PROFILE-AUDIT.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "AUTHADM" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move PROF-PROFILE-ID to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           move WS-AFTER-IMAGE to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
      *  FINRUN trailer closing this run's journal records - the
      *  sequence field carries the count AUDITVER proves the run

       9999-TERMINATE.
           close AUTH-FILE
           close PROFILE-FILE
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
