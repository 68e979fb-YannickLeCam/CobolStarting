       identification division.
       program-id. PYEEMNT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-17.
       date-compiled.

      *****************************************************************
      *  PYEEMNT
      *
      *  Counter maintenance of the external-payee register, gated
      *  by the usual AUTH-FILE logon.  A clerk registers a
      *  beneficiary held at another bank - name, bank code and
      *  account identifier - against the customer account allowed
      *  to pay it (checked open on ACCOUNT-MASTER), cancels one, or
      *  displays one.  Every change carries before/after images to
      *  AUDIT-JOURNAL.  TRANENT's interbank transfer entry accepts
      *  only an active payee registered on the paying account.
      *
      *  Modification history
      *  2026-09-17  YLC  Initial version.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list PYEEMNT before the menu opens, and
      *                   the add and delete functions are checked
      *                   against it as they are chosen; refusals are
      *                   journalled as PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select PAYEE-FILE assign to "PYEEFILE"
               organization is indexed
               access mode is dynamic
               record key is PYE-KEY
               file status is WS-PAYEE-STATUS.

           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCTMAST-STATUS.

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
       fd  PAYEE-FILE.
       copy "PYEEREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-PAYEE-STATUS                  PIC X(02).
           88  WS-PAYEE-OK                    VALUE "00".
       01  WS-ACCTMAST-STATUS               PIC X(02).
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
       01  WS-BEFORE-IMAGE                  PIC X(60).
       01  WS-AFTER-IMAGE                   PIC X(60).

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-EXIT                    VALUE "Y".
           05  WS-AUTHORIZED-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTHORIZED                VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-MENU-CHOICE                   PIC X(01).
       01  WS-CHECK-ACCT                    PIC 9(09).
       01  WS-ACCT-VALID-SWITCH             PIC X(01).
           88  WS-ACCT-VALID                  VALUE "Y".
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".
       01  WS-SEARCH-PAYEE                  PIC 9(06).

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
           open i-o PAYEE-FILE
           if not WS-PAYEE-OK
              close PAYEE-FILE
              open output PAYEE-FILE
              close PAYEE-FILE
              open i-o PAYEE-FILE
           end-if
           open input ACCOUNT-MASTER
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
           move "PYEEMNT" to AUDIT-PROGRAM-ID
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
           move "PYEEMNT" to PERM-PROGRAM-ID
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
           move "PYEEMNT" to AUDIT-PROGRAM-ID
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
           display "  BENEFICIAIRES EXTERNES"
           display "  1 - AJOUT"
           display "  2 - ANNULATION"
           display "  3 - CONSULT"
           display "  4 - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
           evaluate WS-MENU-CHOICE
               when "1" perform 3000-ADD-PAYEE thru 3000-EXIT
               when "2" perform 4000-CANCEL-PAYEE thru 4000-EXIT
               when "3" perform 5000-INQUIRE-PAYEE thru 5000-EXIT
               when "4" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

      *****************************************************************
      *  ADD - the paying account must exist and be open; name, bank
      *  code and account identifier are all required, the clearing
      *  file cannot route a payment without them.
      *****************************************************************
       3000-ADD-PAYEE.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3000-EXIT
           end-if
           move spaces to PAYEE-RECORD
           display "Numero de beneficiaire ? "
           accept PYE-NUMBER
           if PYE-NUMBER = 0
              display "NUMERO NUL - ABANDON"
              go to 3000-EXIT
           end-if
           display "Compte donneur d'ordre ? "
           accept PYE-ACCT-NUMBER
           move PYE-ACCT-NUMBER to WS-CHECK-ACCT
           perform 7000-CHECK-ACCOUNT
           if not WS-ACCT-VALID
              go to 3000-EXIT
           end-if
           display "Nom du beneficiaire ? "
           accept PYE-NAME
           display "Code banque (BIC) ? "
           accept PYE-BANK-CODE
           display "Identifiant de compte (IBAN) ? "
           accept PYE-ACCOUNT-ID
           if PYE-NAME = spaces or PYE-BANK-CODE = spaces
                   or PYE-ACCOUNT-ID = spaces
              display "NOM, BANQUE ET COMPTE OBLIGATOIRES - ABANDON"
              go to 3000-EXIT
           end-if
           accept PYE-CREATE-DATE from date yyyymmdd
           set PYE-ACTIVE to true
           write PAYEE-RECORD
               invalid key
                   display "ERREUR AJOUT - BENEFICIAIRE DEJA EXISTANT"
                   go to 3000-EXIT
           end-write
           move spaces to WS-BEFORE-IMAGE
           move "PYEADD" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "BENEFICIAIRE " PYE-NUMBER " AJOUTE"
           .
       3000-EXIT.
           exit
           .

      *****************************************************************
      *  CANCEL - the payee stays on file so VIRRET can still name
      *  it on a late return.
      *****************************************************************
       4000-CANCEL-PAYEE.
           set PERM-FN-DELETE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4000-EXIT
           end-if
           perform 6000-READ-PAYEE
           if not WS-PAYEE-OK
              go to 4000-EXIT
           end-if
           if PYE-CANCELLED
              display "BENEFICIAIRE DEJA ANNULE"
              go to 4000-EXIT
           end-if
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "CONFIRMER ANNULATION (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "ANNULATION ABANDONNEE"
              go to 4000-EXIT
           end-if
           set PYE-CANCELLED to true
           rewrite PAYEE-RECORD
           move "PYECAN" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "BENEFICIAIRE ANNULE"
           .
       4000-EXIT.
           exit
           .

       5000-INQUIRE-PAYEE.
           perform 6000-READ-PAYEE
           if not WS-PAYEE-OK
              go to 5000-EXIT
           end-if
           display "BENEFICIAIRE : " PYE-NUMBER " " PYE-NAME
           display "DONNEUR     : " PYE-ACCT-NUMBER
           display "BANQUE      : " PYE-BANK-CODE
           display "COMPTE      : " PYE-ACCOUNT-ID
           display "CREE LE     : " PYE-CREATE-DATE
           if PYE-ACTIVE
              display "STATUT      : ACTIF"
           else
              display "STATUT      : ANNULE"
           end-if
           .
       5000-EXIT.
           exit
           .

       6000-READ-PAYEE.
           display "Numero de beneficiaire ? "
           accept WS-SEARCH-PAYEE
           move WS-SEARCH-PAYEE to PYE-NUMBER
           read PAYEE-FILE
               invalid key
                   display "BENEFICIAIRE INCONNU"
           end-read
           .

       7000-CHECK-ACCOUNT.
           move "N" to WS-ACCT-VALID-SWITCH
           move WS-CHECK-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   display "COMPTE INCONNU : " WS-CHECK-ACCT
           end-read
           if WS-ACCTMAST-STATUS = "00"
              if ACCT-OPEN
                 move "Y" to WS-ACCT-VALID-SWITCH
              else
                 display "COMPTE NON OUVERT : " WS-CHECK-ACCT
              end-if
           end-if
           .

       7500-BUILD-IMAGE.
           move spaces to WS-AFTER-IMAGE
           string PYE-NUMBER delimited by size
                  " " delimited by size
                  PYE-BANK-CODE delimited by size
                  " " delimited by size
                  PYE-ACCOUNT-ID delimited by size
                  " " delimited by size
                  PYE-STATUS delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

       8000-WRITE-AUDIT.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "PYEEMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move PYE-ACCT-NUMBER to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           perform 7500-BUILD-IMAGE
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
           move "PYEEMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close PAYEE-FILE
           close ACCOUNT-MASTER
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
