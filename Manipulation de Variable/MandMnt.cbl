       identification division.
       program-id. MANDMNT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-16.
       date-compiled.

      *****************************************************************
      *  MANDMNT
      *
      *  Maintenance screen for the direct-debit mandate file, gated
      *  by the usual AUTH-FILE logon.  A clerk captures the mandate
      *  a customer has signed for a creditor - creditor ID and
      *  name, mandate reference, debtor account (checked open on
      *  ACCOUNT-MASTER) and signature date - revokes one on the
      *  customer's instruction, or displays one.  Every change
      *  carries before/after images to AUDIT-JOURNAL.  PRLVIN
      *  honors only active mandates when the creditors' collection
      *  file arrives.
      *
      *  Modification history
      *  2026-09-16  YLC  Initial version.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list MANDMNT before the menu opens, and
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
           select MANDATE-FILE assign to "MANDFILE"
               organization is indexed
               access mode is dynamic
               record key is MND-KEY
               file status is WS-MANDATE-STATUS.

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
       fd  MANDATE-FILE.
       copy "MANDREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-MANDATE-STATUS                PIC X(02).
           88  WS-MANDATE-OK                  VALUE "00".
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
       01  WS-DATE-CHECK                    PIC 9(08).
       01  WS-TODAY                         PIC 9(08).

       copy "DATEVLNK.cpy".

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
           open i-o MANDATE-FILE
           if not WS-MANDATE-OK
              close MANDATE-FILE
              open output MANDATE-FILE
              close MANDATE-FILE
              open i-o MANDATE-FILE
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
           move "MANDMNT" to AUDIT-PROGRAM-ID
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
           move "MANDMNT" to PERM-PROGRAM-ID
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
           move "MANDMNT" to AUDIT-PROGRAM-ID
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
           display "  MANDATS DE PRELEVEMENT"
           display "  1 - AJOUT"
           display "  2 - REVOCATION"
           display "  3 - CONSULT"
           display "  4 - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
           evaluate WS-MENU-CHOICE
               when "1" perform 3000-ADD-MANDATE thru 3000-EXIT
               when "2" perform 4000-REVOKE-MANDATE thru 4000-EXIT
               when "3" perform 5000-INQUIRE-MANDATE thru 5000-EXIT
               when "4" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

      *****************************************************************
      *  ADD - the debtor account must exist and be open, and the
      *  signature date be a real date not in the future (DATEVAL
      *  refuses both).
      *****************************************************************
       3000-ADD-MANDATE.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3000-EXIT
           end-if
           move spaces to MANDATE-RECORD
           display "Identifiant creancier ? "
           accept MND-CREDITOR-ID
           if MND-CREDITOR-ID = spaces
              display "CREANCIER OBLIGATOIRE - ABANDON"
              go to 3000-EXIT
           end-if
           display "Reference du mandat ? "
           accept MND-REFERENCE
           if MND-REFERENCE = spaces
              display "REFERENCE OBLIGATOIRE - ABANDON"
              go to 3000-EXIT
           end-if
           display "Nom du creancier ? "
           accept MND-CREDITOR-NAME
           display "Compte a debiter ? "
           accept MND-DEBTOR-ACCT
           move MND-DEBTOR-ACCT to WS-CHECK-ACCT
           perform 7000-CHECK-ACCOUNT
           if not WS-ACCT-VALID
              go to 3000-EXIT
           end-if
           display "Date de signature (AAAAMMJJ) ? "
           accept MND-SIGNATURE-DATE
           move MND-SIGNATURE-DATE to WS-DATE-CHECK
           perform 7700-VALIDATE-DATE
           if DV-INVALID
              display "DATE DE SIGNATURE INVALIDE - ABANDON"
              go to 3000-EXIT
           end-if
           move 0 to MND-REVOKE-DATE
           move 0 to MND-LAST-COLLECT-DATE
           set MND-ACTIVE to true
           write MANDATE-RECORD
               invalid key
                   display "ERREUR AJOUT - MANDAT DEJA EXISTANT"
                   go to 3000-EXIT
           end-write
           move spaces to WS-BEFORE-IMAGE
           move "MNDADD" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "MANDAT " MND-REFERENCE " AJOUTE"
           .
       3000-EXIT.
           exit
           .

      *****************************************************************
      *  REVOKE - a revoked mandate stays on file so a late
      *  collection against it is returned with its own reason
      *  instead of "unknown mandate".
      *****************************************************************
       4000-REVOKE-MANDATE.
           set PERM-FN-DELETE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4000-EXIT
           end-if
           perform 6000-READ-MANDATE
           if not WS-MANDATE-OK
              go to 4000-EXIT
           end-if
           if MND-REVOKED
              display "MANDAT DEJA REVOQUE"
              go to 4000-EXIT
           end-if
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "CONFIRMER REVOCATION (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "REVOCATION ABANDONNEE"
              go to 4000-EXIT
           end-if
           accept WS-TODAY from date yyyymmdd
           move WS-TODAY to MND-REVOKE-DATE
           set MND-REVOKED to true
           rewrite MANDATE-RECORD
           move "MNDREV" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "MANDAT REVOQUE"
           .
       4000-EXIT.
           exit
           .

       5000-INQUIRE-MANDATE.
           perform 6000-READ-MANDATE
           if not WS-MANDATE-OK
              go to 5000-EXIT
           end-if
           display "CREANCIER : " MND-CREDITOR-ID " " MND-CREDITOR-NAME
           display "MANDAT    : " MND-REFERENCE
           display "DEBITEUR  : " MND-DEBTOR-ACCT
           display "SIGNE LE  : " MND-SIGNATURE-DATE
           display "DERNIER PRELEVEMENT : " MND-LAST-COLLECT-DATE
           if MND-ACTIVE
              display "STATUT    : ACTIF"
           else
              display "STATUT    : REVOQUE LE " MND-REVOKE-DATE
           end-if
           .
       5000-EXIT.
           exit
           .

       6000-READ-MANDATE.
           display "Identifiant creancier ? "
           accept MND-CREDITOR-ID
           display "Reference du mandat ? "
           accept MND-REFERENCE
           read MANDATE-FILE
               invalid key
                   display "MANDAT INCONNU"
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
           string MND-CREDITOR-ID delimited by size
                  " " delimited by size
                  MND-REFERENCE delimited by size
                  " " delimited by size
                  MND-DEBTOR-ACCT delimited by size
                  " SIG " delimited by size
                  MND-SIGNATURE-DATE delimited by size
                  " " delimited by size
                  MND-STATUS delimited by size
                  into WS-AFTER-IMAGE
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
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "MANDMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move MND-DEBTOR-ACCT to AUDIT-RECORD-KEY
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
           move "MANDMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close MANDATE-FILE
           close ACCOUNT-MASTER
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
