       identification division.
       program-id. SWPMNT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-25.
       date-compiled.

      *****************************************************************
      *  SWPMNT
      *
      *  Counter maintenance of the sweep arrangement file, gated by
      *  the usual AUTH-FILE logon.  A clerk links a customer's
      *  current account to one of the same customer's savings
      *  accounts (both checked open on ACCOUNT-MASTER, the savings
      *  account not a term deposit), chooses overdraft cover and/or
      *  sweep-up above a target balance, changes those choices,
      *  cancels the arrangement, or displays it.  Every change
      *  carries before/after images to AUDIT-JOURNAL.  The nightly
      *  SWEEPGEN acts only on active arrangements.
      *
      *  Modification history
      *  2026-09-25  YLC  Initial version.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list SWPMNT before the menu opens, and
      *                   the add, change and delete functions are
      *                   checked against it as they are chosen;
      *                   refusals are journalled as PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *  2026-10-15  YLC  A savings account kept in another currency
      *                   than the current account is refused - SWEEPGEN
      *                   works the target and the transfer in one
      *                   currency.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select SWEEP-FILE assign to "SWEEPFIL"
               organization is indexed
               access mode is dynamic
               record key is SWP-KEY
               file status is WS-SWEEP-STATUS.

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
       fd  SWEEP-FILE.
       copy "SWEEPREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-SWEEP-STATUS                  PIC X(02).
           88  WS-SWEEP-OK                    VALUE "00".
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
           05  WS-REUSE-SWITCH               PIC X(01) VALUE "N".
               88  WS-REUSE-CANCELLED          VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-MENU-CHOICE                   PIC X(01).
       01  WS-CHECK-ACCT                    PIC 9(09).
       01  WS-ACCT-VALID-SWITCH             PIC X(01).
           88  WS-ACCT-VALID                  VALUE "Y".
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".
       01  WS-SEARCH-ACCT                   PIC 9(09).
       01  WS-CURRENT-CUST                  PIC 9(06).
       01  WS-CURRENT-CURRENCY              PIC X(03).
       01  WS-SAVINGS-CURRENCY              PIC X(03).
       01  WS-NEW-SAVINGS                   PIC 9(09).
       01  WS-REPLY                         PIC X(01).
       01  WS-TARGET-INPUT                  PIC 9(09).
       01  WS-DISPLAY-TARGET                PIC ZZZZZZZZ9.

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
           open i-o SWEEP-FILE
           if not WS-SWEEP-OK
              close SWEEP-FILE
              open output SWEEP-FILE
              close SWEEP-FILE
              open i-o SWEEP-FILE
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
           move "SWPMNT" to AUDIT-PROGRAM-ID
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
           move "SWPMNT" to PERM-PROGRAM-ID
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
           move "SWPMNT" to AUDIT-PROGRAM-ID
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
           display "  BALAYAGE ENTRE COMPTES LIES"
           display "  1 - AJOUT"
           display "  2 - MODIFICATION"
           display "  3 - ANNULATION"
           display "  4 - CONSULT"
           display "  5 - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
           evaluate WS-MENU-CHOICE
               when "1" perform 3000-ADD-SWEEP thru 3000-EXIT
               when "2" perform 3500-CHANGE-SWEEP thru 3500-EXIT
               when "3" perform 4000-CANCEL-SWEEP thru 4000-EXIT
               when "4" perform 5000-INQUIRE-SWEEP thru 5000-EXIT
               when "5" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

      *****************************************************************
      *  ADD - both accounts open and held by the same customer, the
      *  savings account not a term deposit (its funds are locked
      *  until maturity) and not itself the current account of
      *  another arrangement.  A cancelled arrangement on the same
      *  current account is taken over rather than duplicated.
      *****************************************************************
       3000-ADD-SWEEP.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3000-EXIT
           end-if
           move "N" to WS-REUSE-SWITCH
           display "Compte courant ? "
           accept WS-SEARCH-ACCT
           if WS-SEARCH-ACCT = 0
              display "NUMERO NUL - ABANDON"
              go to 3000-EXIT
           end-if
           move WS-SEARCH-ACCT to SWP-CURRENT-ACCT
           read SWEEP-FILE
               invalid key
                   continue
           end-read
           if WS-SWEEP-OK
              if SWP-ACTIVE
                 display "ARRANGEMENT DEJA EXISTANT - UTILISER LA "
                         "MODIFICATION"
                 go to 3000-EXIT
              end-if
              set WS-REUSE-CANCELLED to true
              perform 7500-BUILD-IMAGE
              move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           else
              move spaces to WS-BEFORE-IMAGE
           end-if
           move WS-SEARCH-ACCT to WS-CHECK-ACCT
           perform 7000-CHECK-ACCOUNT
           if not WS-ACCT-VALID
              go to 3000-EXIT
           end-if
           if ACCT-TERM-DEPOSIT
              display "UN DEPOT A TERME NE PEUT ETRE COMPTE COURANT"
              go to 3000-EXIT
           end-if
           move ACCT-CUST-NUMBER to WS-CURRENT-CUST
           if ACCT-IN-EUROS
              move "EUR" to WS-CURRENT-CURRENCY
           else
              move ACCT-CURRENCY-CODE to WS-CURRENT-CURRENCY
           end-if
           display "Compte d'epargne ? "
           accept WS-NEW-SAVINGS
           perform 7100-CHECK-SAVINGS thru 7100-EXIT
           if not WS-ACCT-VALID
              go to 3000-EXIT
           end-if
           move spaces to SWEEP-RECORD
           move WS-SEARCH-ACCT to SWP-CURRENT-ACCT
           move WS-NEW-SAVINGS to SWP-SAVINGS-ACCT
           move WS-CURRENT-CUST to SWP-CUST-NUMBER
           perform 6500-ACCEPT-OPTIONS thru 6500-EXIT
           if not WS-ACCT-VALID
              go to 3000-EXIT
           end-if
           accept SWP-CREATE-DATE from date yyyymmdd
           set SWP-ACTIVE to true
           move 0 to SWP-CANCEL-DATE
           move 0 to SWP-LAST-SWEEP-DATE
           move space to SWP-LAST-DIRECTION
           move 0 to SWP-LAST-AMOUNT
           if WS-REUSE-CANCELLED
              rewrite SWEEP-RECORD
           else
              write SWEEP-RECORD
                  invalid key
                      display "ERREUR AJOUT - ARRANGEMENT EXISTANT"
                      go to 3000-EXIT
              end-write
           end-if
           move "SWPADD" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "ARRANGEMENT " SWP-CURRENT-ACCT " -> "
                   SWP-SAVINGS-ACCT " AJOUTE"
           .
       3000-EXIT.
           exit
           .

      *****************************************************************
      *  CHANGE - the cover and sweep-up choices and the target; the
      *  linked accounts themselves are changed by cancelling and
      *  adding again.
      *****************************************************************
       3500-CHANGE-SWEEP.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3500-EXIT
           end-if
           perform 6000-READ-SWEEP
           if not WS-SWEEP-OK
              go to 3500-EXIT
           end-if
           if SWP-CANCELLED
              display "ARRANGEMENT ANNULE"
              go to 3500-EXIT
           end-if
           perform 5100-SHOW-SWEEP
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           perform 6500-ACCEPT-OPTIONS thru 6500-EXIT
           if not WS-ACCT-VALID
              go to 3500-EXIT
           end-if
           rewrite SWEEP-RECORD
           move "SWPMOD" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "ARRANGEMENT MODIFIE"
           .
       3500-EXIT.
           exit
           .

      *****************************************************************
      *  CANCEL - the arrangement stays on file, stamped with the
      *  cancel date, so the sweeps it generated can still be
      *  explained.
      *****************************************************************
       4000-CANCEL-SWEEP.
           set PERM-FN-DELETE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4000-EXIT
           end-if
           perform 6000-READ-SWEEP
           if not WS-SWEEP-OK
              go to 4000-EXIT
           end-if
           if SWP-CANCELLED
              display "ARRANGEMENT DEJA ANNULE"
              go to 4000-EXIT
           end-if
           perform 5100-SHOW-SWEEP
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "CONFIRMER ANNULATION (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "ANNULATION ABANDONNEE"
              go to 4000-EXIT
           end-if
           set SWP-CANCELLED to true
           accept SWP-CANCEL-DATE from date yyyymmdd
           rewrite SWEEP-RECORD
           move "SWPCAN" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "ARRANGEMENT ANNULE"
           .
       4000-EXIT.
           exit
           .

       5000-INQUIRE-SWEEP.
           perform 6000-READ-SWEEP
           if not WS-SWEEP-OK
              go to 5000-EXIT
           end-if
           perform 5100-SHOW-SWEEP
           .
       5000-EXIT.
           exit
           .

       5100-SHOW-SWEEP.
           display "COMPTE COURANT : " SWP-CURRENT-ACCT
           display "EPARGNE        : " SWP-SAVINGS-ACCT
           display "CLIENT         : " SWP-CUST-NUMBER
           display "COUVERTURE     : " SWP-COVER-FLAG
           move SWP-TARGET-BALANCE to WS-DISPLAY-TARGET
           display "BALAYAGE       : " SWP-SWEEP-UP-FLAG
                   "  SOLDE CIBLE : " WS-DISPLAY-TARGET
           display "CREE LE        : " SWP-CREATE-DATE
           if SWP-ACTIVE
              display "STATUT         : ACTIF"
           else
              display "STATUT         : ANNULE LE " SWP-CANCEL-DATE
           end-if
           if SWP-LAST-SWEEP-DATE > 0
              display "DERNIER MOUVEMENT : " SWP-LAST-SWEEP-DATE
                      " " SWP-LAST-DIRECTION " " SWP-LAST-AMOUNT
           end-if
           .

       6000-READ-SWEEP.
           display "Compte courant ? "
           accept WS-SEARCH-ACCT
           move WS-SEARCH-ACCT to SWP-CURRENT-ACCT
           read SWEEP-FILE
               invalid key
                   display "AUCUN ARRANGEMENT SUR CE COMPTE"
           end-read
           .

      *****************************************************************
      *  Cover and sweep-up choices - at least one must be set, and
      *  a sweep-up needs its target balance.  Leaves WS-ACCT-VALID
      *  off when the entry is refused.
      *****************************************************************
       6500-ACCEPT-OPTIONS.
           move "N" to WS-ACCT-VALID-SWITCH
           display "Couverture du decouvert (O/N) ? "
           accept WS-REPLY
           if WS-REPLY = "O" or WS-REPLY = "o"
              set SWP-COVER-ON to true
           else
              move "N" to SWP-COVER-FLAG
           end-if
           display "Balayage de l'excedent (O/N) ? "
           accept WS-REPLY
           if WS-REPLY = "O" or WS-REPLY = "o"
              set SWP-SWEEP-UP-ON to true
              display "Solde cible du compte courant ? "
              accept WS-TARGET-INPUT
              move WS-TARGET-INPUT to SWP-TARGET-BALANCE
           else
              move "N" to SWP-SWEEP-UP-FLAG
              move 0 to SWP-TARGET-BALANCE
           end-if
           if not SWP-COVER-ON and not SWP-SWEEP-UP-ON
              display "NI COUVERTURE NI BALAYAGE - ABANDON"
              go to 6500-EXIT
           end-if
           move "Y" to WS-ACCT-VALID-SWITCH
           .
       6500-EXIT.
           exit
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

      *****************************************************************
      *  The savings leg - open, same customer and same currency
      *  as the current account, not a term deposit, not the current
      *  account itself and not the current account of another live
      *  arrangement (a chain of sweeps would move money in a
      *  circle).  The sweep record area is reused for the lookup
      *  and rebuilt by the caller.
      *****************************************************************
       7100-CHECK-SAVINGS.
           if WS-NEW-SAVINGS = WS-SEARCH-ACCT
              display "COMPTES IDENTIQUES - ABANDON"
              move "N" to WS-ACCT-VALID-SWITCH
              go to 7100-EXIT
           end-if
           move WS-NEW-SAVINGS to WS-CHECK-ACCT
           perform 7000-CHECK-ACCOUNT
           if not WS-ACCT-VALID
              go to 7100-EXIT
           end-if
           move "N" to WS-ACCT-VALID-SWITCH
           if ACCT-CUST-NUMBER not = WS-CURRENT-CUST
              display "L'EPARGNE N'APPARTIENT PAS AU MEME CLIENT"
              go to 7100-EXIT
           end-if
           if ACCT-TERM-DEPOSIT
              display "DEPOT A TERME - FONDS BLOQUES JUSQU'A ECHEANCE"
              go to 7100-EXIT
           end-if
           if ACCT-IN-EUROS
              move "EUR" to WS-SAVINGS-CURRENCY
           else
              move ACCT-CURRENCY-CODE to WS-SAVINGS-CURRENCY
           end-if
           if WS-SAVINGS-CURRENCY not = WS-CURRENT-CURRENCY
              display "L'EPARGNE EST TENUE EN " WS-SAVINGS-CURRENCY
                      ", LE COMPTE COURANT EN " WS-CURRENT-CURRENCY
              go to 7100-EXIT
           end-if
           move WS-NEW-SAVINGS to SWP-CURRENT-ACCT
           read SWEEP-FILE
               invalid key
                   continue
           end-read
           if WS-SWEEP-OK
              if SWP-ACTIVE
                 display "L'EPARGNE A ELLE-MEME UN ARRANGEMENT"
                 go to 7100-EXIT
              end-if
           end-if
           move "Y" to WS-ACCT-VALID-SWITCH
           .
       7100-EXIT.
           exit
           .

       7500-BUILD-IMAGE.
           move spaces to WS-AFTER-IMAGE
           move SWP-TARGET-BALANCE to WS-DISPLAY-TARGET
           string SWP-SAVINGS-ACCT delimited by size
                  " C" delimited by size
                  SWP-COVER-FLAG delimited by size
                  " B" delimited by size
                  SWP-SWEEP-UP-FLAG delimited by size
                  " " delimited by size
                  WS-DISPLAY-TARGET delimited by size
                  " " delimited by size
                  SWP-STATUS delimited by size
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
           move "SWPMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move SWP-CURRENT-ACCT to AUDIT-RECORD-KEY
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
           move "SWPMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close SWEEP-FILE
           close ACCOUNT-MASTER
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
