       identification division.
       program-id. ALRTMNT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-21.
       date-compiled.

      *****************************************************************
      *  ALRTMNT
      *
      *  Compliance work screen for the transaction-monitoring
      *  alerts AMLMON raises nightly, restricted to SUPERVISOR-level
      *  operators the way WCHREV is.  Lists the alerts still open or
      *  in progress, displays one with the movements that raised
      *  it, takes an open alert in charge and closes one with its
      *  disposition - justified by the customer's explanation, or
      *  declared to the financial-intelligence unit - and a short
      *  comment.  A closed alert is kept, never deleted, so the
      *  decision stays explainable; once it is closed AMLMON may
      *  raise the scenario again on the account.  Every action is
      *  journalled to AUDIT-JOURNAL.
      *
      *  Modification history
      *  2026-09-21  YLC  Initial version.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list ALRTMNT before the menu opens, and
      *                   the change functions are checked against it as
      *                   they are chosen; refusals are journalled as
      *                   PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select ALERT-FILE assign to "ALRTFILE"
               organization is indexed
               access mode is dynamic
               record key is ALR-KEY
               file status is WS-ALERT-STATUS.

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
       fd  ALERT-FILE.
       copy "ALRTREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-ALERT-STATUS                  PIC X(02).
           88  WS-ALERT-OK                    VALUE "00".
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
       01  WS-BEFORE-IMAGE                  PIC X(60).
       01  WS-AFTER-IMAGE                   PIC X(60).

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-EXIT                    VALUE "Y".
           05  WS-AUTHORIZED-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTHORIZED                VALUE "Y".
           05  WS-LIST-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-LIST-EOF                  VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-MENU-CHOICE                   PIC X(01).
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".
       01  WS-TODAY                         PIC 9(08).
       01  WS-LIST-COUNT                    PIC 9(05).
       01  WS-MVT-SUB                       PIC 9(02).
       01  WS-MVT-SHOWN                     PIC 9(02).
       01  WS-AMOUNT-EDIT                   PIC Z(10)9.
       01  WS-REFERENCE-EDIT                PIC Z(10)9.
       01  WS-MVT-AMOUNT-EDIT               PIC -9(9).

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1500-SUPERVISOR-LOGON thru 1500-EXIT
           if WS-AUTHORIZED
              perform 2000-DISPLAY-MENU until WS-EXIT
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open i-o ALERT-FILE
           if not WS-ALERT-OK
              close ALERT-FILE
              open output ALERT-FILE
              close ALERT-FILE
              open i-o ALERT-FILE
           end-if
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           .

      *****************************************************************
      *  Entry gate - only a valid, active operator carrying the
      *  SUPERVISOR level may work the alerts, the same gate WCHREV
      *  applies to its review queue.
      *****************************************************************
       1500-SUPERVISOR-LOGON.
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
           display "Identifiant superviseur ? "
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
           if AUTH-ACTIVE
                   and AUTH-PASSWORD = WS-LOGIN-PASSWORD
                   and AUTH-LEVEL-SUPERVISOR
              move 0 to AUTH-FAILED-ATTEMPTS
              accept AUTH-LAST-LOGON-DATE from date yyyymmdd
              rewrite AUTH-RECORD
              set WS-AUTHORIZED to true
              move WS-LOGIN-ID to WS-OPERATOR-ID
              move AUTH-PROFILE-ID to PERM-PROFILE-ID
           else
              display "ACCES RESERVE AUX SUPERVISEURS ACTIFS"
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
           move "ALRTMNT" to AUDIT-PROGRAM-ID
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
           move "ALRTMNT" to PERM-PROGRAM-ID
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
           move "ALRTMNT" to AUDIT-PROGRAM-ID
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
           display "  ALERTES DE SURVEILLANCE DES OPERATIONS"
           display "  1 - ALERTES EN COURS"
           display "  2 - CONSULTER UNE ALERTE"
           display "  3 - PRISE EN CHARGE"
           display "  4 - CLOTURE"
           display "  5 - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
           evaluate WS-MENU-CHOICE
               when "1" perform 3000-LIST-ALERTS thru 3000-EXIT
               when "2" perform 4000-INQUIRE-ALERT thru 4000-EXIT
               when "3" perform 5000-TAKE-ALERT thru 5000-EXIT
               when "4" perform 6000-CLOSE-ALERT thru 6000-EXIT
               when "5" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

      *****************************************************************
      *  Every alert still open or in progress, oldest first.
      *****************************************************************
       3000-LIST-ALERTS.
           move 0 to ALR-DATE
           move 0 to ALR-NUMBER
           start ALERT-FILE key not < ALR-KEY
               invalid key
                   display "AUCUNE ALERTE"
                   go to 3000-EXIT
           end-start
           move 0 to WS-LIST-COUNT
           move "N" to WS-LIST-EOF-SWITCH
           perform 3100-LIST-ONE-ALERT until WS-LIST-EOF
           display "ALERTES EN COURS : " WS-LIST-COUNT
           .
       3000-EXIT.
           exit
           .

       3100-LIST-ONE-ALERT.
           read ALERT-FILE next record
               at end set WS-LIST-EOF to true
           end-read
           if not WS-LIST-EOF
              if ALR-OPEN or ALR-IN-PROGRESS
                 move ALR-TOTAL-AMOUNT to WS-AMOUNT-EDIT
                 display "  " ALR-DATE " " ALR-NUMBER " "
                         ALR-SCENARIO " " ALR-ACCT-NUMBER " "
                         WS-AMOUNT-EDIT " " ALR-STATUS " "
                         ALR-OPERATOR
                 add 1 to WS-LIST-COUNT
              end-if
           end-if
           .

       4000-INQUIRE-ALERT.
           perform 7100-READ-ALERT thru 7100-EXIT
           if not WS-ALERT-OK
              go to 4000-EXIT
           end-if
           move ALR-TOTAL-AMOUNT to WS-AMOUNT-EDIT
           move ALR-REFERENCE-AMOUNT to WS-REFERENCE-EDIT
           display "ALERTE      : " ALR-DATE " " ALR-NUMBER
           display "SCENARIO    : " ALR-SCENARIO
           display "COMPTE      : " ALR-ACCT-NUMBER
           display "CLIENT      : " ALR-CUST-NUMBER
           display "FENETRE DU  : " ALR-WINDOW-START
           display "MONTANT     : " WS-AMOUNT-EDIT
           display "REFERENCE   : " WS-REFERENCE-EDIT
           display "MOUVEMENTS  : " ALR-MOVEMENT-COUNT
           if ALR-MOVEMENT-COUNT > 10
              move 10 to WS-MVT-SHOWN
           else
              move ALR-MOVEMENT-COUNT to WS-MVT-SHOWN
           end-if
           perform 4100-SHOW-MOVEMENT
               varying WS-MVT-SUB from 1 by 1
               until WS-MVT-SUB > WS-MVT-SHOWN
           evaluate true
               when ALR-OPEN
                   display "STATUT      : OUVERTE"
               when ALR-IN-PROGRESS
                   display "STATUT      : PRISE EN CHARGE PAR "
                           ALR-OPERATOR " LE " ALR-TAKEN-DATE
               when ALR-CLOSED
                   display "STATUT      : CLOSE LE " ALR-CLOSE-DATE
                           " PAR " ALR-OPERATOR
                   display "DECISION    : " ALR-DISPOSITION
                   display "COMMENTAIRE : " ALR-CLOSE-COMMENT
           end-evaluate
           .
       4000-EXIT.
           exit
           .

       4100-SHOW-MOVEMENT.
           move ALR-MVT-AMOUNT(WS-MVT-SUB) to WS-MVT-AMOUNT-EDIT
           display "    " ALR-MVT-POST-DATE(WS-MVT-SUB) " "
                   ALR-MVT-TIMESTAMP(WS-MVT-SUB) " "
                   ALR-MVT-TYPE(WS-MVT-SUB) " "
                   WS-MVT-AMOUNT-EDIT " "
                   ALR-MVT-CHANNEL(WS-MVT-SUB)
           .

      *****************************************************************
      *  PRISE EN CHARGE - an open alert is assigned to the
      *  supervisor working it.
      *****************************************************************
       5000-TAKE-ALERT.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 5000-EXIT
           end-if
           perform 7100-READ-ALERT thru 7100-EXIT
           if not WS-ALERT-OK
              go to 5000-EXIT
           end-if
           if not ALR-OPEN
              display "ALERTE NON OUVERTE - STATUT " ALR-STATUS
              go to 5000-EXIT
           end-if
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           accept WS-TODAY from date yyyymmdd
           set ALR-IN-PROGRESS to true
           move WS-OPERATOR-ID to ALR-OPERATOR
           move WS-TODAY to ALR-TAKEN-DATE
           rewrite MONITOR-ALERT-RECORD
           move "ALRPEC" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "ALERTE PRISE EN CHARGE"
           .
       5000-EXIT.
           exit
           .

      *****************************************************************
      *  CLOTURE - the alert is marked closed with the decision and
      *  a comment rather than deleted.  An open alert may be closed
      *  directly; it is then assigned to the closing supervisor.
      *****************************************************************
       6000-CLOSE-ALERT.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6000-EXIT
           end-if
           perform 7100-READ-ALERT thru 7100-EXIT
           if not WS-ALERT-OK
              go to 6000-EXIT
           end-if
           if ALR-CLOSED
              display "ALERTE DEJA CLOSE"
              go to 6000-EXIT
           end-if
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "Decision (J=JUSTIFIEE, D=DECLARATION DE "
                   "SOUPCON) ? "
           accept ALR-DISPOSITION
           if not ALR-DISP-VALID
              display "DECISION NON RECONNUE - ABANDON"
              go to 6000-EXIT
           end-if
           display "Commentaire ? "
           accept ALR-CLOSE-COMMENT
           display "CONFIRMER LA CLOTURE (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "CLOTURE ABANDONNEE"
              go to 6000-EXIT
           end-if
           accept WS-TODAY from date yyyymmdd
           if ALR-OPEN
              move WS-TODAY to ALR-TAKEN-DATE
           end-if
           set ALR-CLOSED to true
           move WS-OPERATOR-ID to ALR-OPERATOR
           move WS-TODAY to ALR-CLOSE-DATE
           rewrite MONITOR-ALERT-RECORD
           move "ALRCLO" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "ALERTE CLOSE"
           .
       6000-EXIT.
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
      *  Keyed read of the alert named by its run date and number -
      *  WS-ALERT-STATUS tells the caller whether it was found.
      *****************************************************************
       7100-READ-ALERT.
           display "Date de l'alerte (AAAAMMJJ) ? "
           accept ALR-DATE
           display "Numero de l'alerte ? "
           accept ALR-NUMBER
           read ALERT-FILE
               invalid key
                   display "ALERTE INCONNUE"
           end-read
           .
       7100-EXIT.
           exit
           .

       7500-BUILD-IMAGE.
           move spaces to WS-AFTER-IMAGE
           string ALR-DATE delimited by size
                  "-" delimited by size
                  ALR-NUMBER delimited by size
                  " " delimited by size
                  ALR-SCENARIO delimited by size
                  " " delimited by size
                  ALR-STATUS delimited by size
                  " " delimited by size
                  ALR-OPERATOR delimited by size
                  " " delimited by size
                  ALR-DISPOSITION delimited by size
                  " " delimited by size
                  ALR-CLOSE-COMMENT delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

       8000-WRITE-AUDIT.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "ALRTMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move ALR-ACCT-NUMBER to WS-AUDIT-KEY
           move WS-AUDIT-KEY to AUDIT-RECORD-KEY
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
           move "ALRTMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close ALERT-FILE
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
