      *  as they post.  Every change carries before/after images to
      *  AUDIT-JOURNAL.
      *
      *  The same screen keeps the drawer side of returned cheques:
      *  no book goes to a customer with an active incident on the
      *  banking-ban register, and the teller records there the
      *  regularisation that lifts an incident.
      *
      *  Modification history
      *  2026-08-27  YLC  Initial version.
      *  2026-09-02  YLC  Journal records now carry the run-scoped
      *  2026-09-02  YLC  A released stop no longer blocks a new
      *                   one on the same range - the kept record
      *                   is overwritten.
      *  2026-09-19  YLC  A cheque book is refused to a customer on
      *                   the banking-ban register CHQBAN (BANREC.cpy,
      *                   written by SOLDUPDT when a cheque is
      *                   returned unpaid).  Two new choices list a
      *                   customer's returned-cheque incidents and
      *                   record the regularisation that lifts one.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list CHQMNT before the menu opens, and
      *                   the add, change and release functions are
      *                   checked against it as they are chosen;
      *                   refusals are journalled as PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *****************************************************************
       environment division.
       input-output section.
               record key is AUTH-OPERATOR-ID
               file status is WS-AUTH-FSTATUS.

           select CHEQUE-BAN-FILE assign to "CHQBAN"
               organization is indexed
               access mode is dynamic
               record key is BAN-KEY
               file status is WS-CHQBAN-STATUS.

       data division.
       file section.
       fd  CHEQUE-REGISTER.
       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       fd  CHEQUE-BAN-FILE.
       copy "BANREC.cpy".

       working-storage section.
       01  WS-CHQREG-STATUS                 PIC X(02).
           88  WS-CHQREG-OK                   VALUE "00".
           88  WS-AUDIT-OK                    VALUE "00".
       01  WS-AUTH-FSTATUS                  PIC X(02).
           88  WS-AUTH-OK                     VALUE "00".
       01  WS-CHQBAN-STATUS                 PIC X(02).
           88  WS-CHQBAN-OK                   VALUE "00".

       01  WS-OPERATOR-ID                   PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                    PIC 9(08).
               88  WS-AUTHORIZED                VALUE "Y".
           05  WS-LIST-EOF-SWITCH            PIC X(01).
               88  WS-LIST-EOF                 VALUE "Y".
           05  WS-BANNED-SWITCH              PIC X(01) VALUE "N".
               88  WS-CUST-BANNED              VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".
       01  WS-DATE-CHECK                    PIC 9(08).
       01  WS-TODAY                         PIC 9(08).
       01  WS-BAN-CUST                      PIC 9(06).
       01  WS-BAN-ACTIVE-COUNT              PIC 9(04).
       01  WS-BAN-LIFTED-COUNT              PIC 9(04).
       01  WS-BAN-STATE                     PIC X(20).

       copy "DATEVLNK.cpy".

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
              close STOP-PAYMENT-FILE
              open i-o STOP-PAYMENT-FILE
           end-if
           open i-o CHEQUE-BAN-FILE
           if not WS-CHQBAN-OK
              close CHEQUE-BAN-FILE
              open output CHEQUE-BAN-FILE
              close CHEQUE-BAN-FILE
              open i-o CHEQUE-BAN-FILE
           end-if
           open input ACCOUNT-MASTER
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              display "ACCES REFUSE - TROP DE TENTATIVES"
              set WS-EXIT to true
           end-if
           if WS-AUTHORIZED
              perform 1600-CHECK-PROGRAM-ACCESS
           end-if
           close AUTH-FILE
           .
       1500-EXIT.
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
           move "CHQMNT" to PERM-PROGRAM-ID
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
           move "CHQMNT" to AUDIT-PROGRAM-ID
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
           display "  CHEQUES - CARNETS ET OPPOSITIONS"
           display "  2 - OPPOSITION"
           display "  3 - MAINLEVEE OPPOSITION"
           display "  4 - REGISTRE DU COMPTE"
           display "  5 - INCIDENTS DE PAIEMENT DU CLIENT"
           display "  6 - REGULARISATION D'INCIDENT"
           display "  7 - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
               when "2" perform 4000-ADD-STOP thru 4000-EXIT
               when "3" perform 5000-LIFT-STOP thru 5000-EXIT
               when "4" perform 6000-LIST-REGISTER thru 6000-EXIT
               when "5" perform 6500-LIST-INCIDENTS thru 6500-EXIT
               when "6" perform 6700-REGULARISE thru 6700-EXIT
               when "7" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate

      *****************************************************************
      *  EMISSION CARNET - registers every serial of the handed-over
      *  book as issued.  The account must exist and be open, and
      *  its owner must not stand on the banking-ban register; a
      *  serial already on the register is left as it is.
      *****************************************************************
       3000-ISSUE-BOOK.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3000-EXIT
           end-if
           display "Numero de compte ? "
           accept WS-ENTRY-ACCT
           move WS-ENTRY-ACCT to ACCT-NUMBER
              display "COMPTE NON OUVERT - EMISSION REFUSEE"
              go to 3000-EXIT
           end-if
           move ACCT-CUST-NUMBER to WS-BAN-CUST
           perform 3050-CHECK-BAN thru 3050-FIN
           if WS-CUST-BANNED
              display "CLIENT " WS-BAN-CUST
                      " INTERDIT DE CHEQUIER - EMISSION REFUSEE"
              display "INCIDENT DU " BAN-START-DATE " COMPTE "
                      BAN-ACCT-NUMBER " SERIE " BAN-CHEQUE-SERIAL
              move spaces to WS-BEFORE-IMAGE
              move spaces to WS-AFTER-IMAGE
              string "REFUS CARNET - INTERDIT DEPUIS "
                         delimited by size
                     BAN-START-DATE delimited by size
                     into WS-AFTER-IMAGE
              end-string
              move "CHQREF" to WS-AUDIT-ACTION
              move WS-ENTRY-ACCT to WS-AUDIT-KEY
              perform 8000-WRITE-AUDIT
              go to 3000-EXIT
           end-if
           display "Premiere serie du carnet ? "
           accept WS-SERIAL-FROM
           display "Derniere serie du carnet ? "
           exit
           .

      *****************************************************************
      *  The customer in WS-BAN-CUST is banned while any incident of
      *  theirs is active and not past its statutory expiry (the
      *  monthly BANDECL run lifts lapsed ones).  The record area is
      *  left on the incident found.
      *****************************************************************
       3050-CHECK-BAN.
           move "N" to WS-BANNED-SWITCH
           accept WS-TODAY from date yyyymmdd
           move WS-BAN-CUST to BAN-CUST-NUMBER
           move 0 to BAN-ACCT-NUMBER
           move 0 to BAN-CHEQUE-SERIAL
           start CHEQUE-BAN-FILE key not < BAN-KEY
               invalid key
                   go to 3050-FIN
           end-start
           move "N" to WS-LIST-EOF-SWITCH
           perform 3060-TEST-ONE-INCIDENT
               until WS-LIST-EOF or WS-CUST-BANNED
           .
       3050-FIN.
           exit
           .

       3060-TEST-ONE-INCIDENT.
           read CHEQUE-BAN-FILE next record
               at end set WS-LIST-EOF to true
           end-read
           if not WS-LIST-EOF
              if BAN-CUST-NUMBER not = WS-BAN-CUST
                 set WS-LIST-EOF to true
              else
                 if BAN-ACTIVE and BAN-EXPIRY-DATE > WS-TODAY
                    set WS-CUST-BANNED to true
                 end-if
              end-if
           end-if
           .

       3100-REGISTER-ONE-SERIAL.
           move WS-ENTRY-ACCT to CHQ-ACCT-NUMBER
           move WS-SERIAL-SUB to CHQ-SERIAL
      *  joint-holder add uses.
      *****************************************************************
       4000-ADD-STOP.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4000-EXIT
           end-if
           move spaces to STOP-PAYMENT-RECORD
           display "Numero de compte ? "
           accept STOP-ACCT-NUMBER
      *  MAINLEVEE - marks the stop released rather than deleting it.
      *****************************************************************
       5000-LIFT-STOP.
           set PERM-FN-RELEASE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 5000-EXIT
           end-if
           display "Numero de compte ? "
           accept STOP-ACCT-NUMBER
           display "Premiere serie de la plage ? "
           end-if
           .

      *****************************************************************
      *  INCIDENTS - every returned-cheque incident on the customer's
      *  ban register, active or lifted, and whether the customer
      *  may currently be given cheques.
      *****************************************************************
       6500-LIST-INCIDENTS.
           display "Numero de client ? "
           accept WS-BAN-CUST
           accept WS-TODAY from date yyyymmdd
           move WS-BAN-CUST to BAN-CUST-NUMBER
           move 0 to BAN-ACCT-NUMBER
           move 0 to BAN-CHEQUE-SERIAL
           start CHEQUE-BAN-FILE key not < BAN-KEY
               invalid key
                   display "AUCUN INCIDENT DE PAIEMENT"
                   go to 6500-EXIT
           end-start
           move 0 to WS-BAN-ACTIVE-COUNT
           move 0 to WS-BAN-LIFTED-COUNT
           move "N" to WS-LIST-EOF-SWITCH
           perform 6600-LIST-ONE-INCIDENT until WS-LIST-EOF
           if WS-BAN-ACTIVE-COUNT = 0 and WS-BAN-LIFTED-COUNT = 0
              display "AUCUN INCIDENT DE PAIEMENT"
              go to 6500-EXIT
           end-if
           display "INCIDENTS EN COURS  : " WS-BAN-ACTIVE-COUNT
           display "INCIDENTS LEVES     : " WS-BAN-LIFTED-COUNT
           if WS-BAN-ACTIVE-COUNT > 0
              display "CLIENT INTERDIT DE CHEQUIER"
           else
              display "AUCUNE INTERDICTION EN COURS"
           end-if
           .
       6500-EXIT.
           exit
           .

       6600-LIST-ONE-INCIDENT.
           read CHEQUE-BAN-FILE next record
               at end set WS-LIST-EOF to true
           end-read
           if not WS-LIST-EOF
              if BAN-CUST-NUMBER not = WS-BAN-CUST
                 set WS-LIST-EOF to true
              else
                 move BAN-CHEQUE-AMOUNT to WS-AMOUNT-EDIT
                 if BAN-ACTIVE and BAN-EXPIRY-DATE > WS-TODAY
                    move "EN COURS" to WS-BAN-STATE
                    add 1 to WS-BAN-ACTIVE-COUNT
                 else
                    move spaces to WS-BAN-STATE
                    string "LEVE LE " delimited by size
                           BAN-REGUL-DATE delimited by size
                           " " delimited by size
                           BAN-LIFT-REASON delimited by size
                           into WS-BAN-STATE
                    end-string
                    add 1 to WS-BAN-LIFTED-COUNT
                 end-if
                 display "  " BAN-ACCT-NUMBER " " BAN-CHEQUE-SERIAL
                         " " WS-AMOUNT-EDIT " DU " BAN-START-DATE
                         " " WS-BAN-STATE
              end-if
           end-if
           .

      *****************************************************************
      *  REGULARISATION - the customer has settled the returned
      *  cheque (paid the payee or funded the account for it); the
      *  incident is marked lifted with today's date rather than
      *  deleted, so the month's declaration can report it.  The
      *  ban itself stands while another incident is still active.
      *****************************************************************
       6700-REGULARISE.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6700-EXIT
           end-if
           display "Numero de client ? "
           accept BAN-CUST-NUMBER
           display "Numero de compte ? "
           accept BAN-ACCT-NUMBER
           display "Serie du cheque rejete ? "
           accept BAN-CHEQUE-SERIAL
           read CHEQUE-BAN-FILE
               invalid key
                   display "INCIDENT INCONNU"
                   go to 6700-EXIT
           end-read
           if BAN-LIFTED
              display "INCIDENT DEJA LEVE LE " BAN-REGUL-DATE
              go to 6700-EXIT
           end-if
           move BAN-CHEQUE-AMOUNT to WS-AMOUNT-EDIT
           display "CHEQUE " BAN-CHEQUE-SERIAL " " WS-AMOUNT-EDIT
                   " REJETE LE " BAN-START-DATE
           perform 7600-BUILD-BAN-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "CONFIRMER LA REGULARISATION (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "REGULARISATION ABANDONNEE"
              go to 6700-EXIT
           end-if
           set BAN-LIFTED to true
           set BAN-LIFT-REGULARISED to true
           accept BAN-REGUL-DATE from date yyyymmdd
           move WS-OPERATOR-ID to BAN-LIFT-OPERATOR
           rewrite CHEQUE-BAN-RECORD
           perform 7600-BUILD-BAN-IMAGE
           move "BANREG" to WS-AUDIT-ACTION
           move BAN-ACCT-NUMBER to WS-AUDIT-KEY
           perform 8000-WRITE-AUDIT
           display "INCIDENT REGULARISE"
           move BAN-CUST-NUMBER to WS-BAN-CUST
           perform 3050-CHECK-BAN thru 3050-FIN
           if WS-CUST-BANNED
              display "AUTRES INCIDENTS EN COURS - INTERDICTION "
                      "MAINTENUE"
           else
              display "INTERDICTION LEVEE"
           end-if
           .
       6700-EXIT.
           exit
           .

      *****************************************************************
      *  Routes a keyed AAAAMMJJ date through the shared DATEVAL
      *  subprogram; the caller treats zero as "not supplied" where
           end-string
           .

       7600-BUILD-BAN-IMAGE.
           move spaces to WS-AFTER-IMAGE
           string "INCIDENT " delimited by size
                  BAN-CUST-NUMBER delimited by size
                  " SERIE " delimited by size
                  BAN-CHEQUE-SERIAL delimited by size
                  " DU " delimited by size
                  BAN-START-DATE delimited by size
                  " " delimited by size
                  BAN-STATUS delimited by size
                  " " delimited by size
                  BAN-REGUL-DATE delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

       7000-SET-AUDIT-TIMESTAMP.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
       9999-TERMINATE.
           close CHEQUE-REGISTER
           close STOP-PAYMENT-FILE
           close CHEQUE-BAN-FILE
           close ACCOUNT-MASTER
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
