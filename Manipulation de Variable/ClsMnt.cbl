       identification division.
       program-id. CLSMNT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-29.
       date-compiled.

      *****************************************************************
      *  CLSMNT
      *
      *  Counter entry of account closing requests (CLSREC.cpy),
      *  gated by the usual AUTH-FILE logon.  A clerk names the
      *  account to close, the closing date (today or later) and
      *  where the remaining balance goes - a transfer to another of
      *  our open accounts or a cheque for the customer.  The
      *  request is refused while the account carries an active
      *  hold, is the payment account of a loan still running, has
      *  a deposited cheque not yet cleared or is a leg of a live
      *  sweep arrangement, and for a deceased holder (the estate is
      *  settled through the succession, not here).  A pending
      *  request may be cancelled; any request may be displayed with
      *  the amounts the night settled.  Every change carries
      *  before/after images to AUDIT-JOURNAL.  The nightly CLOSEGEN
      *  works the request on its closing date.
      *
      *  Modification history
      *  2026-09-29  YLC  Initial version.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list CLSMNT before the menu opens, and
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
           select CLOSING-REQUEST-FILE assign to "CLSREQ"
               organization is indexed
               access mode is dynamic
               record key is CLS-KEY
               file status is WS-CLSREQ-STATUS.

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

           select HOLD-FILE assign to "HOLDFILE"
               organization is indexed
               access mode is dynamic
               record key is HOLD-KEY
               file status is WS-HOLDFILE-STATUS.

           select LOAN-FILE assign to "LOANFILE"
               organization is indexed
               access mode is sequential
               record key is LOAN-KEY
               file status is WS-LOAN-STATUS.

           select CHEQUE-DEPOSIT-FILE assign to "CHQDEP"
               organization is indexed
               access mode is dynamic
               record key is CDP-KEY
               file status is WS-CHQDEP-STATUS.

           select SWEEP-FILE assign to "SWEEPFIL"
               organization is indexed
               access mode is dynamic
               record key is SWP-KEY
               file status is WS-SWEEP-STATUS.

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
       fd  CLOSING-REQUEST-FILE.
       copy "CLSREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  HOLD-FILE.
       copy "HOLDREC.cpy".

       fd  LOAN-FILE.
       copy "LOANREC.cpy".

       fd  CHEQUE-DEPOSIT-FILE.
       copy "CDEPREC.cpy".

       fd  SWEEP-FILE.
       copy "SWEEPREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-CLSREQ-STATUS                 PIC X(02).
           88  WS-CLSREQ-OK                   VALUE "00".
       01  WS-ACCTMAST-STATUS               PIC X(02).
       01  WS-CUSTMAST-STATUS               PIC X(02).
       01  WS-HOLDFILE-STATUS               PIC X(02).
           88  WS-HOLDFILE-OK                 VALUE "00".
       01  WS-LOAN-STATUS                   PIC X(02).
           88  WS-LOAN-OK                     VALUE "00".
       01  WS-CHQDEP-STATUS                 PIC X(02).
           88  WS-CHQDEP-OK                   VALUE "00".
       01  WS-SWEEP-STATUS                  PIC X(02).
           88  WS-SWEEP-OK                    VALUE "00".
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
               88  WS-REUSE-REQUEST            VALUE "Y".
           05  WS-HOLDS-PRESENT-SWITCH       PIC X(01) VALUE "N".
               88  WS-HOLDS-PRESENT            VALUE "Y".
           05  WS-LOANS-PRESENT-SWITCH       PIC X(01) VALUE "N".
               88  WS-LOANS-PRESENT            VALUE "Y".
           05  WS-DEPOSITS-PRESENT-SWITCH    PIC X(01) VALUE "N".
               88  WS-DEPOSITS-PRESENT         VALUE "Y".
           05  WS-SWEEPS-PRESENT-SWITCH      PIC X(01) VALUE "N".
               88  WS-SWEEPS-PRESENT           VALUE "Y".
           05  WS-SCAN-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-SCAN-EOF                 VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-MENU-CHOICE                   PIC X(01).
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".
       01  WS-SEARCH-ACCT                   PIC 9(09).
       01  WS-SETTLE-INPUT                  PIC 9(09).
       01  WS-MODE-INPUT                    PIC X(01).
       01  WS-TODAY                         PIC 9(08).
       01  WS-CLOSING-INPUT                 PIC 9(08).
       01  WS-CLOSING-SPLIT REDEFINES WS-CLOSING-INPUT.
           05  WS-CLOSING-YEAR              PIC 9(04).
           05  WS-CLOSING-MONTH             PIC 9(02).
           05  WS-CLOSING-DAY               PIC 9(02).
       01  WS-CUST-HOLDER                   PIC 9(06).
       01  WS-REASON                        PIC X(30).
       01  WS-DISPLAY-AMOUNT                PIC ZZZZZZZZ9.

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
           open i-o CLOSING-REQUEST-FILE
           if not WS-CLSREQ-OK
              close CLOSING-REQUEST-FILE
              open output CLOSING-REQUEST-FILE
              close CLOSING-REQUEST-FILE
              open i-o CLOSING-REQUEST-FILE
           end-if
           open input ACCOUNT-MASTER
           open input CUSTOMER-MASTER
           open input HOLD-FILE
           if WS-HOLDFILE-OK
              set WS-HOLDS-PRESENT to true
           else
              close HOLD-FILE
           end-if
           open input LOAN-FILE
           if WS-LOAN-OK
              set WS-LOANS-PRESENT to true
           else
              close LOAN-FILE
           end-if
           open input CHEQUE-DEPOSIT-FILE
           if WS-CHQDEP-OK
              set WS-DEPOSITS-PRESENT to true
           else
              close CHEQUE-DEPOSIT-FILE
           end-if
           open input SWEEP-FILE
           if WS-SWEEP-OK
              set WS-SWEEPS-PRESENT to true
           else
              close SWEEP-FILE
           end-if
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           accept WS-TODAY from date yyyymmdd
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
           move "CLSMNT" to AUDIT-PROGRAM-ID
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
           move "CLSMNT" to PERM-PROGRAM-ID
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
           move "CLSMNT" to AUDIT-PROGRAM-ID
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
           display "  DEMANDES DE CLOTURE DE COMPTE"
           display "  1 - AJOUT"
           display "  2 - ANNULATION"
           display "  3 - CONSULT"
           display "  4 - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
           evaluate WS-MENU-CHOICE
               when "1" perform 3000-ADD-REQUEST thru 3000-EXIT
               when "2" perform 4000-CANCEL-REQUEST thru 4000-EXIT
               when "3" perform 5000-INQUIRE-REQUEST thru 5000-EXIT
               when "4" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

      *****************************************************************
      *  ADD - the account open or dormant, not a term deposit (its
      *  maturity run settles it), and clear of every blocker 7000
      *  checks.  A request already worked, refused or cancelled on
      *  the same account is taken over rather than duplicated; a
      *  pending or generated one must be left to run.
      *****************************************************************
       3000-ADD-REQUEST.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3000-EXIT
           end-if
           move "N" to WS-REUSE-SWITCH
           display "Compte a cloturer ? "
           accept WS-SEARCH-ACCT
           if WS-SEARCH-ACCT = 0
              display "NUMERO NUL - ABANDON"
              go to 3000-EXIT
           end-if
           move WS-SEARCH-ACCT to CLS-ACCT-NUMBER
           read CLOSING-REQUEST-FILE
               invalid key
                   continue
           end-read
           if WS-CLSREQ-OK
              if CLS-PENDING or CLS-GENERATED
                 display "DEMANDE DEJA EN COURS SUR CE COMPTE"
                 go to 3000-EXIT
              end-if
              set WS-REUSE-REQUEST to true
              perform 7500-BUILD-IMAGE
              move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           else
              move spaces to WS-BEFORE-IMAGE
           end-if
           move WS-SEARCH-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   display "COMPTE INCONNU : " WS-SEARCH-ACCT
                   go to 3000-EXIT
           end-read
           if not ACCT-OPEN and not ACCT-DORMANT
              display "COMPTE NI OUVERT NI DORMANT : " WS-SEARCH-ACCT
              go to 3000-EXIT
           end-if
           if ACCT-TERM-DEPOSIT
              display "DEPOT A TERME - REGLE PAR L'ECHEANCE"
              go to 3000-EXIT
           end-if
           move ACCT-CUST-NUMBER to WS-CUST-HOLDER
           perform 7000-CHECK-BLOCKERS thru 7000-EXIT
           if WS-REASON not = spaces
              display "CLOTURE REFUSEE : " WS-REASON
              go to 3000-EXIT
           end-if
           display "Date de cloture AAAAMMJJ (0 = ce jour) ? "
           accept WS-CLOSING-INPUT
           if WS-CLOSING-INPUT = 0
              move WS-TODAY to WS-CLOSING-INPUT
           end-if
           if WS-CLOSING-MONTH < 1 or WS-CLOSING-MONTH > 12
                   or WS-CLOSING-DAY < 1 or WS-CLOSING-DAY > 31
              display "DATE DE CLOTURE INVALIDE"
              go to 3000-EXIT
           end-if
           if WS-CLOSING-INPUT < WS-TODAY
              display "DATE DE CLOTURE DEJA PASSEE"
              go to 3000-EXIT
           end-if
           display "Solde restant : V = virement, C = cheque ? "
           accept WS-MODE-INPUT
           move 0 to WS-SETTLE-INPUT
           evaluate WS-MODE-INPUT
               when "V"
               when "v"
                   move "V" to WS-MODE-INPUT
                   display "Compte beneficiaire ? "
                   accept WS-SETTLE-INPUT
                   perform 7200-CHECK-SETTLE-ACCT thru 7200-EXIT
                   if WS-REASON not = spaces
                      display "VIREMENT REFUSE : " WS-REASON
                      go to 3000-EXIT
                   end-if
               when "C"
               when "c"
                   move "C" to WS-MODE-INPUT
               when other
                   display "MODE DE REGLEMENT INVALIDE"
                   go to 3000-EXIT
           end-evaluate
           move spaces to CLOSING-REQUEST-RECORD
           move WS-SEARCH-ACCT to CLS-ACCT-NUMBER
           move WS-CUST-HOLDER to CLS-CUST-NUMBER
           move WS-TODAY to CLS-REQUEST-DATE
           move WS-CLOSING-INPUT to CLS-CLOSING-DATE
           move WS-MODE-INPUT to CLS-SETTLE-MODE
           move WS-SETTLE-INPUT to CLS-SETTLE-ACCT
           move WS-OPERATOR-ID to CLS-OPERATOR-ID
           set CLS-PENDING to true
           move WS-TODAY to CLS-STATUS-DATE
           move 0 to CLS-INTEREST-AMOUNT
           move 0 to CLS-FEE-AMOUNT
           move 0 to CLS-DEBIT-INT-AMOUNT
           move 0 to CLS-FINAL-AMOUNT
           if WS-REUSE-REQUEST
              rewrite CLOSING-REQUEST-RECORD
           else
              write CLOSING-REQUEST-RECORD
                  invalid key
                      display "ERREUR AJOUT - DEMANDE EXISTANTE"
                      go to 3000-EXIT
              end-write
           end-if
           move "CLSADD" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "DEMANDE DE CLOTURE " CLS-ACCT-NUMBER
                   " ENREGISTREE POUR LE " CLS-CLOSING-DATE
           .
       3000-EXIT.
           exit
           .

      *****************************************************************
      *  CANCEL - only while the request still waits for its date;
      *  once the settlement is in the stream it must post.
      *****************************************************************
       4000-CANCEL-REQUEST.
           set PERM-FN-DELETE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4000-EXIT
           end-if
           perform 6000-READ-REQUEST
           if not WS-CLSREQ-OK
              go to 4000-EXIT
           end-if
           if not CLS-PENDING
              display "DEMANDE NON EN ATTENTE - ANNULATION IMPOSSIBLE"
              go to 4000-EXIT
           end-if
           perform 5100-SHOW-REQUEST
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "CONFIRMER ANNULATION (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "ANNULATION ABANDONNEE"
              go to 4000-EXIT
           end-if
           set CLS-CANCELLED to true
           move WS-TODAY to CLS-STATUS-DATE
           rewrite CLOSING-REQUEST-RECORD
           move "CLSCAN" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "DEMANDE ANNULEE"
           .
       4000-EXIT.
           exit
           .

       5000-INQUIRE-REQUEST.
           perform 6000-READ-REQUEST
           if not WS-CLSREQ-OK
              go to 5000-EXIT
           end-if
           perform 5100-SHOW-REQUEST
           .
       5000-EXIT.
           exit
           .

       5100-SHOW-REQUEST.
           display "COMPTE         : " CLS-ACCT-NUMBER
           display "CLIENT         : " CLS-CUST-NUMBER
           display "DEMANDE LE     : " CLS-REQUEST-DATE
                   " PAR " CLS-OPERATOR-ID
           display "CLOTURE LE     : " CLS-CLOSING-DATE
           if CLS-SETTLE-TRANSFER
              display "REGLEMENT      : VIREMENT VERS "
                      CLS-SETTLE-ACCT
           else
              display "REGLEMENT      : CHEQUE AU CLIENT"
           end-if
           evaluate true
               when CLS-PENDING
                   display "STATUT         : EN ATTENTE"
               when CLS-GENERATED
                   display "STATUT         : REGLEMENT EMIS LE "
                           CLS-STATUS-DATE
               when CLS-EXECUTED
                   display "STATUT         : CLOTURE CONSTATEE LE "
                           CLS-STATUS-DATE
               when CLS-FAILED
                   display "STATUT         : ECHEC LE "
                           CLS-STATUS-DATE
               when CLS-REFUSED
                   display "STATUT         : REFUSEE LE "
                           CLS-STATUS-DATE
               when CLS-CANCELLED
                   display "STATUT         : ANNULEE LE "
                           CLS-STATUS-DATE
           end-evaluate
           if CLS-REASON not = spaces
              display "MOTIF          : " CLS-REASON
           end-if
           if not CLS-PENDING and not CLS-CANCELLED
              move CLS-INTEREST-AMOUNT to WS-DISPLAY-AMOUNT
              display "INTERETS       : " WS-DISPLAY-AMOUNT
              move CLS-FEE-AMOUNT to WS-DISPLAY-AMOUNT
              display "FRAIS          : " WS-DISPLAY-AMOUNT
              move CLS-DEBIT-INT-AMOUNT to WS-DISPLAY-AMOUNT
              display "AGIOS          : " WS-DISPLAY-AMOUNT
              move CLS-FINAL-AMOUNT to WS-DISPLAY-AMOUNT
              display "SOLDE REGLE    : " WS-DISPLAY-AMOUNT
           end-if
           .

       6000-READ-REQUEST.
           display "Compte ? "
           accept WS-SEARCH-ACCT
           move WS-SEARCH-ACCT to CLS-ACCT-NUMBER
           read CLOSING-REQUEST-FILE
               invalid key
                   display "AUCUNE DEMANDE SUR CE COMPTE"
           end-read
           .

      *****************************************************************
      *  Everything that stops a closing - leaves the first reason
      *  found in WS-REASON, spaces when the account may be closed.
      *  The account record must be in the record area on entry.
      *****************************************************************
       7000-CHECK-BLOCKERS.
           move spaces to WS-REASON
           move WS-CUST-HOLDER to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   continue
           end-read
           if WS-CUSTMAST-STATUS = "00" and CUST-DECEASED
              move "TITULAIRE DECEDE - SUCCESSION" to WS-REASON
              go to 7000-EXIT
           end-if
           if WS-HOLDS-PRESENT
              move WS-SEARCH-ACCT to HOLD-ACCT-NUMBER
              read HOLD-FILE
                  invalid key
                      continue
              end-read
              if WS-HOLDFILE-OK and HOLD-ACTIVE
                 if HOLD-EXPIRY-DATE = 0
                         or HOLD-EXPIRY-DATE not < WS-TODAY
                    move "RETENUE ACTIVE SUR LE COMPTE" to WS-REASON
                    go to 7000-EXIT
                 end-if
              end-if
           end-if
           perform 7100-SCAN-LOANS
           if WS-REASON not = spaces
              go to 7000-EXIT
           end-if
           perform 7110-SCAN-DEPOSITS
           if WS-REASON not = spaces
              go to 7000-EXIT
           end-if
           perform 7120-SCAN-SWEEPS
           .
       7000-EXIT.
           exit
           .

      *****************************************************************
      *  A loan still running collects its installments from its
      *  payment account - the account cannot go while one does.
      *****************************************************************
       7100-SCAN-LOANS.
           if WS-LOANS-PRESENT
              close LOAN-FILE
              open input LOAN-FILE
              move "N" to WS-SCAN-EOF-SWITCH
              perform 7105-CHECK-ONE-LOAN until WS-SCAN-EOF
           end-if
           .

       7105-CHECK-ONE-LOAN.
           read LOAN-FILE next record
               at end
                   set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              if LOAN-PAYMENT-ACCT = WS-SEARCH-ACCT and LOAN-ACTIVE
                 move "PRET EN COURS SUR LE COMPTE" to WS-REASON
                 set WS-SCAN-EOF to true
              end-if
           end-if
           .

      *****************************************************************
      *  A deposited cheque still waiting to be posted, or posted
      *  but short of its availability date, may yet come back
      *  unpaid and must be reversed on this account.
      *****************************************************************
       7110-SCAN-DEPOSITS.
           if WS-DEPOSITS-PRESENT
              move WS-SEARCH-ACCT to CDP-ACCT-NUMBER
              move 0 to CDP-TIMESTAMP
              start CHEQUE-DEPOSIT-FILE key not < CDP-KEY
                  invalid key
                      set WS-SCAN-EOF to true
                  not invalid key
                      move "N" to WS-SCAN-EOF-SWITCH
              end-start
              perform 7115-CHECK-ONE-DEPOSIT until WS-SCAN-EOF
           end-if
           .

       7115-CHECK-ONE-DEPOSIT.
           read CHEQUE-DEPOSIT-FILE next record
               at end
                   set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              if CDP-ACCT-NUMBER not = WS-SEARCH-ACCT
                 set WS-SCAN-EOF to true
              else
                 if CDP-ENTERED
                         or (CDP-UNCOLLECTED
                             and CDP-AVAILABLE-DATE > WS-TODAY)
                    move "CHEQUE DEPOSE NON ENCAISSE" to WS-REASON
                    set WS-SCAN-EOF to true
                 end-if
              end-if
           end-if
           .

      *****************************************************************
      *  Either leg of a live sweep arrangement - SWEEPGEN would
      *  keep moving money through the account.  The arrangement
      *  must be cancelled in SWPMNT first.
      *****************************************************************
       7120-SCAN-SWEEPS.
           if WS-SWEEPS-PRESENT
              move 0 to SWP-CURRENT-ACCT
              start SWEEP-FILE key not < SWP-KEY
                  invalid key
                      set WS-SCAN-EOF to true
                  not invalid key
                      move "N" to WS-SCAN-EOF-SWITCH
              end-start
              perform 7125-CHECK-ONE-SWEEP until WS-SCAN-EOF
           end-if
           .

       7125-CHECK-ONE-SWEEP.
           read SWEEP-FILE next record
               at end
                   set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF and SWP-ACTIVE
              if SWP-CURRENT-ACCT = WS-SEARCH-ACCT
                      or SWP-SAVINGS-ACCT = WS-SEARCH-ACCT
                 move "BALAYAGE ACTIF SUR LE COMPTE" to WS-REASON
                 set WS-SCAN-EOF to true
              end-if
           end-if
           .

      *****************************************************************
      *  The nominated account - one of ours, open, not the account
      *  being closed and not a term deposit.
      *****************************************************************
       7200-CHECK-SETTLE-ACCT.
           move spaces to WS-REASON
           if WS-SETTLE-INPUT = WS-SEARCH-ACCT
              move "COMPTES IDENTIQUES" to WS-REASON
              go to 7200-EXIT
           end-if
           move WS-SETTLE-INPUT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   move "COMPTE BENEFICIAIRE INCONNU" to WS-REASON
                   go to 7200-EXIT
           end-read
           if not ACCT-OPEN
              move "COMPTE BENEFICIAIRE NON OUVERT" to WS-REASON
              go to 7200-EXIT
           end-if
           if ACCT-TERM-DEPOSIT
              move "BENEFICIAIRE EN DEPOT A TERME" to WS-REASON
           end-if
           .
       7200-EXIT.
           exit
           .

       7500-BUILD-IMAGE.
           move spaces to WS-AFTER-IMAGE
           string CLS-CLOSING-DATE delimited by size
                  " " delimited by size
                  CLS-SETTLE-MODE delimited by size
                  " " delimited by size
                  CLS-SETTLE-ACCT delimited by size
                  " " delimited by size
                  CLS-STATUS delimited by size
                  " " delimited by size
                  CLS-STATUS-DATE delimited by size
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
           move "CLSMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move CLS-ACCT-NUMBER to AUDIT-RECORD-KEY
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
           move "CLSMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close CLOSING-REQUEST-FILE
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           if WS-HOLDS-PRESENT
              close HOLD-FILE
           end-if
           if WS-LOANS-PRESENT
              close LOAN-FILE
           end-if
           if WS-DEPOSITS-PRESENT
              close CHEQUE-DEPOSIT-FILE
           end-if
           if WS-SWEEPS-PRESENT
              close SWEEP-FILE
           end-if
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
