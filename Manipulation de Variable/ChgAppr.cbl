       identification division.
       program-id. CHGAPPR.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-05.
       date-compiled.

      *****************************************************************
      *  CHGAPPR
      *
      *  Four-eyes approval screen for the sensitive master changes
      *  CUSTMENU and HOLDMNT no longer apply themselves - a
      *  customer's name or address, a hold release and an account's
      *  overdraft limit.  Each request waits on the PENDCHG queue
      *  (PCHGREC.cpy) with its before and after images; an operator
      *  logged on through the usual AUTH-FILE gate walks the queue
      *  and approves or refuses each one.  An operator can never
      *  decide a request they keyed themselves.
      *
      *  On approval the master record is read back and must still
      *  carry the before image - a record changed since the request
      *  was keyed is not overwritten, the request is refused and
      *  has to be keyed again.  Only then is CUSTOMER-MASTER,
      *  HOLD-FILE or ACCOUNT-MASTER updated.  Every decision is
      *  journalled to AUDIT-JOURNAL with the request's images and
      *  stamped on the queue record, which stays on file.
      *
      *  Modification history
      *  2026-10-05  YLC  Initial version.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list CHGAPPR before the menu opens, and
      *                   deciding a queued change needs its change
      *                   function; refusals are journalled as PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select PENDING-CHANGES assign to "PENDCHG"
               organization is indexed
               access mode is dynamic
               record key is PCHG-KEY
               file status is WS-PCHG-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select HOLD-FILE assign to "HOLDFILE"
               organization is indexed
               access mode is dynamic
               record key is HOLD-KEY
               file status is WS-HOLD-STATUS.

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
       fd  PENDING-CHANGES.
       copy "PCHGREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  HOLD-FILE.
       copy "HOLDREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-PCHG-STATUS                   PIC X(02).
           88  WS-PCHG-OK                     VALUE "00".
       01  WS-CUSTMAST-STATUS               PIC X(02).
           88  WS-CUSTMAST-OK                 VALUE "00".
       01  WS-HOLD-STATUS                   PIC X(02).
           88  WS-HOLD-OK                     VALUE "00".
       01  WS-ACCTMAST-STATUS               PIC X(02).
           88  WS-ACCTMAST-OK                 VALUE "00".
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
           05  WS-QUEUE-EOF-SWITCH           PIC X(01).
               88  WS-QUEUE-EOF                VALUE "Y".
           05  WS-REVIEW-STOP-SWITCH         PIC X(01).
               88  WS-REVIEW-STOP              VALUE "Y".
           05  WS-APPLIED-SWITCH             PIC X(01).
               88  WS-APPLIED                  VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-MENU-CHOICE                   PIC X(01).
       01  WS-DECISION                      PIC X(01).
           88  WS-DECISION-APPROUVER          VALUE "A" "a".
           88  WS-DECISION-REFUSER            VALUE "R" "r".
           88  WS-DECISION-QUITTER            VALUE "Q" "q".
       01  WS-PENDING-COUNT                 PIC 9(04).
       01  WS-DECIDED-COUNT                 PIC 9(04).
       01  WS-TYPE-LABEL                    PIC X(20).
       01  WS-AMOUNT-EDIT                   PIC -9(9).
       01  WS-LIMIT-EDIT                    PIC Z(6)9.
      *--------------------------------------------------------------*
      *    Address image broken back into CUST-ADRESSE's fields for  *
      *    the audit and screen images.                              *
      *--------------------------------------------------------------*
       01  WS-ADDRESS-WORK.
           05  WS-ADR-RUE                   PIC X(30).
           05  WS-ADR-VILLE                 PIC X(20).
           05  WS-ADR-CODE-POSTAL           PIC X(05).
           05  WS-ADR-TELEPHONE             PIC X(10).

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
           open i-o PENDING-CHANGES
           if not WS-PCHG-OK
              close PENDING-CHANGES
              open output PENDING-CHANGES
              close PENDING-CHANGES
              open i-o PENDING-CHANGES
           end-if
           open i-o CUSTOMER-MASTER
           open i-o HOLD-FILE
           if not WS-HOLD-OK
              close HOLD-FILE
              open output HOLD-FILE
              close HOLD-FILE
              open i-o HOLD-FILE
           end-if
           open i-o ACCOUNT-MASTER
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
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "CHGAPPR" to AUDIT-PROGRAM-ID
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
           move "CHGAPPR" to PERM-PROGRAM-ID
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
           move "CHGAPPR" to AUDIT-PROGRAM-ID
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
           display "  APPROBATION DES MODIFICATIONS"
           display "  1 - LISTE DES DEMANDES EN ATTENTE"
           display "  2 - REVUE DES DEMANDES"
           display "  3 - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
           evaluate WS-MENU-CHOICE
               when "1" perform 3000-LIST-PENDING thru 3000-EXIT
               when "2" perform 4000-REVIEW-QUEUE thru 4000-EXIT
               when "3" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

      *****************************************************************
      *  LISTE - one line per request still pending, oldest first.
      *****************************************************************
       3000-LIST-PENDING.
           move 0 to PCHG-REQUEST-TS
           move 0 to PCHG-REQUEST-SEQ
           start PENDING-CHANGES key not < PCHG-KEY
               invalid key
                   display "AUCUNE DEMANDE"
                   go to 3000-EXIT
           end-start
           move 0 to WS-PENDING-COUNT
           move "N" to WS-QUEUE-EOF-SWITCH
           perform 3100-LIST-ONE-REQUEST until WS-QUEUE-EOF
           display "DEMANDES EN ATTENTE : " WS-PENDING-COUNT
           .
       3000-EXIT.
           exit
           .

       3100-LIST-ONE-REQUEST.
           read PENDING-CHANGES next record
               at end set WS-QUEUE-EOF to true
           end-read
           if not WS-QUEUE-EOF
              if PCHG-PENDING
                 add 1 to WS-PENDING-COUNT
                 display "  " PCHG-REQUEST-TS " " PCHG-TYPE " "
                         PCHG-RECORD-KEY " PAR " PCHG-REQUESTED-BY
              end-if
           end-if
           .

      *****************************************************************
      *  REVUE - walks every pending request in turn.  The operator
      *  approves (A), refuses (R), stops (Q) or leaves the request
      *  in the queue; their own requests are shown but cannot be
      *  decided.
      *****************************************************************
       4000-REVIEW-QUEUE.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4000-EXIT
           end-if
           move 0 to PCHG-REQUEST-TS
           move 0 to PCHG-REQUEST-SEQ
           start PENDING-CHANGES key not < PCHG-KEY
               invalid key
                   display "AUCUNE DEMANDE"
                   go to 4000-EXIT
           end-start
           move 0 to WS-DECIDED-COUNT
           move "N" to WS-QUEUE-EOF-SWITCH
           move "N" to WS-REVIEW-STOP-SWITCH
           perform 4100-REVIEW-ONE-REQUEST thru 4100-FIN
               until WS-QUEUE-EOF or WS-REVIEW-STOP
           display "DEMANDES TRAITEES : " WS-DECIDED-COUNT
           .
       4000-EXIT.
           exit
           .

       4100-REVIEW-ONE-REQUEST.
           read PENDING-CHANGES next record
               at end set WS-QUEUE-EOF to true
           end-read
           if WS-QUEUE-EOF
              go to 4100-FIN
           end-if
           if not PCHG-PENDING
              go to 4100-FIN
           end-if
           perform 7500-BUILD-IMAGES
           display "----------------------------------------"
           display "DEMANDE : " PCHG-REQUEST-TS "-" PCHG-REQUEST-SEQ
                   " " WS-TYPE-LABEL
           display "CLE     : " PCHG-RECORD-KEY
           display "PAR     : " PCHG-REQUESTED-BY " ("
                   PCHG-SOURCE-PROGRAM ")"
           display "AVANT   : " WS-BEFORE-IMAGE
           display "APRES   : " WS-AFTER-IMAGE
           if PCHG-REQUESTED-BY = WS-OPERATOR-ID
              display "VOTRE PROPRE DEMANDE - UN AUTRE OPERATEUR "
                      "DOIT LA TRAITER"
              go to 4100-FIN
           end-if
           display "DECISION (A=APPROUVER, R=REFUSER, Q=FIN, "
                   "AUTRE=LAISSER) ? "
           accept WS-DECISION
           evaluate true
               when WS-DECISION-APPROUVER
                   perform 5000-APPLY-CHANGE thru 5000-EXIT
                   if WS-APPLIED
                      set PCHG-APPROVED to true
                      move "CHGAPP" to WS-AUDIT-ACTION
                      display "MODIFICATION APPLIQUEE"
                   else
                      set PCHG-REFUSED to true
                      move "CHGREF" to WS-AUDIT-ACTION
                      display "ENREGISTREMENT MODIFIE DEPUIS LA "
                              "DEMANDE - DEMANDE REFUSEE"
                   end-if
                   perform 4200-RECORD-DECISION
               when WS-DECISION-REFUSER
                   set PCHG-REFUSED to true
                   move "CHGREF" to WS-AUDIT-ACTION
                   perform 4200-RECORD-DECISION
                   display "DEMANDE REFUSEE"
               when WS-DECISION-QUITTER
                   set WS-REVIEW-STOP to true
               when other
                   continue
           end-evaluate
           .
       4100-FIN.
           exit
           .

      *****************************************************************
      *  Stamps the decision on the queue record and journals it
      *  with the request's before and after images.
      *****************************************************************
       4200-RECORD-DECISION.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-OPERATOR-ID to PCHG-DECIDED-BY
           move WS-AUDIT-TS-ALPHA(1:14) to PCHG-DECIDED-TS
           rewrite PENDING-CHANGE-RECORD
               invalid key
                   display "ERREUR MISE A JOUR PENDCHG : "
                           WS-PCHG-STATUS
           end-rewrite
           perform 8000-WRITE-AUDIT
           add 1 to WS-DECIDED-COUNT
           .

      *****************************************************************
      *  Applies an approved request to its master.  WS-APPLIED is
      *  left off when the record is gone or no longer carries the
      *  before image.
      *****************************************************************
       5000-APPLY-CHANGE.
           move "N" to WS-APPLIED-SWITCH
           evaluate true
               when PCHG-CUST-NAME
                   perform 5100-APPLY-NAME thru 5100-EXIT
               when PCHG-CUST-ADDRESS
                   perform 5200-APPLY-ADDRESS thru 5200-EXIT
               when PCHG-HOLD-RELEASE
                   perform 5300-APPLY-HOLD-RELEASE thru 5300-EXIT
               when PCHG-OVERDRAFT-LIMIT
                   perform 5400-APPLY-LIMIT thru 5400-EXIT
               when other
                   continue
           end-evaluate
           .
       5000-EXIT.
           exit
           .

       5100-APPLY-NAME.
           move PCHG-RECORD-KEY to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   go to 5100-EXIT
           end-read
           if CUST-PRENOM not = PCHG-BEF-PRENOM
                   or CUST-NOM not = PCHG-BEF-NOM
              go to 5100-EXIT
           end-if
           move PCHG-AFT-PRENOM to CUST-PRENOM
           move PCHG-AFT-NOM to CUST-NOM
           rewrite CUSTOMER-RECORD
               invalid key
                   display "ERREUR MODIFICATION CUSTOMER-MASTER : "
                           WS-CUSTMAST-STATUS
                   go to 5100-EXIT
           end-rewrite
           set WS-APPLIED to true
           .
       5100-EXIT.
           exit
           .

       5200-APPLY-ADDRESS.
           move PCHG-RECORD-KEY to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   go to 5200-EXIT
           end-read
           if CUST-ADRESSE not = PCHG-BEF-ADRESSE
                   or CUST-DELIVERY-CODE not = PCHG-BEF-DELIVERY-CODE
                   or CUST-RETURNED-MAIL-FLAG
                          not = PCHG-BEF-RETURNED-MAIL
              go to 5200-EXIT
           end-if
           move PCHG-AFT-ADRESSE to CUST-ADRESSE
           move PCHG-AFT-DELIVERY-CODE to CUST-DELIVERY-CODE
           move PCHG-AFT-RETURNED-MAIL to CUST-RETURNED-MAIL-FLAG
           rewrite CUSTOMER-RECORD
               invalid key
                   display "ERREUR MODIFICATION CUSTOMER-MASTER : "
                           WS-CUSTMAST-STATUS
                   go to 5200-EXIT
           end-rewrite
           set WS-APPLIED to true
           .
       5200-EXIT.
           exit
           .

       5300-APPLY-HOLD-RELEASE.
           move PCHG-RECORD-KEY to HOLD-ACCT-NUMBER
           read HOLD-FILE
               invalid key
                   go to 5300-EXIT
           end-read
           if HOLD-TYPE not = PCHG-BEF-HOLD-TYPE
                   or HOLD-AMOUNT not = PCHG-BEF-HOLD-AMOUNT
                   or HOLD-EXPIRY-DATE not = PCHG-BEF-HOLD-EXPIRY
                   or HOLD-STATUS not = PCHG-BEF-HOLD-STATUS
              go to 5300-EXIT
           end-if
           move PCHG-AFT-HOLD-STATUS to HOLD-STATUS
           rewrite HOLD-RECORD
               invalid key
                   display "ERREUR MISE A JOUR HOLDFILE : "
                           WS-HOLD-STATUS
                   go to 5300-EXIT
           end-rewrite
           set WS-APPLIED to true
           .
       5300-EXIT.
           exit
           .

       5400-APPLY-LIMIT.
           move PCHG-RECORD-KEY to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   go to 5400-EXIT
           end-read
           if ACCT-OVERDRAFT-LIMIT not = PCHG-BEF-OD-LIMIT
                   or ACCT-CLOSED or ACCT-ESCHEATED
              go to 5400-EXIT
           end-if
           move PCHG-AFT-OD-LIMIT to ACCT-OVERDRAFT-LIMIT
           rewrite ACCOUNT-RECORD
               invalid key
                   display "ERREUR MISE A JOUR ACCTMAST : "
                           WS-ACCTMAST-STATUS
                   go to 5400-EXIT
           end-rewrite
           set WS-APPLIED to true
           .
       5400-EXIT.
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
      *  Screen and journal images of the request - the same layout
      *  the requesting program journalled it under.
      *****************************************************************
       7500-BUILD-IMAGES.
           move spaces to WS-BEFORE-IMAGE
           move spaces to WS-AFTER-IMAGE
           evaluate true
               when PCHG-CUST-NAME
                   move "NOM CLIENT" to WS-TYPE-LABEL
                   string PCHG-BEF-PRENOM delimited by size
                          " " delimited by size
                          PCHG-BEF-NOM delimited by size
                          into WS-BEFORE-IMAGE
                   end-string
                   string PCHG-AFT-PRENOM delimited by size
                          " " delimited by size
                          PCHG-AFT-NOM delimited by size
                          into WS-AFTER-IMAGE
                   end-string
               when PCHG-CUST-ADDRESS
                   move "ADRESSE CLIENT" to WS-TYPE-LABEL
                   move PCHG-BEF-ADRESSE to WS-ADDRESS-WORK
                   perform 7510-BUILD-ADDRESS-IMAGE
                   move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
                   move PCHG-AFT-ADRESSE to WS-ADDRESS-WORK
                   perform 7510-BUILD-ADDRESS-IMAGE
               when PCHG-HOLD-RELEASE
                   move "MAINLEVEE RETENUE" to WS-TYPE-LABEL
                   move PCHG-BEF-HOLD-AMOUNT to WS-AMOUNT-EDIT
                   string "TYPE " delimited by size
                          PCHG-BEF-HOLD-TYPE delimited by size
                          " " delimited by size
                          WS-AMOUNT-EDIT delimited by size
                          " EXP " delimited by size
                          PCHG-BEF-HOLD-EXPIRY delimited by size
                          " " delimited by size
                          PCHG-BEF-HOLD-STATUS delimited by size
                          into WS-BEFORE-IMAGE
                   end-string
                   move PCHG-AFT-HOLD-AMOUNT to WS-AMOUNT-EDIT
                   string "TYPE " delimited by size
                          PCHG-AFT-HOLD-TYPE delimited by size
                          " " delimited by size
                          WS-AMOUNT-EDIT delimited by size
                          " EXP " delimited by size
                          PCHG-AFT-HOLD-EXPIRY delimited by size
                          " " delimited by size
                          PCHG-AFT-HOLD-STATUS delimited by size
                          into WS-AFTER-IMAGE
                   end-string
               when PCHG-OVERDRAFT-LIMIT
                   move "DECOUVERT AUTORISE" to WS-TYPE-LABEL
                   move PCHG-BEF-OD-LIMIT to WS-LIMIT-EDIT
                   string "DECOUVERT " delimited by size
                          WS-LIMIT-EDIT delimited by size
                          into WS-BEFORE-IMAGE
                   end-string
                   move PCHG-AFT-OD-LIMIT to WS-LIMIT-EDIT
                   string "DECOUVERT " delimited by size
                          WS-LIMIT-EDIT delimited by size
                          into WS-AFTER-IMAGE
                   end-string
               when other
                   move "TYPE INCONNU" to WS-TYPE-LABEL
           end-evaluate
           .

       7510-BUILD-ADDRESS-IMAGE.
           move spaces to WS-AFTER-IMAGE
           string WS-ADR-RUE(1:20) delimited by size
                  " " delimited by size
                  WS-ADR-VILLE delimited by size
                  " " delimited by size
                  WS-ADR-CODE-POSTAL delimited by size
                  " " delimited by size
                  WS-ADR-TELEPHONE delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

       8000-WRITE-AUDIT.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "CHGAPPR" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move PCHG-RECORD-KEY to AUDIT-RECORD-KEY
           perform 7500-BUILD-IMAGES
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
           move "CHGAPPR" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close PENDING-CHANGES
           close CUSTOMER-MASTER
           close HOLD-FILE
           close ACCOUNT-MASTER
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
