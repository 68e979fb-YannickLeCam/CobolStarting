       identification division.
       program-id. SAREXTR.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-10.
       date-compiled.

      *****************************************************************
      *  SAREXTR
      *
      *  Subject-access extract - everything we hold on one customer
      *  gathered into a single sectioned document (SARDOC) when the
      *  customer asks for a copy of their data, in place of screens
      *  photocopied from CUSTMENU, CUSTPORT, AUDITINQ, THISTRTV and
      *  ARCINQ one after another.  Gated by the usual AUTH-FILE
      *  logon and PERMCHK profile; the operator keys the customer
      *  number and the document is built section by section:
      *
      *     1  identity        CUSTMAST (or the CUSTARC copy of a
      *                        customer archived off the master)
      *     2  address
      *     3  identity document and due-diligence review (KYCFILE)
      *     4  screening-list review status
      *     5  accounts        live on ACCTMAST, archived on ACCTARC
      *     6  joint holdings  XREFFILE
      *     7  loans           LOANFILE
      *     8  holds           HOLDFILE, on any account of 5 and 6
      *     9  standing orders STORDFIL, from any account of 5 and 6
      *    10  disputes and complaints (DISPFILE)
      *    11  statements      STMTHIST, one line per issue - the
      *                        statement itself reprints on STMTRPRT
      *    12  audit journal   AUDITARC then AUDITJRN - every record
      *                        keyed on the customer by the customer
      *                        programs, or on one of their accounts
      *                        or loans
      *
      *  The extract itself is journalled as SAREXT under the
      *  customer's number, so a later extract lists the earlier ones.
      *
      *  Modification history
      *  2026-10-10  YLC  Initial version.
      *  2026-10-13  YLC  The delivery preference shows the new
      *                   separate-envelope choice (code I).
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select CUSTOMER-ARCHIVE assign to "CUSTARC"
               organization is sequential
               file status is WS-CUSTARC-STATUS.

           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               alternate record key is ACCT-CUST-NUMBER
                   with duplicates
               file status is WS-ACCTMAST-STATUS.

           select ACCOUNT-ARCHIVE assign to "ACCTARC"
               organization is sequential
               file status is WS-ACCTARC-STATUS.

           select HOLDER-XREF-FILE assign to "XREFFILE"
               organization is indexed
               access mode is sequential
               record key is XREF-KEY
               file status is WS-XREF-STATUS.

           select LOAN-FILE assign to "LOANFILE"
               organization is indexed
               access mode is sequential
               record key is LOAN-KEY
               file status is WS-LOAN-STATUS.

           select HOLD-FILE assign to "HOLDFILE"
               organization is indexed
               access mode is random
               record key is HOLD-KEY
               file status is WS-HOLDFILE-STATUS.

           select STANDING-ORDER-FILE assign to "STORDFIL"
               organization is indexed
               access mode is sequential
               record key is SO-KEY
               file status is WS-ORDER-STATUS.

           select DISPUTE-FILE assign to "DISPFILE"
               organization is indexed
               access mode is sequential
               record key is DSP-KEY
               file status is WS-DISP-STATUS.

           select KYC-FILE assign to "KYCFILE"
               organization is indexed
               access mode is random
               record key is KYC-CUST-NUMBER
               file status is WS-KYC-STATUS.

           select STATEMENT-HISTORY assign to "STMTHIST"
               organization is sequential
               file status is WS-STMTHIST-STATUS.

           select AUDIT-ARCHIVE assign to "AUDITARC"
               organization is sequential
               file status is WS-AUDARC-STATUS.

           select SAR-DOCUMENT assign to "SARDOC"
               organization is sequential
               file status is WS-DOC-STATUS.

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
       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  CUSTOMER-ARCHIVE.
       copy "CUSTREC.cpy"
           replacing ==CUSTOMER-RECORD== by ==CARC-RECORD==
                     ==CUST-KEY== by ==CARC-KEY==
                     ==CUST-NUMBER== by ==CARC-NUMBER==
                     ==CUST-DESCRIPTION== by ==CARC-DESCRIPTION==
                     ==CUST-GROUP-A== by ==CARC-GROUP-A==
                     ==CUST-F1== by ==CARC-F1==
                     ==CUST-F2== by ==CARC-F2==
                     ==CUST-GROUP-B== by ==CARC-GROUP-B==
                     ==CUST-C1== by ==CARC-C1==
                     ==CUST-C2== by ==CARC-C2==
                     ==CUST-UTILISATEUR== by ==CARC-UTILISATEUR==
                     ==CUST-ETAT-CIVIL== by ==CARC-ETAT-CIVIL==
                     ==CUST-PRENOM== by ==CARC-PRENOM==
                     ==CUST-NOM== by ==CARC-NOM==
                     ==CUST-DATE-NAISSANCE== by
                         ==CARC-DATE-NAISSANCE==
                     ==CUST-JOUR== by ==CARC-JOUR==
                     ==CUST-MOIS== by ==CARC-MOIS==
                     ==CUST-MOIS-NUM== by ==CARC-MOIS-NUM==
                     ==CUST-ANNEE== by ==CARC-ANNEE==
                     ==CUST-HEURE== by ==CARC-HEURE==
                     ==CUST-MINUTE== by ==CARC-MINUTE==
                     ==CUST-SECONDE== by ==CARC-SECONDE==
                     ==CUST-GENRE== by ==CARC-GENRE==
                     ==CUST-FEMME== by ==CARC-FEMME==
                     ==CUST-HOMME== by ==CARC-HOMME==
                     ==CUST-NON-PRECISE== by ==CARC-NON-PRECISE==
                     ==CUST-REVIEW-STATUS== by ==CARC-REVIEW-STATUS==
                     ==CUST-PENDING-REVIEW== by
                         ==CARC-PENDING-REVIEW==
                     ==CUST-REVIEW-CLEARED== by
                         ==CARC-REVIEW-CLEARED==
                     ==CUST-REVIEW-CONFIRMED== by
                         ==CARC-REVIEW-CONFIRMED==
                     ==CUST-DECEASED-FLAG== by ==CARC-DECEASED-FLAG==
                     ==CUST-DECEASED== by ==CARC-DECEASED==
                     ==CUST-DECEASED-DATE== by ==CARC-DECEASED-DATE==
                     ==CUST-DELIVERY-CODE== by ==CARC-DELIVERY-CODE==
                     ==CUST-DELIV-MAIL== by ==CARC-DELIV-MAIL==
                     ==CUST-DELIV-COUNTER== by ==CARC-DELIV-COUNTER==
                     ==CUST-DELIV-SUPPRESSED== by
                         ==CARC-DELIV-SUPPRESSED==
                     ==CUST-DELIV-SEPARATE== by ==CARC-DELIV-SEPARATE==
                     ==CUST-RETURNED-MAIL-FLAG== by
                         ==CARC-RETURNED-MAIL-FLAG==
                     ==CUST-MAIL-RETURNED== by
                         ==CARC-MAIL-RETURNED==
                     ==CUST-TAX-EXEMPT-FLAG== by
                         ==CARC-TAX-EXEMPT-FLAG==
                     ==CUST-TAX-EXEMPT== by ==CARC-TAX-EXEMPT==
                     ==CUST-ADRESSE== by ==CARC-ADRESSE==
                     ==CUST-RUE== by ==CARC-RUE==
                     ==CUST-VILLE== by ==CARC-VILLE==
                     ==CUST-CODE-POSTAL== by ==CARC-CODE-POSTAL==
                     ==CUST-TELEPHONE== by ==CARC-TELEPHONE==
                     ==CUST-SUBACCT-COUNT== by ==CARC-SUBACCT-COUNT==
                     ==CUST-SUBACCT-TABLE== by ==CARC-SUBACCT-TABLE==
                     ==CUST-SUBACCT-IDX== by ==CARC-SUBACCT-IDX==
                     ==CUST-SUBACCT-TYPE== by ==CARC-SUBACCT-TYPE==
                     ==CUST-SUBACCT-NUMBER== by
                         ==CARC-SUBACCT-NUMBER==
                     ==CUST-SUBACCT-BALANCE== by
                         ==CARC-SUBACCT-BALANCE==
                     ==CUST-R== by ==CARC-R==.

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  ACCOUNT-ARCHIVE.
       copy "ACCTREC.cpy"
           replacing ==ACCOUNT-RECORD== by ==ARCHIVE-RECORD==
                     ==ACCT-KEY== by ==ARC-KEY==
                     ==ACCT-NUMBER== by ==ARC-NUMBER==
                     ==ACCT-CUST-NUMBER== by ==ARC-CUST-NUMBER==
                     ==ACCT-BRANCH-CODE== by ==ARC-BRANCH-CODE==
                     ==ACCT-PRODUCT-CODE== by ==ARC-PRODUCT-CODE==
                     ==ACCT-SOLDE== by ==ARC-SOLDE==
                     ==ACCT-STATUS== by ==ARC-STATUS==
                     ==ACCT-OPEN== by ==ARC-OPEN==
                     ==ACCT-CLOSED== by ==ARC-CLOSED==
                     ==ACCT-DORMANT== by ==ARC-DORMANT==
                     ==ACCT-ESCHEATED== by ==ARC-ESCHEATED==
                     ==ACCT-CLOSE-DATE== by ==ARC-CLOSE-DATE==
                     ==ACCT-OVERDRAFT-LIMIT== by
                         ==ARC-OVERDRAFT-LIMIT==
                     ==ACCT-OVERDRAWN-DATE== by
                         ==ARC-OVERDRAWN-DATE==
                     ==ACCT-LAST-ACTIVITY-DATE== by
                         ==ARC-LAST-ACTIVITY-DATE==
                     ==ACCT-PRINCIPAL== by ==ARC-PRINCIPAL==
                     ==ACCT-RATE== by ==ARC-RATE==
                     ==ACCT-MONTHLY-INTEREST== by
                         ==ARC-MONTHLY-INTEREST==
                     ==ACCT-LAST-ACCRUAL-DATE== by
                         ==ARC-LAST-ACCRUAL-DATE==
                     ==ACCT-HIST-COUNT== by ==ARC-HIST-COUNT==
                     ==ACCT-INTEREST-HISTORY== by
                         ==ARC-INTEREST-HISTORY==
                     ==ACCT-HIST-IDX== by ==ARC-HIST-IDX==
                     ==ACCT-HIST-YEAR== by ==ARC-HIST-YEAR==
                     ==ACCT-HIST-TOTAL-INTEREST== by
                         ==ARC-HIST-TOTAL-INTEREST==.

       fd  HOLDER-XREF-FILE.
       copy "XREFREC.cpy".

       fd  LOAN-FILE.
       copy "LOANREC.cpy".

       fd  HOLD-FILE.
       copy "HOLDREC.cpy".

       fd  STANDING-ORDER-FILE.
       copy "STORDREC.cpy".

       fd  DISPUTE-FILE.
       copy "DISPREC.cpy".

       fd  KYC-FILE.
       copy "KYCREC.cpy".

       fd  STATEMENT-HISTORY.
       copy "STMTHREC.cpy".

       fd  AUDIT-ARCHIVE.
       copy "AUDITREC.cpy"
           replacing ==AUDIT-RECORD== by ==AARC-RECORD==
                     ==AUDIT-TIMESTAMP== by ==AARC-TIMESTAMP==
                     ==AUDIT-PROGRAM-ID== by ==AARC-PROGRAM-ID==
                     ==AUDIT-OPERATOR-ID== by ==AARC-OPERATOR-ID==
                     ==AUDIT-ACTION== by ==AARC-ACTION==
                     ==AUDIT-RECORD-KEY== by ==AARC-RECORD-KEY==
                     ==AUDIT-BEFORE-IMAGE== by ==AARC-BEFORE-IMAGE==
                     ==AUDIT-AFTER-IMAGE== by ==AARC-AFTER-IMAGE==
                     ==AUDIT-SEQUENCE== by ==AARC-SEQUENCE==.

       fd  SAR-DOCUMENT.
       01  SAR-DOCUMENT-LINE               PIC X(100).

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-CUSTMAST-STATUS               PIC X(02).
           88  WS-CUSTMAST-OK                 VALUE "00".
       01  WS-CUSTARC-STATUS                PIC X(02).
           88  WS-CUSTARC-OK                  VALUE "00".
       01  WS-ACCTMAST-STATUS               PIC X(02).
       01  WS-ACCTARC-STATUS                PIC X(02).
           88  WS-ACCTARC-OK                  VALUE "00".
       01  WS-XREF-STATUS                   PIC X(02).
           88  WS-XREF-OK                     VALUE "00".
       01  WS-LOAN-STATUS                   PIC X(02).
           88  WS-LOAN-OK                     VALUE "00".
       01  WS-HOLDFILE-STATUS               PIC X(02).
       01  WS-ORDER-STATUS                  PIC X(02).
           88  WS-ORDER-OK                    VALUE "00".
       01  WS-DISP-STATUS                   PIC X(02).
           88  WS-DISP-OK                     VALUE "00".
       01  WS-KYC-STATUS                    PIC X(02).
       01  WS-STMTHIST-STATUS               PIC X(02).
           88  WS-STMTHIST-OK                 VALUE "00".
       01  WS-AUDARC-STATUS                 PIC X(02).
           88  WS-AUDARC-OK                   VALUE "00".
       01  WS-DOC-STATUS                    PIC X(02).
       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                    VALUE "00".
       01  WS-AUTH-FSTATUS                  PIC X(02).
           88  WS-AUTH-OK                     VALUE "00".

       01  WS-OPERATOR-ID                   PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                    PIC 9(08).
       01  WS-AUDIT-TIME                    PIC 9(08).
       01  WS-AUDIT-TS-ALPHA                PIC X(14).
       01  WS-AUDIT-SEQUENCE                PIC 9(07) VALUE 0.
       01  WS-AUDIT-KEY                     PIC 9(09).

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-EXIT                    VALUE "Y".
           05  WS-AUTHORIZED-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTHORIZED                VALUE "Y".
           05  WS-DOC-OPEN-SWITCH            PIC X(01) VALUE "N".
               88  WS-DOC-OPEN                 VALUE "Y".
           05  WS-SCAN-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-SCAN-EOF                 VALUE "Y".
           05  WS-CUST-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  WS-CUST-FOUND               VALUE "Y".
           05  WS-KEY-FOUND-SWITCH           PIC X(01) VALUE "N".
               88  WS-KEY-FOUND                VALUE "Y".
           05  WS-CUST-KEYED-SWITCH          PIC X(01) VALUE "N".
               88  WS-CUST-KEYED               VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-TODAY-DATE                    PIC 9(08).
       01  WS-SEARCH-CUST                   PIC 9(06).
       01  WS-CUST-SOURCE                   PIC X(01).
           88  WS-FROM-MASTER                 VALUE "M".
           88  WS-FROM-ARCHIVE                VALUE "A".

      *--------------------------------------------------------------*
      *    The customer's accounts (A) - their own, live and         *
      *    archived, and those they hold jointly - and loans (L),    *
      *    gathered by sections 5 to 7 for the holds, the standing   *
      *    orders and the journal that follow.                       *
      *--------------------------------------------------------------*
       01  WS-KEY-COUNT                     PIC 9(03) COMP VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY OCCURS 200 TIMES.
               10  WS-KEY-VALUE            PIC 9(09).
               10  WS-KEY-TYPE             PIC X(01).
                   88  WS-KEY-ACCOUNT        VALUE "A".
                   88  WS-KEY-LOAN           VALUE "L".
       01  WS-KEY-SUB                       PIC 9(03) COMP.
       01  WS-KEY-OVERFLOW-SWITCH           PIC X(01) VALUE "N".
           88  WS-KEY-OVERFLOW                VALUE "Y".
       01  WS-NEW-KEY-VALUE                 PIC 9(09).
       01  WS-NEW-KEY-TYPE                  PIC X(01).

       01  WS-SECTION-NUMBER                PIC 9(02) VALUE 0.
       01  WS-SECTION-COUNT                 PIC 9(05) COMP.
       01  WS-DOC-LINE-COUNT                PIC 9(06) VALUE 0.
       01  WS-JOURNAL-COUNT                 PIC 9(06) VALUE 0.
       01  WS-STMT-PERIOD                   PIC 9(06).
       01  WS-STMT-LINES                    PIC 9(05) COMP.
       01  WS-SUB                           PIC 9(02) COMP.

       01  WS-AMOUNT-EDIT                   PIC -ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT-2                 PIC -ZZZ,ZZZ,ZZ9.
       01  WS-RATE-EDIT                     PIC ZZ9.99.
       01  WS-COUNT-EDIT                    PIC ZZZZ9.
       01  WS-LABEL                         PIC X(20).
       01  WS-SUFFIX                        PIC X(10).

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(04) VALUE "=== ".
           05  WS-TT-NUMBER                PIC Z9.
           05  FILLER                      PIC X(02) VALUE ". ".
           05  WS-TT-TITLE                 PIC X(50).

       01  WS-FIELD-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-FD-LABEL                 PIC X(22).
           05  FILLER                      PIC X(02) VALUE ": ".
           05  WS-FD-VALUE                 PIC X(74).

       01  WS-JOURNAL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-JL-SOURCE                PIC X(07).
           05  WS-JL-TIMESTAMP             PIC 9(14).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-JL-PROGRAM-ID            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-JL-OPERATOR-ID           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-JL-ACTION                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-JL-RECORD-KEY            PIC X(09).

      *--------------------------------------------------------------*
      *    The journal record under examination, archived or         *
      *    current, copied here so one paragraph judges both.        *
      *--------------------------------------------------------------*
       copy "AUDITREC.cpy"
           replacing ==AUDIT-RECORD== by ==MTCH-RECORD==
                     ==AUDIT-TIMESTAMP== by ==MTCH-TIMESTAMP==
                     ==AUDIT-PROGRAM-ID== by ==MTCH-PROGRAM-ID==
                     ==AUDIT-OPERATOR-ID== by ==MTCH-OPERATOR-ID==
                     ==AUDIT-ACTION== by ==MTCH-ACTION==
                     ==AUDIT-RECORD-KEY== by ==MTCH-RECORD-KEY==
                     ==AUDIT-BEFORE-IMAGE== by ==MTCH-BEFORE-IMAGE==
                     ==AUDIT-AFTER-IMAGE== by ==MTCH-AFTER-IMAGE==
                     ==AUDIT-SEQUENCE== by ==MTCH-SEQUENCE==.

       01  WS-IMAGE-LINE.
           05  FILLER                      PIC X(11) VALUE SPACES.
           05  WS-IL-LABEL                 PIC X(08).
           05  WS-IL-IMAGE                 PIC X(60).

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1500-OPERATOR-LOGON thru 1500-EXIT
           if WS-AUTHORIZED
              perform 2000-PRODUCE-EXTRACT thru 2000-EXIT
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           accept WS-TODAY-DATE from date yyyymmdd
           open input CUSTOMER-MASTER
           open input ACCOUNT-MASTER
           open input HOLD-FILE
           open input KYC-FILE
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           .

      *****************************************************************
      *  Same AUTH-FILE gate as CUSTMENU.
      *****************************************************************
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

       1520-LOG-FAILED-LOGON.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "SAREXTR" to AUDIT-PROGRAM-ID
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
      *  program before anything is done.  A refusal is journalled
      *  under the profile refused.
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
           move "SAREXTR" to PERM-PROGRAM-ID
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
           move "SAREXTR" to AUDIT-PROGRAM-ID
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

      *****************************************************************
      *  One customer, one document - the customer must be found on
      *  the master or the customer archive, then the twelve
      *  sections follow in order and the extract is journalled.
      *****************************************************************
       2000-PRODUCE-EXTRACT.
           display "Numero client ? "
           accept WS-SEARCH-CUST
           perform 2100-FIND-CUSTOMER thru 2100-EXIT
           if not WS-CUST-FOUND
              display "CLIENT INCONNU : " WS-SEARCH-CUST
              go to 2000-EXIT
           end-if
           open output SAR-DOCUMENT
           set WS-DOC-OPEN to true
           perform 2500-WRITE-HEADING
           perform 3000-SECTION-IDENTITY
           perform 3100-SECTION-ADDRESS
           perform 3200-SECTION-KYC thru 3200-EXIT
           perform 3300-SECTION-SCREENING
           perform 4000-SECTION-ACCOUNTS
           perform 4200-SECTION-JOINT-HOLDINGS thru 4200-EXIT
           perform 4300-SECTION-LOANS thru 4300-EXIT
           perform 4400-SECTION-HOLDS
           perform 4500-SECTION-STANDING-ORDERS thru 4500-EXIT
           perform 4600-SECTION-DISPUTES thru 4600-EXIT
           perform 4700-SECTION-STATEMENTS thru 4700-EXIT
           perform 5000-SECTION-JOURNAL
           move spaces to SAR-DOCUMENT-LINE
           perform 8100-PUT-LINE
           move "FIN DE L'EXTRAIT" to SAR-DOCUMENT-LINE
           perform 8100-PUT-LINE
           if WS-KEY-OVERFLOW
              display "PLUS DE 200 COMPTES ET PRETS - SECTIONS 8, 9 "
                      "ET 12 INCOMPLETES"
           end-if
           perform 8000-WRITE-AUDIT
           display "EXTRAIT SARDOC PRODUIT : " WS-DOC-LINE-COUNT
                   " LIGNES"
           .
       2000-EXIT.
           exit
           .

      *****************************************************************
      *  The master first; a customer archived off it is looked for
      *  on CUSTARC and moved into the master's record area, so the
      *  sections read the same fields either way.
      *****************************************************************
       2100-FIND-CUSTOMER.
           move "N" to WS-CUST-FOUND-SWITCH
           move WS-SEARCH-CUST to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   move "N" to WS-CUST-FOUND-SWITCH
               not invalid key
                   set WS-CUST-FOUND to true
                   set WS-FROM-MASTER to true
           end-read
           if WS-CUST-FOUND
              go to 2100-EXIT
           end-if
           open input CUSTOMER-ARCHIVE
           if not WS-CUSTARC-OK
              close CUSTOMER-ARCHIVE
              go to 2100-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 2110-READ-ARCHIVED-CUSTOMER
               until WS-SCAN-EOF or WS-CUST-FOUND
           close CUSTOMER-ARCHIVE
           .
       2100-EXIT.
           exit
           .

       2110-READ-ARCHIVED-CUSTOMER.
           read CUSTOMER-ARCHIVE
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF and CARC-NUMBER = WS-SEARCH-CUST
              set WS-CUST-FOUND to true
              set WS-FROM-ARCHIVE to true
              move CARC-SUBACCT-COUNT to CUST-SUBACCT-COUNT
              move CARC-RECORD to CUSTOMER-RECORD
           end-if
           .

       2500-WRITE-HEADING.
           move spaces to SAR-DOCUMENT-LINE
           string "EXTRAIT DES DONNEES DETENUES SUR LE CLIENT "
                      delimited by size
                  WS-SEARCH-CUST delimited by size
                  into SAR-DOCUMENT-LINE
           end-string
           perform 8100-PUT-LINE
           move spaces to SAR-DOCUMENT-LINE
           string "EDITE LE " delimited by size
                  WS-TODAY-DATE delimited by size
                  " PAR " delimited by size
                  WS-OPERATOR-ID delimited by size
                  into SAR-DOCUMENT-LINE
           end-string
           perform 8100-PUT-LINE
           if WS-FROM-ARCHIVE
              move "CLIENT ARCHIVE - FICHE LUE SUR CUSTARC"
                  to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
           end-if
           .

      *****************************************************************
      *  1 - identity as held on the customer record.
      *****************************************************************
       3000-SECTION-IDENTITY.
           move "IDENTITE" to WS-TT-TITLE
           perform 8200-START-SECTION
           move "NUMERO CLIENT" to WS-FD-LABEL
           move CUST-NUMBER to WS-FD-VALUE
           perform 8300-PUT-FIELD
           move "PRENOM" to WS-FD-LABEL
           move CUST-PRENOM to WS-FD-VALUE
           perform 8300-PUT-FIELD
           move "NOM" to WS-FD-LABEL
           move CUST-NOM to WS-FD-VALUE
           perform 8300-PUT-FIELD
           move "DATE DE NAISSANCE" to WS-FD-LABEL
           move spaces to WS-FD-VALUE
           string CUST-JOUR delimited by size
                  "/" delimited by size
                  CUST-MOIS-NUM delimited by size
                  "/" delimited by size
                  CUST-ANNEE delimited by size
                  " " delimited by size
                  CUST-MOIS delimited by size
                  into WS-FD-VALUE
           end-string
           perform 8300-PUT-FIELD
           move "GENRE" to WS-FD-LABEL
           evaluate true
               when CUST-FEMME
                   move "FEMME" to WS-FD-VALUE
               when CUST-HOMME
                   move "HOMME" to WS-FD-VALUE
               when other
                   move "NON PRECISE" to WS-FD-VALUE
           end-evaluate
           perform 8300-PUT-FIELD
           move "CODES CLIENT" to WS-FD-LABEL
           move spaces to WS-FD-VALUE
           string CUST-F1 delimited by size
                  " " delimited by size
                  CUST-F2 delimited by size
                  " " delimited by size
                  CUST-C1 delimited by size
                  " " delimited by size
                  CUST-C2 delimited by size
                  into WS-FD-VALUE
           end-string
           perform 8300-PUT-FIELD
           if CUST-DECEASED
              move "DECES" to WS-FD-LABEL
              move spaces to WS-FD-VALUE
              string "DECEDE LE " delimited by size
                     CUST-DECEASED-DATE delimited by size
                     into WS-FD-VALUE
              end-string
              perform 8300-PUT-FIELD
           end-if
           move "EXONERATION FISCALE" to WS-FD-LABEL
           if CUST-TAX-EXEMPT
              move "OUI - INTERETS VERSES BRUTS" to WS-FD-VALUE
           else
              move "NON - RETENUE A LA SOURCE" to WS-FD-VALUE
           end-if
           perform 8300-PUT-FIELD
           move "SOUS-COMPTES" to WS-FD-LABEL
           move CUST-SUBACCT-COUNT to WS-COUNT-EDIT
           move WS-COUNT-EDIT to WS-FD-VALUE
           perform 8300-PUT-FIELD
           perform 3010-PUT-SUBACCOUNT
               varying WS-SUB from 1 by 1
                 until WS-SUB > CUST-SUBACCT-COUNT
           .

       3010-PUT-SUBACCOUNT.
           move "  SOUS-COMPTE" to WS-FD-LABEL
           move CUST-SUBACCT-BALANCE(WS-SUB) to WS-AMOUNT-EDIT
           move spaces to WS-FD-VALUE
           string CUST-SUBACCT-TYPE(WS-SUB) delimited by size
                  " " delimited by size
                  CUST-SUBACCT-NUMBER(WS-SUB) delimited by size
                  " SOLDE " delimited by size
                  WS-AMOUNT-EDIT delimited by size
                  into WS-FD-VALUE
           end-string
           perform 8300-PUT-FIELD
           .

      *****************************************************************
      *  2 - postal address, contact details and how statements
      *  reach the customer.
      *****************************************************************
       3100-SECTION-ADDRESS.
           move "ADRESSE ET COORDONNEES" to WS-TT-TITLE
           perform 8200-START-SECTION
           move "RUE" to WS-FD-LABEL
           move CUST-RUE to WS-FD-VALUE
           perform 8300-PUT-FIELD
           move "VILLE" to WS-FD-LABEL
           move CUST-VILLE to WS-FD-VALUE
           perform 8300-PUT-FIELD
           move "CODE POSTAL" to WS-FD-LABEL
           move CUST-CODE-POSTAL to WS-FD-VALUE
           perform 8300-PUT-FIELD
           move "TELEPHONE" to WS-FD-LABEL
           move CUST-TELEPHONE to WS-FD-VALUE
           perform 8300-PUT-FIELD
           move "ENVOI DES RELEVES" to WS-FD-LABEL
           evaluate true
               when CUST-DELIV-COUNTER
                   move "RETRAIT AU GUICHET" to WS-FD-VALUE
               when CUST-DELIV-SUPPRESSED
                   move "SUPPRIME" to WS-FD-VALUE
               when CUST-DELIV-SEPARATE
                   move "PAR LA POSTE, PLI INDIVIDUEL" to WS-FD-VALUE
               when other
                   move "PAR LA POSTE" to WS-FD-VALUE
           end-evaluate
           perform 8300-PUT-FIELD
           if CUST-MAIL-RETURNED
              move "COURRIER" to WS-FD-LABEL
              move "ADRESSE EN RETOUR DE COURRIER - ENVOIS SUSPENDUS"
                  to WS-FD-VALUE
              perform 8300-PUT-FIELD
           end-if
           .

      *****************************************************************
      *  3 - the identity document seen and the due-diligence
      *  review cycle.
      *****************************************************************
       3200-SECTION-KYC.
           move "PIECE D'IDENTITE ET REVUE DE VIGILANCE"
               to WS-TT-TITLE
           perform 8200-START-SECTION
           move WS-SEARCH-CUST to KYC-CUST-NUMBER
           read KYC-FILE
               invalid key
                   move 0 to KYC-CUST-NUMBER
           end-read
           if KYC-CUST-NUMBER not = WS-SEARCH-CUST
              move "AUCUN DOSSIER DE VIGILANCE" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
              go to 3200-EXIT
           end-if
           move "PIECE" to WS-FD-LABEL
           evaluate true
               when KYC-ID-CARTE-IDENTITE
                   move "CARTE D'IDENTITE" to WS-LABEL
               when KYC-ID-PASSEPORT
                   move "PASSEPORT" to WS-LABEL
               when KYC-ID-TITRE-SEJOUR
                   move "TITRE DE SEJOUR" to WS-LABEL
               when other
                   move "NON RENSEIGNEE" to WS-LABEL
           end-evaluate
           move spaces to WS-FD-VALUE
           string WS-LABEL delimited by "  "
                  " NO " delimited by size
                  KYC-ID-NUMBER delimited by size
                  " EXPIRE LE " delimited by size
                  KYC-ID-EXPIRY-DATE delimited by size
                  into WS-FD-VALUE
           end-string
           perform 8300-PUT-FIELD
           move "NIVEAU DE RISQUE" to WS-FD-LABEL
           evaluate true
               when KYC-RISK-ELEVE
                   move "ELEVE" to WS-FD-VALUE
               when KYC-RISK-MOYEN
                   move "MOYEN" to WS-FD-VALUE
               when KYC-RISK-FAIBLE
                   move "FAIBLE" to WS-FD-VALUE
               when other
                   move "NON NOTE" to WS-FD-VALUE
           end-evaluate
           perform 8300-PUT-FIELD
           move "DERNIERE REVUE" to WS-FD-LABEL
           move spaces to WS-FD-VALUE
           string KYC-LAST-REVIEW-DATE delimited by size
                  " PAR " delimited by size
                  KYC-REVIEW-OPERATOR delimited by size
                  into WS-FD-VALUE
           end-string
           perform 8300-PUT-FIELD
           move "PROCHAINE REVUE" to WS-FD-LABEL
           move KYC-NEXT-REVIEW-DATE to WS-FD-VALUE
           perform 8300-PUT-FIELD
           if KYC-OVERDUE-FLAGGED
              move "REVUE EN RETARD" to WS-FD-LABEL
              move spaces to WS-FD-VALUE
              string "SIGNALEE LE " delimited by size
                     KYC-FLAGGED-DATE delimited by size
                     into WS-FD-VALUE
              end-string
              perform 8300-PUT-FIELD
           end-if
           .
       3200-EXIT.
           exit
           .

      *****************************************************************
      *  4 - where the customer stands in the screening-list review
      *  WCHREV works; the review decisions themselves are in the
      *  journal section.
      *****************************************************************
       3300-SECTION-SCREENING.
           move "FILTRAGE SUR LA LISTE DE SURVEILLANCE" to WS-TT-TITLE
           perform 8200-START-SECTION
           move "STATUT DE REVUE" to WS-FD-LABEL
           evaluate true
               when CUST-PENDING-REVIEW
                   move "EN ATTENTE DE REVUE" to WS-FD-VALUE
               when CUST-REVIEW-CLEARED
                   move "RAPPROCHEMENT LEVE" to WS-FD-VALUE
               when CUST-REVIEW-CONFIRMED
                   move "RAPPROCHEMENT CONFIRME" to WS-FD-VALUE
               when other
                   move "JAMAIS SIGNALE" to WS-FD-VALUE
           end-evaluate
           perform 8300-PUT-FIELD
           .

      *****************************************************************
      *  5 - the customer's own accounts, live ones through the
      *  ACCT-CUST-NUMBER alternate key, archived ones from ACCTARC.
      *****************************************************************
       4000-SECTION-ACCOUNTS.
           move "COMPTES" to WS-TT-TITLE
           perform 8200-START-SECTION
           move "N" to WS-SCAN-EOF-SWITCH
           move WS-SEARCH-CUST to ACCT-CUST-NUMBER
           start ACCOUNT-MASTER key = ACCT-CUST-NUMBER
               invalid key
                   set WS-SCAN-EOF to true
           end-start
           if not WS-SCAN-EOF
              perform 4010-READ-CUST-ACCOUNT
              perform 4020-PUT-LIVE-ACCOUNT until WS-SCAN-EOF
           end-if
           open input ACCOUNT-ARCHIVE
           if WS-ACCTARC-OK
              move "N" to WS-SCAN-EOF-SWITCH
              perform 4030-EXAMINE-ARCHIVED-ACCOUNT until WS-SCAN-EOF
           end-if
           close ACCOUNT-ARCHIVE
           if WS-KEY-COUNT = 0
              move "AUCUN COMPTE" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
           end-if
           .

       4010-READ-CUST-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
                   and ACCT-CUST-NUMBER not = WS-SEARCH-CUST
              set WS-SCAN-EOF to true
           end-if
           .

       4020-PUT-LIVE-ACCOUNT.
           move ACCT-NUMBER to WS-NEW-KEY-VALUE
           move "A" to WS-NEW-KEY-TYPE
           perform 8400-ADD-KEY
           evaluate true
               when ACCT-OPEN
                   move "OUVERT" to WS-LABEL
               when ACCT-DORMANT
                   move "INACTIF" to WS-LABEL
               when ACCT-ESCHEATED
                   move "TRANSFERE A L'ETAT" to WS-LABEL
               when ACCT-CLOSED
                   move "CLOTURE" to WS-LABEL
               when other
                   move ACCT-STATUS to WS-LABEL
           end-evaluate
           move ACCT-SOLDE to WS-AMOUNT-EDIT
           move "COMPTE" to WS-FD-LABEL
           move spaces to WS-FD-VALUE
           string ACCT-NUMBER delimited by size
                  " AGENCE " delimited by size
                  ACCT-BRANCH-CODE delimited by size
                  " PRODUIT " delimited by size
                  ACCT-PRODUCT-CODE delimited by size
                  " SOLDE " delimited by size
                  WS-AMOUNT-EDIT delimited by size
                  " " delimited by size
                  WS-LABEL delimited by "  "
                  into WS-FD-VALUE
           end-string
           perform 8300-PUT-FIELD
           if ACCT-CLOSED
              move "  CLOTURE LE" to WS-FD-LABEL
              move ACCT-CLOSE-DATE to WS-FD-VALUE
              perform 8300-PUT-FIELD
           else
              move "  DERNIER MOUVEMENT" to WS-FD-LABEL
              move ACCT-LAST-ACTIVITY-DATE to WS-FD-VALUE
              perform 8300-PUT-FIELD
           end-if
           perform 4010-READ-CUST-ACCOUNT
           .

       4030-EXAMINE-ARCHIVED-ACCOUNT.
           read ACCOUNT-ARCHIVE
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF and ARC-CUST-NUMBER = WS-SEARCH-CUST
              move ARC-NUMBER to WS-NEW-KEY-VALUE
              move "A" to WS-NEW-KEY-TYPE
              perform 8400-ADD-KEY
              move ARC-SOLDE to WS-AMOUNT-EDIT
              move "COMPTE ARCHIVE" to WS-FD-LABEL
              move spaces to WS-FD-VALUE
              string ARC-NUMBER delimited by size
                     " AGENCE " delimited by size
                     ARC-BRANCH-CODE delimited by size
                     " PRODUIT " delimited by size
                     ARC-PRODUCT-CODE delimited by size
                     " SOLDE " delimited by size
                     WS-AMOUNT-EDIT delimited by size
                     " CLOTURE LE " delimited by size
                     ARC-CLOSE-DATE delimited by size
                     into WS-FD-VALUE
              end-string
              perform 8300-PUT-FIELD
           end-if
           .

      *****************************************************************
      *  6 - every account the customer is attached to on XREFFILE,
      *  current or released.  An account they still hold jointly
      *  joins the key table for the holds, orders and journal.
      *****************************************************************
       4200-SECTION-JOINT-HOLDINGS.
           move "CO-TITULARITES" to WS-TT-TITLE
           perform 8200-START-SECTION
           move 0 to WS-SECTION-COUNT
           open input HOLDER-XREF-FILE
           if not WS-XREF-OK
              close HOLDER-XREF-FILE
              move "AUCUNE CO-TITULARITE" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
              go to 4200-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 4210-EXAMINE-HOLDING until WS-SCAN-EOF
           close HOLDER-XREF-FILE
           if WS-SECTION-COUNT = 0
              move "AUCUNE CO-TITULARITE" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
           end-if
           .
       4200-EXIT.
           exit
           .

       4210-EXAMINE-HOLDING.
           read HOLDER-XREF-FILE next record
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF and XREF-CUST-NUMBER = WS-SEARCH-CUST
              add 1 to WS-SECTION-COUNT
              if XREF-ACTIVE
                 move XREF-ACCT-NUMBER to WS-NEW-KEY-VALUE
                 move "A" to WS-NEW-KEY-TYPE
                 perform 8400-ADD-KEY
              end-if
              if XREF-JOINT
                 move "CO-TITULAIRE" to WS-LABEL
              else
                 move "TITULAIRE" to WS-LABEL
              end-if
              if XREF-RELEASED
                 move " - RETIRE" to WS-SUFFIX
              else
                 move spaces to WS-SUFFIX
              end-if
              move "COMPTE" to WS-FD-LABEL
              move spaces to WS-FD-VALUE
              string XREF-ACCT-NUMBER delimited by size
                     " " delimited by size
                     WS-LABEL delimited by "  "
                     " DEPUIS LE " delimited by size
                     XREF-ADD-DATE delimited by size
                     WS-SUFFIX delimited by size
                     into WS-FD-VALUE
              end-string
              perform 8300-PUT-FIELD
           end-if
           .

      *****************************************************************
      *  7 - loans, running or paid off.
      *****************************************************************
       4300-SECTION-LOANS.
           move "PRETS" to WS-TT-TITLE
           perform 8200-START-SECTION
           move 0 to WS-SECTION-COUNT
           open input LOAN-FILE
           if not WS-LOAN-OK
              close LOAN-FILE
              move "AUCUN PRET" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
              go to 4300-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 4310-EXAMINE-LOAN until WS-SCAN-EOF
           close LOAN-FILE
           if WS-SECTION-COUNT = 0
              move "AUCUN PRET" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
           end-if
           .
       4300-EXIT.
           exit
           .

       4310-EXAMINE-LOAN.
           read LOAN-FILE next record
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF and LOAN-CUST-NUMBER = WS-SEARCH-CUST
              add 1 to WS-SECTION-COUNT
              move LOAN-NUMBER to WS-NEW-KEY-VALUE
              move "L" to WS-NEW-KEY-TYPE
              perform 8400-ADD-KEY
              move LOAN-PRINCIPAL to WS-AMOUNT-EDIT
              move LOAN-OUTSTANDING to WS-AMOUNT-EDIT-2
              move LOAN-ANNUAL-RATE to WS-RATE-EDIT
              if LOAN-PAID-OFF
                 move "REMBOURSE" to WS-LABEL
              else
                 move "EN COURS" to WS-LABEL
              end-if
              move "PRET" to WS-FD-LABEL
              move spaces to WS-FD-VALUE
              string LOAN-NUMBER delimited by size
                     " CAPITAL " delimited by size
                     WS-AMOUNT-EDIT delimited by size
                     " RESTANT " delimited by size
                     WS-AMOUNT-EDIT-2 delimited by size
                     " " delimited by size
                     WS-LABEL delimited by "  "
                     into WS-FD-VALUE
              end-string
              perform 8300-PUT-FIELD
              move "  CONDITIONS" to WS-FD-LABEL
              move spaces to WS-FD-VALUE
              string "TAUX " delimited by size
                     WS-RATE-EDIT delimited by size
                     "% DUREE " delimited by size
                     LOAN-TERM-MONTHS delimited by size
                     " MOIS DEBLOQUE LE " delimited by size
                     LOAN-DRAWDOWN-DATE delimited by size
                     " COMPTE " delimited by size
                     LOAN-PAYMENT-ACCT delimited by size
                     into WS-FD-VALUE
              end-string
              perform 8300-PUT-FIELD
           end-if
           .

      *****************************************************************
      *  8 - the hold on file, active or released, for each account
      *  gathered above.
      *****************************************************************
       4400-SECTION-HOLDS.
           move "BLOCAGES" to WS-TT-TITLE
           perform 8200-START-SECTION
           move 0 to WS-SECTION-COUNT
           perform 4410-EXAMINE-HOLD
               varying WS-KEY-SUB from 1 by 1
                 until WS-KEY-SUB > WS-KEY-COUNT
           if WS-SECTION-COUNT = 0
              move "AUCUN BLOCAGE" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
           end-if
           .

       4410-EXAMINE-HOLD.
           if WS-KEY-ACCOUNT(WS-KEY-SUB)
              move WS-KEY-VALUE(WS-KEY-SUB) to HOLD-ACCT-NUMBER
              read HOLD-FILE
                  invalid key
                      move 0 to HOLD-ACCT-NUMBER
              end-read
              if HOLD-ACCT-NUMBER = WS-KEY-VALUE(WS-KEY-SUB)
                 add 1 to WS-SECTION-COUNT
                 evaluate true
                     when HOLD-JUDICIAL
                         move "JUDICIAIRE" to WS-LABEL
                     when HOLD-GARNISHMENT
                         move "SAISIE" to WS-LABEL
                     when other
                         move "ADMINISTRATIF" to WS-LABEL
                 end-evaluate
                 if HOLD-RELEASED
                    move " - LEVE" to WS-SUFFIX
                 else
                    move spaces to WS-SUFFIX
                 end-if
                 move HOLD-AMOUNT to WS-AMOUNT-EDIT
                 move "COMPTE" to WS-FD-LABEL
                 move spaces to WS-FD-VALUE
                 string HOLD-ACCT-NUMBER delimited by size
                        " " delimited by size
                        WS-LABEL delimited by "  "
                        " MONTANT " delimited by size
                        WS-AMOUNT-EDIT delimited by size
                        " DU " delimited by size
                        HOLD-SET-DATE delimited by size
                        " AU " delimited by size
                        HOLD-EXPIRY-DATE delimited by size
                        WS-SUFFIX delimited by size
                        into WS-FD-VALUE
                 end-string
                 perform 8300-PUT-FIELD
              end-if
           end-if
           .

      *****************************************************************
      *  9 - standing orders debiting any account gathered above.
      *****************************************************************
       4500-SECTION-STANDING-ORDERS.
           move "ORDRES PERMANENTS" to WS-TT-TITLE
           perform 8200-START-SECTION
           move 0 to WS-SECTION-COUNT
           open input STANDING-ORDER-FILE
           if not WS-ORDER-OK
              close STANDING-ORDER-FILE
              move "AUCUN ORDRE PERMANENT" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
              go to 4500-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 4510-EXAMINE-ORDER until WS-SCAN-EOF
           close STANDING-ORDER-FILE
           if WS-SECTION-COUNT = 0
              move "AUCUN ORDRE PERMANENT" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
           end-if
           .
       4500-EXIT.
           exit
           .

       4510-EXAMINE-ORDER.
           read STANDING-ORDER-FILE next record
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              move SO-ACCT-NUMBER to WS-NEW-KEY-VALUE
              move "A" to WS-NEW-KEY-TYPE
              perform 8500-FIND-KEY
              if WS-KEY-FOUND
                 add 1 to WS-SECTION-COUNT
                 move SO-AMOUNT to WS-AMOUNT-EDIT
                 if SO-ACTIVE
                    move "ACTIF" to WS-LABEL
                 else
                    move "ANNULE" to WS-LABEL
                 end-if
                 move "ORDRE" to WS-FD-LABEL
                 move spaces to WS-FD-VALUE
                 string SO-NUMBER delimited by size
                        " DE " delimited by size
                        SO-ACCT-NUMBER delimited by size
                        " VERS " delimited by size
                        SO-COUNTERPART-ACCT delimited by size
                        " MONTANT " delimited by size
                        WS-AMOUNT-EDIT delimited by size
                        " LE " delimited by size
                        SO-DAY-OF-MONTH delimited by size
                        " " delimited by size
                        WS-LABEL delimited by "  "
                        into WS-FD-VALUE
                 end-string
                 perform 8300-PUT-FIELD
                 move "  PERIODE" to WS-FD-LABEL
                 move spaces to WS-FD-VALUE
                 string "DU " delimited by size
                        SO-START-DATE delimited by size
                        " AU " delimited by size
                        SO-END-DATE delimited by size
                        into WS-FD-VALUE
                 end-string
                 perform 8300-PUT-FIELD
              end-if
           end-if
           .

      *****************************************************************
      *  10 - disputes and complaints the customer raised.
      *****************************************************************
       4600-SECTION-DISPUTES.
           move "RECLAMATIONS ET CONTESTATIONS" to WS-TT-TITLE
           perform 8200-START-SECTION
           move 0 to WS-SECTION-COUNT
           open input DISPUTE-FILE
           if not WS-DISP-OK
              close DISPUTE-FILE
              move "AUCUNE RECLAMATION" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
              go to 4600-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 4610-EXAMINE-DISPUTE until WS-SCAN-EOF
           close DISPUTE-FILE
           if WS-SECTION-COUNT = 0
              move "AUCUNE RECLAMATION" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
           end-if
           .
       4600-EXIT.
           exit
           .

       4610-EXAMINE-DISPUTE.
           read DISPUTE-FILE next record
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF and DSP-CUST-NUMBER = WS-SEARCH-CUST
              add 1 to WS-SECTION-COUNT
              if DSP-OPEN
                 move "OUVERT" to WS-LABEL
              else
                 move "CLOS" to WS-LABEL
              end-if
              move "DOSSIER" to WS-FD-LABEL
              move spaces to WS-FD-VALUE
              string DSP-CASE-NUMBER delimited by size
                     " COMPTE " delimited by size
                     DSP-ACCT-NUMBER delimited by size
                     " CATEGORIE " delimited by size
                     DSP-CATEGORY delimited by size
                     " OUVERT LE " delimited by size
                     DSP-OPENED-DATE delimited by size
                     " " delimited by size
                     WS-LABEL delimited by "  "
                     into WS-FD-VALUE
              end-string
              perform 8300-PUT-FIELD
              move "  OBJET" to WS-FD-LABEL
              move DSP-SUMMARY to WS-FD-VALUE
              perform 8300-PUT-FIELD
              if DSP-CLOSED
                 move "  CLOTURE" to WS-FD-LABEL
                 move spaces to WS-FD-VALUE
                 string "LE " delimited by size
                        DSP-CLOSED-DATE delimited by size
                        " ISSUE " delimited by size
                        DSP-OUTCOME delimited by size
                        into WS-FD-VALUE
                 end-string
                 perform 8300-PUT-FIELD
              end-if
           end-if
           .

      *****************************************************************
      *  11 - one line per statement issued to the customer, with
      *  the number of lines archived; STMTRPRT reprints the
      *  statement itself.  The archive is written a period at a
      *  time, so a change of period closes the previous line.
      *****************************************************************
       4700-SECTION-STATEMENTS.
           move "RELEVES EMIS" to WS-TT-TITLE
           perform 8200-START-SECTION
           move 0 to WS-SECTION-COUNT
           move 0 to WS-STMT-PERIOD
           move 0 to WS-STMT-LINES
           open input STATEMENT-HISTORY
           if not WS-STMTHIST-OK
              close STATEMENT-HISTORY
              move "AUCUN RELEVE ARCHIVE" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
              go to 4700-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 4710-EXAMINE-STATEMENT-LINE until WS-SCAN-EOF
           close STATEMENT-HISTORY
           if WS-STMT-LINES > 0
              perform 4720-PUT-STATEMENT
           end-if
           if WS-SECTION-COUNT = 0
              move "AUCUN RELEVE ARCHIVE" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
           end-if
           .
       4700-EXIT.
           exit
           .

       4710-EXAMINE-STATEMENT-LINE.
           read STATEMENT-HISTORY
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF and STMH-CUST-NUMBER = WS-SEARCH-CUST
              if STMH-PERIOD not = WS-STMT-PERIOD
                 if WS-STMT-LINES > 0
                    perform 4720-PUT-STATEMENT
                 end-if
                 move STMH-PERIOD to WS-STMT-PERIOD
                 move 0 to WS-STMT-LINES
              end-if
              add 1 to WS-STMT-LINES
           end-if
           .

       4720-PUT-STATEMENT.
           add 1 to WS-SECTION-COUNT
           if WS-STMT-PERIOD(5:2) = "00"
              move "RECAPITULATIF FRAIS" to WS-FD-LABEL
           else
              move "RELEVE" to WS-FD-LABEL
           end-if
           move WS-STMT-LINES to WS-COUNT-EDIT
           move spaces to WS-FD-VALUE
           string "PERIODE " delimited by size
                  WS-STMT-PERIOD delimited by size
                  " - " delimited by size
                  WS-COUNT-EDIT delimited by size
                  " LIGNES ARCHIVEES" delimited by size
                  into WS-FD-VALUE
           end-string
           perform 8300-PUT-FIELD
           .

      *****************************************************************
      *  12 - every journal record touching the customer, archive
      *  first then the current month's journal: a record the
      *  customer programs keyed on the customer number, or any
      *  record keyed on one of their accounts (on one of their
      *  loans for the loan programs).  Printed as AUDITINQ prints
      *  them, before and after images under the record.
      *****************************************************************
       5000-SECTION-JOURNAL.
           move "JOURNAL DES OPERATIONS" to WS-TT-TITLE
           perform 8200-START-SECTION
           open input AUDIT-ARCHIVE
           if WS-AUDARC-OK
              move "N" to WS-SCAN-EOF-SWITCH
              perform 5010-EXAMINE-ARCHIVED-AUDIT until WS-SCAN-EOF
           end-if
           close AUDIT-ARCHIVE
           close AUDIT-JOURNAL
           open input AUDIT-JOURNAL
           if WS-AUDIT-OK
              move "N" to WS-SCAN-EOF-SWITCH
              perform 5020-EXAMINE-CURRENT-AUDIT until WS-SCAN-EOF
           end-if
           close AUDIT-JOURNAL
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           if WS-JOURNAL-COUNT = 0
              move "AUCUNE ECRITURE AU JOURNAL" to SAR-DOCUMENT-LINE
              perform 8100-PUT-LINE
           end-if
           .

       5010-EXAMINE-ARCHIVED-AUDIT.
           read AUDIT-ARCHIVE
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              move AARC-RECORD to MTCH-RECORD
              perform 5100-MATCH-AUDIT-RECORD thru 5100-EXIT
              if WS-KEY-FOUND
                 move "ARCHIVE" to WS-JL-SOURCE
                 perform 5200-PUT-JOURNAL-RECORD
              end-if
           end-if
           .

       5020-EXAMINE-CURRENT-AUDIT.
           read AUDIT-JOURNAL
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              move AUDIT-RECORD to MTCH-RECORD
              perform 5100-MATCH-AUDIT-RECORD thru 5100-EXIT
              if WS-KEY-FOUND
                 move "JOURNAL" to WS-JL-SOURCE
                 perform 5200-PUT-JOURNAL-RECORD
              end-if
           end-if
           .

      *****************************************************************
      *  Decides whether the journal record in MTCH-RECORD touches
      *  the customer - WS-KEY-FOUND on return when it does.
      *  CUSTMENU's joint-holder and overdraft records and CUSTMRG's
      *  account moves are keyed on an account, not the customer.
      *****************************************************************
       5100-MATCH-AUDIT-RECORD.
           move "N" to WS-KEY-FOUND-SWITCH
           if MTCH-RECORD-KEY is not numeric
              go to 5100-EXIT
           end-if
           move MTCH-RECORD-KEY to WS-AUDIT-KEY
           move "N" to WS-CUST-KEYED-SWITCH
           evaluate MTCH-PROGRAM-ID
               when "CUSTMENU"
                   if MTCH-ACTION not = "CTJADD"
                           and MTCH-ACTION not = "CTJSUP"
                           and MTCH-ACTION not = "ODLDEM"
                      set WS-CUST-KEYED to true
                   end-if
               when "CUSTMRG"
                   if MTCH-ACTION not = "MRGACC"
                      set WS-CUST-KEYED to true
                   end-if
               when "CUSTINTK"
               when "CUSTBINT"
               when "KYCREV"
               when "WCHREV"
               when "CHGAPPR"
               when "RETPURGE"
               when "SAREXTR"
                   set WS-CUST-KEYED to true
           end-evaluate
           if WS-CUST-KEYED
              if WS-AUDIT-KEY = WS-SEARCH-CUST
                 set WS-KEY-FOUND to true
                 go to 5100-EXIT
              end-if
              if MTCH-PROGRAM-ID not = "CHGAPPR"
                 go to 5100-EXIT
              end-if
           end-if
           move WS-AUDIT-KEY to WS-NEW-KEY-VALUE
           if MTCH-PROGRAM-ID = "LOANMNT" or "LOANPOST" or "LOANCOLL"
              move "L" to WS-NEW-KEY-TYPE
           else
              move "A" to WS-NEW-KEY-TYPE
           end-if
           perform 8500-FIND-KEY
           .
       5100-EXIT.
           exit
           .

       5200-PUT-JOURNAL-RECORD.
           add 1 to WS-JOURNAL-COUNT
           move MTCH-TIMESTAMP to WS-JL-TIMESTAMP
           move MTCH-PROGRAM-ID to WS-JL-PROGRAM-ID
           move MTCH-OPERATOR-ID to WS-JL-OPERATOR-ID
           move MTCH-ACTION to WS-JL-ACTION
           move MTCH-RECORD-KEY to WS-JL-RECORD-KEY
           move WS-JOURNAL-LINE to SAR-DOCUMENT-LINE
           perform 8100-PUT-LINE
           move "AVANT : " to WS-IL-LABEL
           move MTCH-BEFORE-IMAGE to WS-IL-IMAGE
           move WS-IMAGE-LINE to SAR-DOCUMENT-LINE
           perform 8100-PUT-LINE
           move "APRES : " to WS-IL-LABEL
           move MTCH-AFTER-IMAGE to WS-IL-IMAGE
           move WS-IMAGE-LINE to SAR-DOCUMENT-LINE
           perform 8100-PUT-LINE
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
      *  The extract itself, journalled under the customer - the
      *  image says what was handed over, never the data.
      *****************************************************************
       8000-WRITE-AUDIT.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "SAREXTR" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "SAREXT" to AUDIT-ACTION
           move WS-SEARCH-CUST to WS-AUDIT-KEY
           move WS-AUDIT-KEY to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           string "EXTRAIT DROIT D'ACCES SOURCE " delimited by size
                  WS-CUST-SOURCE delimited by size
                  into AUDIT-BEFORE-IMAGE
           end-string
           move spaces to AUDIT-AFTER-IMAGE
           string "LIGNES " delimited by size
                  WS-DOC-LINE-COUNT delimited by size
                  " JOURNAL " delimited by size
                  WS-JOURNAL-COUNT delimited by size
                  into AUDIT-AFTER-IMAGE
           end-string
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       8100-PUT-LINE.
           write SAR-DOCUMENT-LINE
           add 1 to WS-DOC-LINE-COUNT
           move spaces to SAR-DOCUMENT-LINE
           .

       8200-START-SECTION.
           move spaces to SAR-DOCUMENT-LINE
           perform 8100-PUT-LINE
           add 1 to WS-SECTION-NUMBER
           move WS-SECTION-NUMBER to WS-TT-NUMBER
           move WS-TITLE-LINE to SAR-DOCUMENT-LINE
           perform 8100-PUT-LINE
           .

       8300-PUT-FIELD.
           move WS-FIELD-LINE to SAR-DOCUMENT-LINE
           perform 8100-PUT-LINE
           .

      *****************************************************************
      *  Adds WS-NEW-KEY-VALUE / -TYPE to the key table unless it is
      *  there already; a full table is reported at the end.
      *****************************************************************
       8400-ADD-KEY.
           perform 8500-FIND-KEY
           if not WS-KEY-FOUND
              if WS-KEY-COUNT >= 200
                 set WS-KEY-OVERFLOW to true
              else
                 add 1 to WS-KEY-COUNT
                 move WS-NEW-KEY-VALUE to WS-KEY-VALUE(WS-KEY-COUNT)
                 move WS-NEW-KEY-TYPE to WS-KEY-TYPE(WS-KEY-COUNT)
              end-if
           end-if
           .

       8500-FIND-KEY.
           move "N" to WS-KEY-FOUND-SWITCH
           perform 8510-COMPARE-KEY
               varying WS-KEY-SUB from 1 by 1
                 until WS-KEY-SUB > WS-KEY-COUNT or WS-KEY-FOUND
           .

       8510-COMPARE-KEY.
           if WS-KEY-VALUE(WS-KEY-SUB) = WS-NEW-KEY-VALUE
                   and WS-KEY-TYPE(WS-KEY-SUB) = WS-NEW-KEY-TYPE
              set WS-KEY-FOUND to true
           end-if
           .

      *****************************************************************
      *  FINRUN trailer closing this run's journal records - the
      *  sequence field carries the count AUDITVER proves the run
      *  against.
      *****************************************************************
       8990-WRITE-AUDIT-TRAILER.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "SAREXTR" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close CUSTOMER-MASTER
           close ACCOUNT-MASTER
           close HOLD-FILE
           close KYC-FILE
           if WS-DOC-OPEN
              close SAR-DOCUMENT
           end-if
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
