       identification division.
       program-id. RETPURGE.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-09.
       date-compiled.

      *****************************************************************
      *  RETPURGE
      *
      *  Supervised annual purge of the personal data we no longer
      *  have a reason to keep.  Gated by the usual AUTH-FILE logon
      *  and restricted to SUPERVISOR-level operators, it looks at
      *  every customer on CUSTOMER-MASTER and every customer record
      *  CUSTMENU moved to CUSTOMER-ARCHIVE, and retains anyone who
      *  still has
      *
      *    - an account not closed on ACCOUNT-MASTER, in their own
      *      name or as an active joint holder on XREFFILE;
      *    - an estate in progress - a deceased customer whose
      *      accounts are not all closed;
      *    - a loan not paid off on LOANFILE;
      *    - an active hold on HOLDFILE against any of their
      *      accounts, live or archived.
      *
      *  Everyone else is dated by the latest of their accounts'
      *  closing dates (ACCTMAST and ACCTARC), their paid-off loans'
      *  last postings and their date of death; once that date is
      *  more than PARM-RETENTION-YEARS behind today (zero reads as
      *  10) the customer is anonymised:
      *
      *    - CUSTMAST or CUSTARC: name, birth date, gender, date of
      *      death and address cleared, statements suppressed - the
      *      number, product codes, flags and sub-account balances
      *      stay so the books still balance;
      *    - KYCFILE: the identity document number and expiry;
      *    - PENDCHG: the before and after images of name and
      *      address change requests;
      *    - STMTHIST: the name on the statement heading lines and
      *      the date of death on the estate line;
      *    - AUDITARC: the images of the archived journal records
      *      the customer programs keyed on the customer number.
      *
      *  ACCTARC carries only keys, dates and amounts and is read for
      *  the closing dates alone.  A simulation pass ("S") prints the
      *  PURGRPT certificate and touches nothing; the real pass ("R")
      *  rewrites the records, journals each customer as ANONYM and
      *  prints the certificate of what was purged.  An anonymised
      *  customer keeps ANONYMISE as surname and no first name, which
      *  is how the next run knows to pass them by.
      *
      *  Modification history
      *  2026-10-09  YLC  Initial version.
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

           select KYC-FILE assign to "KYCFILE"
               organization is indexed
               access mode is dynamic
               record key is KYC-CUST-NUMBER
               file status is WS-KYC-STATUS.

           select PENDING-CHANGES assign to "PENDCHG"
               organization is indexed
               access mode is sequential
               record key is PCHG-KEY
               file status is WS-PCHG-STATUS.

           select STATEMENT-HISTORY assign to "STMTHIST"
               organization is sequential
               file status is WS-STMTHIST-STATUS.

           select AUDIT-ARCHIVE assign to "AUDITARC"
               organization is sequential
               file status is WS-AUDARC-STATUS.

           select RUN-PARAMETERS assign to "PURGPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select PURGE-REPORT assign to "PURGRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

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
                     ==ACCT-SOLDE== by ==ARC-SOLDE==
                     ==ACCT-STATUS== by ==ARC-STATUS==
                     ==ACCT-OPEN== by ==ARC-OPEN==
                     ==ACCT-CLOSED== by ==ARC-CLOSED==
                     ==ACCT-DORMANT== by ==ARC-DORMANT==
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

       fd  KYC-FILE.
       copy "KYCREC.cpy".

       fd  PENDING-CHANGES.
       copy "PCHGREC.cpy".

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

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       fd  PURGE-REPORT.
       01  PURGE-REPORT-LINE               PIC X(80).

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
           88  WS-ACCTMAST-OK                 VALUE "00".
       01  WS-ACCTARC-STATUS                PIC X(02).
           88  WS-ACCTARC-OK                  VALUE "00".
       01  WS-XREF-STATUS                   PIC X(02).
           88  WS-XREF-OK                     VALUE "00".
       01  WS-LOAN-STATUS                   PIC X(02).
           88  WS-LOAN-OK                     VALUE "00".
       01  WS-HOLDFILE-STATUS               PIC X(02).
       01  WS-KYC-STATUS                    PIC X(02).
       01  WS-PCHG-STATUS                   PIC X(02).
           88  WS-PCHG-OK                     VALUE "00".
       01  WS-STMTHIST-STATUS               PIC X(02).
           88  WS-STMTHIST-OK                 VALUE "00".
       01  WS-AUDARC-STATUS                 PIC X(02).
           88  WS-AUDARC-OK                   VALUE "00".
       01  WS-PARM-STATUS                   PIC X(02).
           88  WS-PARM-OK                     VALUE "00".
       01  WS-RPT-STATUS                    PIC X(02).
       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                    VALUE "00".
       01  WS-AUTH-FSTATUS                  PIC X(02).
           88  WS-AUTH-OK                     VALUE "00".

       01  WS-OPERATOR-ID                   PIC X(08) VALUE "SYSTEM".
       01  WS-OPERATOR-LEVEL                PIC X(01) VALUE "T".
           88  WS-OPERATOR-SUPERVISOR         VALUE "S".
       01  WS-AUDIT-DATE                    PIC 9(08).
       01  WS-AUDIT-TIME                    PIC 9(08).
       01  WS-AUDIT-TS-ALPHA                PIC X(14).
       01  WS-AUDIT-SEQUENCE                PIC 9(07) VALUE 0.
       01  WS-AUDIT-KEY                     PIC 9(09).
       01  WS-BEFORE-IMAGE                  PIC X(60).
       01  WS-AFTER-IMAGE                   PIC X(60).

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-EXIT                    VALUE "Y".
           05  WS-AUTHORIZED-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTHORIZED                VALUE "Y".
           05  WS-REPORT-OPEN-SWITCH         PIC X(01) VALUE "N".
               88  WS-REPORT-OPEN              VALUE "Y".
           05  WS-SCAN-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-SCAN-EOF                 VALUE "Y".
           05  WS-ACCT-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-ACCT-EOF                 VALUE "Y".
           05  WS-FOUND-SWITCH               PIC X(01) VALUE "N".
               88  WS-FOUND                    VALUE "Y".
           05  WS-LIVE-SWITCH                PIC X(01) VALUE "N".
               88  WS-LIVE-ACCOUNT             VALUE "Y".
           05  WS-HELD-SWITCH                PIC X(01) VALUE "N".
               88  WS-ACCOUNT-HELD             VALUE "Y".
           05  WS-CUST-KEYED-SWITCH          PIC X(01) VALUE "N".
               88  WS-CUST-KEYED               VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-TODAY-DATE                    PIC 9(08).
       01  WS-RUN-MODE                      PIC X(01).
           88  WS-MODE-SIMULATION             VALUE "S" "s".
           88  WS-MODE-REAL                   VALUE "R" "r".
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".

      *--------------------------------------------------------------*
      *    Retention period and the cutoff it gives - a customer     *
      *    whose reference date falls before the cutoff is purged.   *
      *    The 29th of February steps back to the 28th.              *
      *--------------------------------------------------------------*
       01  WS-RETENTION-YEARS               PIC 9(02) VALUE 10.
       01  WS-CUTOFF-DATE                   PIC 9(08).
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR               PIC 9(04).
           05  WS-CUTOFF-MMDD               PIC 9(04).

      *--------------------------------------------------------------*
      *    Surname an anonymised customer is left with (the first    *
      *    name is cleared) - how a later run recognises one.        *
      *--------------------------------------------------------------*
       01  WS-ANON-NAME                     PIC X(20) VALUE
           "ANONYMISE".

      *--------------------------------------------------------------*
      *    Customer being examined - the latest reference date found *
      *    so far and what gave it (C account closed, P loan paid    *
      *    off, D date of death).                                    *
      *--------------------------------------------------------------*
       01  WS-SEARCH-CUST                   PIC 9(06).
       01  WS-WORK-REF-DATE                 PIC 9(08).
       01  WS-WORK-REF-REASON               PIC X(01).
       01  WS-WORK-ORIGIN                   PIC X(01).
       01  WS-HOLD-ACCT                     PIC 9(09).

      *--------------------------------------------------------------*
      *    Customers still in the running after the master and       *
      *    archive passes, in customer order (the archive's ones are *
      *    slotted in where they belong) so the later passes can     *
      *    look them up by halving.  Origin M is CUSTMAST, A is      *
      *    CUSTARC; the verdict is set X when something retains the  *
      *    customer and E once the reference date is past the        *
      *    cutoff.  The counts are what the anonymisation touched.   *
      *--------------------------------------------------------------*
       01  WS-CAND-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-CAND-TABLE.
           05  WS-CAND OCCURS 5000 TIMES.
               10  WS-CAND-CUST            PIC 9(06).
               10  WS-CAND-ORIGIN          PIC X(01).
                   88  WS-CAND-ON-MASTER     VALUE "M".
                   88  WS-CAND-ARCHIVED      VALUE "A".
               10  WS-CAND-REF-DATE        PIC 9(08).
               10  WS-CAND-REF-REASON      PIC X(01).
               10  WS-CAND-VERDICT         PIC X(01).
                   88  WS-CAND-RETAINED      VALUE "X".
                   88  WS-CAND-ELIGIBLE      VALUE "E".
               10  WS-CAND-ARC-COUNT       PIC 9(04) COMP.
               10  WS-CAND-KYC-COUNT       PIC 9(02) COMP.
               10  WS-CAND-PCHG-COUNT      PIC 9(04) COMP.
               10  WS-CAND-STMT-COUNT      PIC 9(05) COMP.
               10  WS-CAND-AUDIT-COUNT     PIC 9(05) COMP.
       01  WS-CAND-SUB                      PIC 9(04) COMP.
       01  WS-LOW                           PIC 9(04) COMP.
       01  WS-HIGH                          PIC 9(04) COMP.
       01  WS-MID                           PIC 9(04) COMP.

       01  WS-COUNTERS.
           05  WS-ALREADY-COUNT             PIC 9(06) VALUE 0.
           05  WS-KEPT-ACTIVE-COUNT         PIC 9(06) VALUE 0.
           05  WS-KEPT-ESTATE-COUNT         PIC 9(06) VALUE 0.
           05  WS-KEPT-LOAN-COUNT           PIC 9(06) VALUE 0.
           05  WS-KEPT-HOLD-COUNT           PIC 9(06) VALUE 0.
           05  WS-KEPT-RECENT-COUNT         PIC 9(06) VALUE 0.
           05  WS-KEPT-NODATE-COUNT         PIC 9(06) VALUE 0.
           05  WS-OVERFLOW-COUNT            PIC 9(06) VALUE 0.
           05  WS-ELIGIBLE-COUNT            PIC 9(06) VALUE 0.
           05  WS-TOTAL-ARC-COUNT           PIC 9(07) VALUE 0.
           05  WS-TOTAL-KYC-COUNT           PIC 9(07) VALUE 0.
           05  WS-TOTAL-PCHG-COUNT          PIC 9(07) VALUE 0.
           05  WS-TOTAL-STMT-COUNT          PIC 9(07) VALUE 0.
           05  WS-TOTAL-AUDIT-COUNT         PIC 9(07) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(38) VALUE
               "PURGE DONNEES PERSONNELLES - CONSERV. ".
           05  WS-HL-YEARS                 PIC Z9.
           05  FILLER                      PIC X(11) VALUE
               " ANS AVANT ".
           05  WS-HL-CUTOFF                PIC 9(08).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  WS-HL-MODE                  PIC X(10).
       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(09) VALUE
               "EDITE LE ".
           05  WS-HL-DATE                  PIC 9(08).
           05  FILLER                      PIC X(05) VALUE " PAR ".
           05  WS-HL-OPERATOR              PIC X(08).
       01  WS-HEADING-LINE-3.
           05  FILLER                      PIC X(39) VALUE
               "ORIGINE M CLIENTS, A ARCHIVE CLIENTS - ".
           05  FILLER                      PIC X(38) VALUE
               "MOTIF C CLOTURE, P PRET SOLDE, D DECES".
       01  WS-HEADING-LINE-4               PIC X(80) VALUE
           "CLIENT O DERN.REF M CPTA KY  DEM RELEV JOURN  OBSERVATION".

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST                  PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-ORIGIN                PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-REF-DATE              PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-REF-REASON            PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-ARC                   PIC ZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-KYC                   PIC Z9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-PCHG                  PIC ZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-STMT                  PIC ZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-AUDIT                 PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-OBSERVATION           PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(44).
           05  WS-TL-COUNT                 PIC ZZZZZZ9.

       01  WS-CERTIFICATE-LINE.
           05  FILLER                      PIC X(43) VALUE
               "ANONYMISATION CERTIFIEE PAR LE SUPERVISEUR ".
           05  WS-CL-OPERATOR              PIC X(08).
           05  FILLER                      PIC X(04) VALUE " LE ".
           05  WS-CL-DATE                  PIC 9(08).

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1500-OPERATOR-LOGON thru 1500-EXIT
           if WS-AUTHORIZED
              perform 2000-RUN-PURGE thru 2000-EXIT
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           accept WS-TODAY-DATE from date yyyymmdd
           open i-o CUSTOMER-MASTER
           open input ACCOUNT-MASTER
           open input HOLD-FILE
           open i-o KYC-FILE
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           .

      *****************************************************************
      *  Same AUTH-FILE gate as CUSTMENU, plus the SUPERVISOR level
      *  check - an anonymisation cannot be undone.
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
           if WS-AUTHORIZED and not WS-OPERATOR-SUPERVISOR
              display "RESERVE AUX SUPERVISEURS - ACCES REFUSE"
              move "N" to WS-AUTHORIZED-SWITCH
              perform 1520-LOG-FAILED-LOGON
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
              move AUTH-LEVEL to WS-OPERATOR-LEVEL
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
           move "RETPURGE" to AUDIT-PROGRAM-ID
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
           move "RETPURGE" to PERM-PROGRAM-ID
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
           move "RETPURGE" to AUDIT-PROGRAM-ID
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
      *  One supervised pass: the retention period from the run
      *  parameters, the mode, an explicit confirmation for the real
      *  pass, then the customers are sifted, the survivors dated
      *  against the cutoff and the eligible ones anonymised file by
      *  file before the certificate is printed.
      *****************************************************************
       2000-RUN-PURGE.
           perform 2100-READ-PARAMETERS
           display "CONSERVATION " WS-RETENTION-YEARS
                   " ANS - DERNIERE REFERENCE AVANT LE "
                   WS-CUTOFF-DATE
           display "Simulation ou reel (S/R) ? "
           accept WS-RUN-MODE
           if not WS-MODE-SIMULATION and not WS-MODE-REAL
              display "MODE INVALIDE - ABANDON"
              go to 2000-EXIT
           end-if
           if WS-MODE-REAL
              display "LES DONNEES ANONYMISEES NE POURRONT PAS ETRE "
                      "RESTITUEES"
              display "CONFIRMER L'ANONYMISATION (O/N) ? "
              accept WS-CONFIRM
              if not WS-CONFIRM-OUI
                 display "ANONYMISATION ABANDONNEE"
                 go to 2000-EXIT
              end-if
           end-if
           perform 2500-START-REPORT
           perform 3000-SCAN-CUSTOMER-MASTER
           perform 3300-SCAN-CUSTOMER-ARCHIVE thru 3300-EXIT
           perform 3400-SCAN-ACCOUNT-ARCHIVE thru 3400-EXIT
           perform 3500-SCAN-LOANS thru 3500-EXIT
           perform 3600-SCAN-JOINT-HOLDINGS thru 3600-EXIT
           perform 3700-JUDGE-CANDIDATE
               varying WS-CAND-SUB from 1 by 1
                 until WS-CAND-SUB > WS-CAND-COUNT
           if WS-ELIGIBLE-COUNT > 0
              perform 4000-ANONYMISE-CUSTOMER
                  varying WS-CAND-SUB from 1 by 1
                    until WS-CAND-SUB > WS-CAND-COUNT
              perform 4300-SWEEP-CUSTOMER-ARCHIVE thru 4300-EXIT
              perform 4400-SWEEP-PENDING-CHANGES thru 4400-EXIT
              perform 4500-SWEEP-STATEMENT-HISTORY thru 4500-EXIT
              perform 4600-SWEEP-AUDIT-ARCHIVE thru 4600-EXIT
           end-if
           perform 4800-REPORT-CUSTOMER
               varying WS-CAND-SUB from 1 by 1
                 until WS-CAND-SUB > WS-CAND-COUNT
           perform 2900-REPORT-TOTALS
           if WS-MODE-REAL
              display "CLIENTS ANONYMISES : " WS-ELIGIBLE-COUNT
           else
              display "CLIENTS A ANONYMISER : " WS-ELIGIBLE-COUNT
           end-if
           if WS-OVERFLOW-COUNT > 0
              display "TABLE PLEINE - " WS-OVERFLOW-COUNT
                      " CLIENTS NON EXAMINES, A REPRENDRE"
           end-if
           .
       2000-EXIT.
           exit
           .

      *****************************************************************
      *  Retention period from PARM-RETENTION-YEARS (zero or no
      *  parameters reads as 10), and the cutoff that many years
      *  before today.
      *****************************************************************
       2100-READ-PARAMETERS.
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end continue
                  not at end
                      if PARM-RETENTION-YEARS > 0
                         move PARM-RETENTION-YEARS
                             to WS-RETENTION-YEARS
                      end-if
              end-read
           end-if
           close RUN-PARAMETERS
           compute WS-CUTOFF-DATE =
               WS-TODAY-DATE - WS-RETENTION-YEARS * 10000
           if WS-CUTOFF-MMDD = 0229
              move 0228 to WS-CUTOFF-MMDD
           end-if
           .

       2500-START-REPORT.
           open output PURGE-REPORT
           set WS-REPORT-OPEN to true
           move WS-RETENTION-YEARS to WS-HL-YEARS
           move WS-CUTOFF-DATE to WS-HL-CUTOFF
           if WS-MODE-REAL
              move "REEL" to WS-HL-MODE
           else
              move "SIMULATION" to WS-HL-MODE
           end-if
           move WS-TODAY-DATE to WS-HL-DATE
           move WS-OPERATOR-ID to WS-HL-OPERATOR
           move WS-HEADING-LINE-1 to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           move WS-HEADING-LINE-2 to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           move WS-HEADING-LINE-3 to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           move spaces to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           move WS-HEADING-LINE-4 to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           .

       2900-REPORT-TOTALS.
           move spaces to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           move "CLIENTS DEJA ANONYMISES" to WS-TL-LABEL
           move WS-ALREADY-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           move "CONSERVES - COMPTE NON CLOTURE" to WS-TL-LABEL
           move WS-KEPT-ACTIVE-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           move "CONSERVES - SUCCESSION EN COURS" to WS-TL-LABEL
           move WS-KEPT-ESTATE-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           move "CONSERVES - PRET EN COURS" to WS-TL-LABEL
           move WS-KEPT-LOAN-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           move "CONSERVES - BLOCAGE ACTIF" to WS-TL-LABEL
           move WS-KEPT-HOLD-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           move "CONSERVES - DELAI DE CONSERVATION NON ECHU"
               to WS-TL-LABEL
           move WS-KEPT-RECENT-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           move "CONSERVES - SANS DATE DE REFERENCE" to WS-TL-LABEL
           move WS-KEPT-NODATE-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           if WS-OVERFLOW-COUNT > 0
              move "NON EXAMINES - TABLE PLEINE" to WS-TL-LABEL
              move WS-OVERFLOW-COUNT to WS-TL-COUNT
              perform 2910-WRITE-TOTAL
           end-if
           move spaces to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           if WS-MODE-REAL
              move "CLIENTS ANONYMISES" to WS-TL-LABEL
           else
              move "CLIENTS A ANONYMISER" to WS-TL-LABEL
           end-if
           move WS-ELIGIBLE-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           move "  FICHES KYC (PIECE D'IDENTITE)" to WS-TL-LABEL
           move WS-TOTAL-KYC-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           move "  DEMANDES DE MODIFICATION (PENDCHG)"
               to WS-TL-LABEL
           move WS-TOTAL-PCHG-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           move "  LIGNES DE RELEVES (STMTHIST)" to WS-TL-LABEL
           move WS-TOTAL-STMT-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           move "  ENREGISTREMENTS DU JOURNAL ARCHIVE"
               to WS-TL-LABEL
           move WS-TOTAL-AUDIT-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           move "  COMPTES ARCHIVES LUS (ACCTARC INCHANGE)"
               to WS-TL-LABEL
           move WS-TOTAL-ARC-COUNT to WS-TL-COUNT
           perform 2910-WRITE-TOTAL
           if WS-MODE-REAL
              move spaces to PURGE-REPORT-LINE
              write PURGE-REPORT-LINE
              move WS-OPERATOR-ID to WS-CL-OPERATOR
              move WS-TODAY-DATE to WS-CL-DATE
              move WS-CERTIFICATE-LINE to PURGE-REPORT-LINE
              write PURGE-REPORT-LINE
           end-if
           .

       2910-WRITE-TOTAL.
           move WS-TOTAL-LINE to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           .

      *****************************************************************
      *  Every customer on the master in key order.  One already
      *  anonymised is counted and passed by; the others have their
      *  accounts examined and, unless one is still live or held,
      *  join the candidate table dated by their last closing or
      *  their death.
      *****************************************************************
       3000-SCAN-CUSTOMER-MASTER.
           move "N" to WS-SCAN-EOF-SWITCH
           move 0 to CUST-NUMBER
           start CUSTOMER-MASTER key not < CUST-NUMBER
               invalid key
                   set WS-SCAN-EOF to true
           end-start
           perform 3010-EXAMINE-CUSTOMER until WS-SCAN-EOF
           .

       3010-EXAMINE-CUSTOMER.
           read CUSTOMER-MASTER next record
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              if CUST-NOM = WS-ANON-NAME and CUST-PRENOM = spaces
                 add 1 to WS-ALREADY-COUNT
              else
                 move CUST-NUMBER to WS-SEARCH-CUST
                 move 0 to WS-WORK-REF-DATE
                 move space to WS-WORK-REF-REASON
                 perform 3100-EXAMINE-ACCOUNTS
                 if CUST-DECEASED
                         and CUST-DECEASED-DATE > WS-WORK-REF-DATE
                    move CUST-DECEASED-DATE to WS-WORK-REF-DATE
                    move "D" to WS-WORK-REF-REASON
                 end-if
                 move "M" to WS-WORK-ORIGIN
                 if WS-LIVE-ACCOUNT and CUST-DECEASED
                    add 1 to WS-KEPT-ESTATE-COUNT
                 else
                    perform 3050-CLASSIFY-CUSTOMER
                 end-if
              end-if
           end-if
           .

       3050-CLASSIFY-CUSTOMER.
           evaluate true
               when WS-LIVE-ACCOUNT
                   add 1 to WS-KEPT-ACTIVE-COUNT
               when WS-ACCOUNT-HELD
                   add 1 to WS-KEPT-HOLD-COUNT
               when other
                   perform 3200-ADD-CANDIDATE thru 3200-EXIT
           end-evaluate
           .

      *****************************************************************
      *  The customer's own accounts on the master, through the
      *  ACCT-CUST-NUMBER alternate key.  Any account not closed -
      *  open, dormant or escheated - keeps the customer; a closed
      *  one dates them by its closing.  An active hold on any of
      *  them keeps the customer too.
      *****************************************************************
       3100-EXAMINE-ACCOUNTS.
           move "N" to WS-LIVE-SWITCH
           move "N" to WS-HELD-SWITCH
           move "N" to WS-ACCT-EOF-SWITCH
           move WS-SEARCH-CUST to ACCT-CUST-NUMBER
           start ACCOUNT-MASTER key = ACCT-CUST-NUMBER
               invalid key
                   set WS-ACCT-EOF to true
           end-start
           if not WS-ACCT-EOF
              perform 3110-READ-CUST-ACCOUNT
              perform 3120-JUDGE-ACCOUNT until WS-ACCT-EOF
           end-if
           .

       3110-READ-CUST-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-ACCT-EOF to true
           end-read
           if not WS-ACCT-EOF
                   and ACCT-CUST-NUMBER not = WS-SEARCH-CUST
              set WS-ACCT-EOF to true
           end-if
           .

       3120-JUDGE-ACCOUNT.
           if ACCT-CLOSED
              if ACCT-CLOSE-DATE > WS-WORK-REF-DATE
                 move ACCT-CLOSE-DATE to WS-WORK-REF-DATE
                 move "C" to WS-WORK-REF-REASON
              end-if
           else
              set WS-LIVE-ACCOUNT to true
           end-if
           move ACCT-NUMBER to WS-HOLD-ACCT
           perform 3150-CHECK-HOLD
           perform 3110-READ-CUST-ACCOUNT
           .

       3150-CHECK-HOLD.
           move WS-HOLD-ACCT to HOLD-ACCT-NUMBER
           move space to HOLD-STATUS
           read HOLD-FILE
               invalid key
                   move space to HOLD-STATUS
           end-read
           if HOLD-ACTIVE
              set WS-ACCOUNT-HELD to true
           end-if
           .

      *****************************************************************
      *  Slots the customer in WS-SEARCH-CUST into the candidate
      *  table at its place in customer order - at the end for the
      *  master's customers, which arrive in order, wherever it
      *  falls for the archive's.  A full table leaves the customer
      *  for next year's run.
      *****************************************************************
       3200-ADD-CANDIDATE.
           perform 4900-FIND-CANDIDATE
           if WS-FOUND
              go to 3200-EXIT
           end-if
           if WS-CAND-COUNT >= 5000
              add 1 to WS-OVERFLOW-COUNT
              go to 3200-EXIT
           end-if
           perform 3210-SHIFT-UP
               varying WS-CAND-SUB from WS-CAND-COUNT by -1
                 until WS-CAND-SUB < WS-LOW
           add 1 to WS-CAND-COUNT
           move WS-SEARCH-CUST to WS-CAND-CUST(WS-LOW)
           move WS-WORK-ORIGIN to WS-CAND-ORIGIN(WS-LOW)
           move WS-WORK-REF-DATE to WS-CAND-REF-DATE(WS-LOW)
           move WS-WORK-REF-REASON to WS-CAND-REF-REASON(WS-LOW)
           move space to WS-CAND-VERDICT(WS-LOW)
           move 0 to WS-CAND-ARC-COUNT(WS-LOW)
           move 0 to WS-CAND-KYC-COUNT(WS-LOW)
           move 0 to WS-CAND-PCHG-COUNT(WS-LOW)
           move 0 to WS-CAND-STMT-COUNT(WS-LOW)
           move 0 to WS-CAND-AUDIT-COUNT(WS-LOW)
           .
       3200-EXIT.
           exit
           .

       3210-SHIFT-UP.
           move WS-CAND(WS-CAND-SUB) to WS-CAND(WS-CAND-SUB + 1)
           .

      *****************************************************************
      *  Customer records CUSTMENU archived off the master - examined
      *  the same way, their accounts being looked for on the master
      *  all the same.
      *****************************************************************
       3300-SCAN-CUSTOMER-ARCHIVE.
           open input CUSTOMER-ARCHIVE
           if not WS-CUSTARC-OK
              close CUSTOMER-ARCHIVE
              go to 3300-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 3310-EXAMINE-ARCHIVED-CUSTOMER until WS-SCAN-EOF
           close CUSTOMER-ARCHIVE
           .
       3300-EXIT.
           exit
           .

       3310-EXAMINE-ARCHIVED-CUSTOMER.
           read CUSTOMER-ARCHIVE
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              if CARC-NOM = WS-ANON-NAME and CARC-PRENOM = spaces
                 add 1 to WS-ALREADY-COUNT
              else
                 move CARC-NUMBER to WS-SEARCH-CUST
                 move 0 to WS-WORK-REF-DATE
                 move space to WS-WORK-REF-REASON
                 perform 3100-EXAMINE-ACCOUNTS
                 if CARC-DECEASED
                         and CARC-DECEASED-DATE > WS-WORK-REF-DATE
                    move CARC-DECEASED-DATE to WS-WORK-REF-DATE
                    move "D" to WS-WORK-REF-REASON
                 end-if
                 move "A" to WS-WORK-ORIGIN
                 if WS-LIVE-ACCOUNT and CARC-DECEASED
                    add 1 to WS-KEPT-ESTATE-COUNT
                 else
                    perform 3050-CLASSIFY-CUSTOMER
                 end-if
              end-if
           end-if
           .

      *****************************************************************
      *  ACCTARC, read only - each archived account of a candidate
      *  dates them by its closing, and an active hold left on one
      *  keeps them.
      *****************************************************************
       3400-SCAN-ACCOUNT-ARCHIVE.
           open input ACCOUNT-ARCHIVE
           if not WS-ACCTARC-OK
              close ACCOUNT-ARCHIVE
              go to 3400-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 3410-EXAMINE-ARCHIVED-ACCOUNT until WS-SCAN-EOF
           close ACCOUNT-ARCHIVE
           .
       3400-EXIT.
           exit
           .

       3410-EXAMINE-ARCHIVED-ACCOUNT.
           read ACCOUNT-ARCHIVE
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              move ARC-CUST-NUMBER to WS-SEARCH-CUST
              perform 4900-FIND-CANDIDATE
              if WS-FOUND and not WS-CAND-RETAINED(WS-MID)
                 add 1 to WS-CAND-ARC-COUNT(WS-MID)
                 if ARC-CLOSE-DATE > WS-CAND-REF-DATE(WS-MID)
                    move ARC-CLOSE-DATE to WS-CAND-REF-DATE(WS-MID)
                    move "C" to WS-CAND-REF-REASON(WS-MID)
                 end-if
                 move "N" to WS-HELD-SWITCH
                 move ARC-NUMBER to WS-HOLD-ACCT
                 perform 3150-CHECK-HOLD
                 if WS-ACCOUNT-HELD
                    set WS-CAND-RETAINED(WS-MID) to true
                    add 1 to WS-KEPT-HOLD-COUNT
                 end-if
              end-if
           end-if
           .

      *****************************************************************
      *  LOANFILE - a loan not yet paid off keeps the customer; a
      *  paid-off one dates them by its last posting.
      *****************************************************************
       3500-SCAN-LOANS.
           open input LOAN-FILE
           if not WS-LOAN-OK
              close LOAN-FILE
              go to 3500-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 3510-EXAMINE-LOAN until WS-SCAN-EOF
           close LOAN-FILE
           .
       3500-EXIT.
           exit
           .

       3510-EXAMINE-LOAN.
           read LOAN-FILE next record
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              move LOAN-CUST-NUMBER to WS-SEARCH-CUST
              perform 4900-FIND-CANDIDATE
              if WS-FOUND and not WS-CAND-RETAINED(WS-MID)
                 if LOAN-PAID-OFF
                    if LOAN-LAST-POST-DATE > WS-CAND-REF-DATE(WS-MID)
                       move LOAN-LAST-POST-DATE
                           to WS-CAND-REF-DATE(WS-MID)
                       move "P" to WS-CAND-REF-REASON(WS-MID)
                    end-if
                 else
                    set WS-CAND-RETAINED(WS-MID) to true
                    add 1 to WS-KEPT-LOAN-COUNT
                 end-if
              end-if
           end-if
           .

      *****************************************************************
      *  XREFFILE - a candidate still an active joint holder on an
      *  account not closed is kept, the same as on their own; a
      *  closed joint account dates them like one of their own.
      *****************************************************************
       3600-SCAN-JOINT-HOLDINGS.
           open input HOLDER-XREF-FILE
           if not WS-XREF-OK
              close HOLDER-XREF-FILE
              go to 3600-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 3610-EXAMINE-HOLDING until WS-SCAN-EOF
           close HOLDER-XREF-FILE
           .
       3600-EXIT.
           exit
           .

       3610-EXAMINE-HOLDING.
           read HOLDER-XREF-FILE next record
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF and XREF-ACTIVE
              move XREF-CUST-NUMBER to WS-SEARCH-CUST
              perform 4900-FIND-CANDIDATE
              if WS-FOUND and not WS-CAND-RETAINED(WS-MID)
                 perform 3620-JUDGE-JOINT-ACCOUNT
              end-if
           end-if
           .

       3620-JUDGE-JOINT-ACCOUNT.
           move XREF-ACCT-NUMBER to ACCT-NUMBER
           read ACCOUNT-MASTER key is ACCT-NUMBER
               invalid key
                   move "C" to ACCT-STATUS
                   move 0 to ACCT-CLOSE-DATE
           end-read
           if ACCT-CLOSED
              if ACCT-CLOSE-DATE > WS-CAND-REF-DATE(WS-MID)
                 move ACCT-CLOSE-DATE to WS-CAND-REF-DATE(WS-MID)
                 move "C" to WS-CAND-REF-REASON(WS-MID)
              end-if
           else
              set WS-CAND-RETAINED(WS-MID) to true
              add 1 to WS-KEPT-ACTIVE-COUNT
           end-if
           .

      *****************************************************************
      *  A candidate nothing retained is purged once their reference
      *  date is past the cutoff.  One with no date at all (never
      *  held an account) is kept - there is nothing to measure the
      *  retention period from.
      *****************************************************************
       3700-JUDGE-CANDIDATE.
           if not WS-CAND-RETAINED(WS-CAND-SUB)
              evaluate true
                  when WS-CAND-REF-DATE(WS-CAND-SUB) = 0
                      set WS-CAND-RETAINED(WS-CAND-SUB) to true
                      add 1 to WS-KEPT-NODATE-COUNT
                  when WS-CAND-REF-DATE(WS-CAND-SUB) >= WS-CUTOFF-DATE
                      set WS-CAND-RETAINED(WS-CAND-SUB) to true
                      add 1 to WS-KEPT-RECENT-COUNT
                  when other
                      set WS-CAND-ELIGIBLE(WS-CAND-SUB) to true
                      add 1 to WS-ELIGIBLE-COUNT
              end-evaluate
           end-if
           .

      *****************************************************************
      *  The keyed records of one eligible customer - the master
      *  record (an archived customer's is done by the CUSTARC
      *  sweep) and the KYC identity document.  Counted in both
      *  modes, rewritten only in the real pass.
      *****************************************************************
       4000-ANONYMISE-CUSTOMER.
           if WS-CAND-ELIGIBLE(WS-CAND-SUB)
              move WS-CAND-CUST(WS-CAND-SUB) to KYC-CUST-NUMBER
              read KYC-FILE
                  invalid key
                      move 0 to KYC-CUST-NUMBER
              end-read
              if KYC-CUST-NUMBER = WS-CAND-CUST(WS-CAND-SUB)
                 add 1 to WS-CAND-KYC-COUNT(WS-CAND-SUB)
                 add 1 to WS-TOTAL-KYC-COUNT
                 if WS-MODE-REAL
                    move spaces to KYC-ID-NUMBER
                    move 0 to KYC-ID-EXPIRY-DATE
                    rewrite KYC-RECORD
                        invalid key
                            display "ERREUR REECRITURE KYC : "
                                    KYC-CUST-NUMBER
                    end-rewrite
                 end-if
              end-if
              if WS-CAND-ON-MASTER(WS-CAND-SUB) and WS-MODE-REAL
                 perform 4100-ANONYMISE-MASTER thru 4100-EXIT
              end-if
           end-if
           .

       4100-ANONYMISE-MASTER.
           move WS-CAND-CUST(WS-CAND-SUB) to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   display "CLIENT INTROUVABLE : " CUST-NUMBER
                   go to 4100-EXIT
           end-read
           move spaces to CUST-PRENOM
           move WS-ANON-NAME to CUST-NOM
           move 0 to CUST-JOUR
           move spaces to CUST-MOIS
           move 0 to CUST-MOIS-NUM
           move 0 to CUST-ANNEE
           move 0 to CUST-HEURE
           move 0 to CUST-MINUTE
           move 0 to CUST-SECONDE
           set CUST-NON-PRECISE to true
           move 0 to CUST-DECEASED-DATE
           move spaces to CUST-ADRESSE
           set CUST-DELIV-SUPPRESSED to true
           move space to CUST-RETURNED-MAIL-FLAG
           rewrite CUSTOMER-RECORD
               invalid key
                   display "ERREUR REECRITURE CLIENT : " CUST-NUMBER
           end-rewrite
           .
       4100-EXIT.
           exit
           .

      *****************************************************************
      *  CUSTARC - an eligible archived customer's record cleared the
      *  same way as the master's, in place.
      *****************************************************************
       4300-SWEEP-CUSTOMER-ARCHIVE.
           if WS-MODE-SIMULATION
              go to 4300-EXIT
           end-if
           open i-o CUSTOMER-ARCHIVE
           if not WS-CUSTARC-OK
              close CUSTOMER-ARCHIVE
              go to 4300-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 4310-ANONYMISE-ARCHIVED until WS-SCAN-EOF
           close CUSTOMER-ARCHIVE
           .
       4300-EXIT.
           exit
           .

       4310-ANONYMISE-ARCHIVED.
           read CUSTOMER-ARCHIVE
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
              move CARC-NUMBER to WS-SEARCH-CUST
              perform 4900-FIND-CANDIDATE
              if WS-FOUND and WS-CAND-ELIGIBLE(WS-MID)
                      and WS-CAND-ARCHIVED(WS-MID)
                 move spaces to CARC-PRENOM
                 move WS-ANON-NAME to CARC-NOM
                 move 0 to CARC-JOUR
                 move spaces to CARC-MOIS
                 move 0 to CARC-MOIS-NUM
                 move 0 to CARC-ANNEE
                 move 0 to CARC-HEURE
                 move 0 to CARC-MINUTE
                 move 0 to CARC-SECONDE
                 set CARC-NON-PRECISE to true
                 move 0 to CARC-DECEASED-DATE
                 move spaces to CARC-ADRESSE
                 set CARC-DELIV-SUPPRESSED to true
                 move space to CARC-RETURNED-MAIL-FLAG
                 rewrite CARC-RECORD
              end-if
           end-if
           .

      *****************************************************************
      *  PENDCHG - the name and address change requests keyed on an
      *  eligible customer lose their before and after images; the
      *  request, its operators and its decision stay.
      *****************************************************************
       4400-SWEEP-PENDING-CHANGES.
           if WS-MODE-REAL
              open i-o PENDING-CHANGES
           else
              open input PENDING-CHANGES
           end-if
           if not WS-PCHG-OK
              close PENDING-CHANGES
              go to 4400-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 4410-EXAMINE-CHANGE until WS-SCAN-EOF
           close PENDING-CHANGES
           .
       4400-EXIT.
           exit
           .

       4410-EXAMINE-CHANGE.
           read PENDING-CHANGES next record
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF
                   and (PCHG-CUST-NAME or PCHG-CUST-ADDRESS)
                   and PCHG-RECORD-KEY <= 999999
              move PCHG-RECORD-KEY to WS-SEARCH-CUST
              perform 4900-FIND-CANDIDATE
              if WS-FOUND and WS-CAND-ELIGIBLE(WS-MID)
                 add 1 to WS-CAND-PCHG-COUNT(WS-MID)
                 add 1 to WS-TOTAL-PCHG-COUNT
                 if WS-MODE-REAL
                    move spaces to PCHG-BEFORE-DATA
                    move spaces to PCHG-AFTER-DATA
                    rewrite PENDING-CHANGE-RECORD
                 end-if
              end-if
           end-if
           .

      *****************************************************************
      *  STMTHIST - on an eligible customer's heading lines (account
      *  section zero) the name on the CLIENT line gives way to
      *  ANONYMISE and the estate line loses the date of death.  The
      *  account sections hold only numbers and amounts.
      *****************************************************************
       4500-SWEEP-STATEMENT-HISTORY.
           if WS-MODE-REAL
              open i-o STATEMENT-HISTORY
           else
              open input STATEMENT-HISTORY
           end-if
           if not WS-STMTHIST-OK
              close STATEMENT-HISTORY
              go to 4500-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 4510-EXAMINE-STATEMENT-LINE until WS-SCAN-EOF
           close STATEMENT-HISTORY
           .
       4500-EXIT.
           exit
           .

       4510-EXAMINE-STATEMENT-LINE.
           read STATEMENT-HISTORY
               at end set WS-SCAN-EOF to true
           end-read
           if not WS-SCAN-EOF and STMH-ACCT-NUMBER = 0
                   and (STMH-LINE(1:7) = "CLIENT "
                        or STMH-LINE(1:14) = "*** SUCCESSION")
              move STMH-CUST-NUMBER to WS-SEARCH-CUST
              perform 4900-FIND-CANDIDATE
              if WS-FOUND and WS-CAND-ELIGIBLE(WS-MID)
                 add 1 to WS-CAND-STMT-COUNT(WS-MID)
                 add 1 to WS-TOTAL-STMT-COUNT
                 if WS-MODE-REAL
                    if STMH-LINE(1:7) = "CLIENT "
                       move spaces to STMH-LINE(16:71)
                       move WS-ANON-NAME to STMH-LINE(37:20)
                    else
                       move spaces to STMH-LINE
                       move "*** SUCCESSION ***" to STMH-LINE
                    end-if
                    rewrite STATEMENT-HISTORY-RECORD
                 end-if
              end-if
           end-if
           .

      *****************************************************************
      *  AUDITARC - the archived journal records the customer
      *  programs keyed on an eligible customer's number lose their
      *  before and after images; timestamp, program, operator,
      *  action, key and sequence stay, so the AUDITVER proof of
      *  the archive still holds.  CUSTMENU's joint-holder and
      *  overdraft records and CUSTMRG's account moves are keyed on
      *  an account number and are left alone.
      *****************************************************************
       4600-SWEEP-AUDIT-ARCHIVE.
           if WS-MODE-REAL
              open i-o AUDIT-ARCHIVE
           else
              open input AUDIT-ARCHIVE
           end-if
           if not WS-AUDARC-OK
              close AUDIT-ARCHIVE
              go to 4600-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 4610-EXAMINE-ARCHIVED-AUDIT thru 4610-EXIT
               until WS-SCAN-EOF
           close AUDIT-ARCHIVE
           .
       4600-EXIT.
           exit
           .

       4610-EXAMINE-ARCHIVED-AUDIT.
           read AUDIT-ARCHIVE
               at end set WS-SCAN-EOF to true
           end-read
           if WS-SCAN-EOF
              go to 4610-EXIT
           end-if
           perform 4620-CHECK-CUSTOMER-KEYED
           if not WS-CUST-KEYED or AARC-RECORD-KEY is not numeric
              go to 4610-EXIT
           end-if
           move AARC-RECORD-KEY to WS-AUDIT-KEY
           if WS-AUDIT-KEY > 999999
              go to 4610-EXIT
           end-if
           move WS-AUDIT-KEY to WS-SEARCH-CUST
           perform 4900-FIND-CANDIDATE
           if WS-FOUND and WS-CAND-ELIGIBLE(WS-MID)
              add 1 to WS-CAND-AUDIT-COUNT(WS-MID)
              add 1 to WS-TOTAL-AUDIT-COUNT
              if WS-MODE-REAL
                 move spaces to AARC-BEFORE-IMAGE
                 move spaces to AARC-AFTER-IMAGE
                 string "DONNEES ANONYMISEES LE " delimited by size
                        WS-TODAY-DATE delimited by size
                        into AARC-AFTER-IMAGE
                 end-string
                 rewrite AARC-RECORD
              end-if
           end-if
           .
       4610-EXIT.
           exit
           .

       4620-CHECK-CUSTOMER-KEYED.
           move "N" to WS-CUST-KEYED-SWITCH
           evaluate AARC-PROGRAM-ID
               when "CUSTMENU"
                   if AARC-ACTION not = "CTJADD"
                           and AARC-ACTION not = "CTJSUP"
                           and AARC-ACTION not = "ODLDEM"
                      set WS-CUST-KEYED to true
                   end-if
               when "CUSTMRG"
                   if AARC-ACTION not = "MRGACC"
                      set WS-CUST-KEYED to true
                   end-if
               when "CUSTINTK"
               when "CUSTBINT"
               when "KYCREV"
               when "WCHREV"
               when "CHGAPPR"
                   set WS-CUST-KEYED to true
           end-evaluate
           .

      *****************************************************************
      *  Certificate line for each eligible customer, and in the real
      *  pass the ANONYM journal record - the images carry only the
      *  reference date and the counts, never what was cleared.
      *****************************************************************
       4800-REPORT-CUSTOMER.
           if WS-CAND-ELIGIBLE(WS-CAND-SUB)
              add WS-CAND-ARC-COUNT(WS-CAND-SUB) to WS-TOTAL-ARC-COUNT
              move WS-CAND-CUST(WS-CAND-SUB) to WS-DL-CUST
              move WS-CAND-ORIGIN(WS-CAND-SUB) to WS-DL-ORIGIN
              move WS-CAND-REF-DATE(WS-CAND-SUB) to WS-DL-REF-DATE
              move WS-CAND-REF-REASON(WS-CAND-SUB) to WS-DL-REF-REASON
              move WS-CAND-ARC-COUNT(WS-CAND-SUB) to WS-DL-ARC
              move WS-CAND-KYC-COUNT(WS-CAND-SUB) to WS-DL-KYC
              move WS-CAND-PCHG-COUNT(WS-CAND-SUB) to WS-DL-PCHG
              move WS-CAND-STMT-COUNT(WS-CAND-SUB) to WS-DL-STMT
              move WS-CAND-AUDIT-COUNT(WS-CAND-SUB) to WS-DL-AUDIT
              if WS-MODE-REAL
                 move "ANONYMISE" to WS-DL-OBSERVATION
                 perform 8000-WRITE-AUDIT
              else
                 move "A ANONYMISER" to WS-DL-OBSERVATION
              end-if
              move WS-DETAIL-LINE to PURGE-REPORT-LINE
              write PURGE-REPORT-LINE
           end-if
           .

      *****************************************************************
      *  Binary search of the candidate table for WS-SEARCH-CUST -
      *  WS-MID is left on the entry when WS-FOUND, and WS-LOW on
      *  the place it would go when not.
      *****************************************************************
       4900-FIND-CANDIDATE.
           move "N" to WS-FOUND-SWITCH
           move 1 to WS-LOW
           move WS-CAND-COUNT to WS-HIGH
           perform 4910-HALVE until WS-FOUND or WS-LOW > WS-HIGH
           .

       4910-HALVE.
           compute WS-MID = (WS-LOW + WS-HIGH) / 2
           evaluate true
               when WS-CAND-CUST(WS-MID) = WS-SEARCH-CUST
                   set WS-FOUND to true
               when WS-CAND-CUST(WS-MID) < WS-SEARCH-CUST
                   compute WS-LOW = WS-MID + 1
               when WS-MID = 1
                   move 0 to WS-HIGH
               when other
                   compute WS-HIGH = WS-MID - 1
           end-evaluate
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

       8000-WRITE-AUDIT.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "RETPURGE" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "ANONYM" to AUDIT-ACTION
           move WS-CAND-CUST(WS-CAND-SUB) to WS-AUDIT-KEY
           move WS-AUDIT-KEY to AUDIT-RECORD-KEY
           move spaces to WS-BEFORE-IMAGE
           string "REF " delimited by size
                  WS-DL-REF-DATE delimited by size
                  " MOTIF " delimited by size
                  WS-DL-REF-REASON delimited by size
                  " ORIGINE " delimited by size
                  WS-DL-ORIGIN delimited by size
                  " CONSERV " delimited by size
                  WS-RETENTION-YEARS delimited by size
                  into WS-BEFORE-IMAGE
           end-string
           move spaces to WS-AFTER-IMAGE
           string "KYC " delimited by size
                  WS-DL-KYC delimited by size
                  " DEM " delimited by size
                  WS-DL-PCHG delimited by size
                  " REL " delimited by size
                  WS-DL-STMT delimited by size
                  " JRN " delimited by size
                  WS-DL-AUDIT delimited by size
                  into WS-AFTER-IMAGE
           end-string
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
           move "RETPURGE" to AUDIT-PROGRAM-ID
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
           if WS-REPORT-OPEN
              close PURGE-REPORT
           end-if
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
