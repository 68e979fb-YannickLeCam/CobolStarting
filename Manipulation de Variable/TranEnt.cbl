      *                   AUDIT-SEQUENCE and the run closes with a
      *                   FINRUN trailer carrying the record count,
      *                   for AUDITVER's integrity proof.
      *  2026-09-17  YLC  Added the "V" interbank transfer entry - the
      *                   payee must be active on the external-payee
      *                   register (PYEEMNT) against the paying
      *                   account.  The debit goes into TRANRAW on
      *                   the new "X" channel and the payment
      *                   instruction onto VIRPEND, which VIROUT
      *                   sends once SOLDUPDT has posted the debit.
      *                   No value date - the payment leaves tonight.
      *  2026-09-18  YLC  Added the "R" entry for a cheque drawn on
      *                   another bank remitted at the counter - a
      *                   credit like any other, plus the deposited-
      *                   cheque record on CHQDEP (drawee bank and
      *                   serial) that keeps the amount out of the
      *                   available balance until SOLDUPDT's
      *                   availability date.  No value date.
      *  2026-09-20  YLC  Warns the teller when the account owner has
      *                   been flagged by KYCREV for a due-diligence
      *                   review overdue past its grace period - the
      *                   entry is still taken, the customer is to be
      *                   sent to an adviser.  A missing KYCFILE
      *                   skips the check.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list TRANENT before anything is done; a
      *                   refusal is journalled as PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *****************************************************************
       environment division.
       input-output section.
               organization is sequential
               file status is WS-WHSE-STATUS.

           select PAYEE-FILE assign to "PYEEFILE"
               organization is indexed
               access mode is dynamic
               record key is PYE-KEY
               file status is WS-PAYEE-STATUS.

           select VIREMENT-FILE assign to "VIRPEND"
               organization is indexed
               access mode is dynamic
               record key is VIR-KEY
               file status is WS-VIR-STATUS.

           select CHEQUE-DEPOSIT-FILE assign to "CHQDEP"
               organization is indexed
               access mode is dynamic
               record key is CDP-KEY
               file status is WS-CHQDEP-STATUS.

           select KYC-FILE assign to "KYCFILE"
               organization is indexed
               access mode is dynamic
               record key is KYC-CUST-NUMBER
               file status is WS-KYC-STATUS.

       data division.
       file section.
       fd  ACCOUNT-MASTER.
       fd  VALUE-WAREHOUSE.
       copy "FDTREC.cpy".

       fd  PAYEE-FILE.
       copy "PYEEREC.cpy".

       fd  VIREMENT-FILE.
       copy "VIRREC.cpy".

       fd  CHEQUE-DEPOSIT-FILE.
       copy "CDEPREC.cpy".

       fd  KYC-FILE.
       copy "KYCREC.cpy".

       working-storage section.
       01  WS-WHSE-STATUS                   PIC X(02).
           88  WS-WHSE-OK                     VALUE "00".
       01  WS-PAYEE-STATUS                  PIC X(02).
           88  WS-PAYEE-OK                    VALUE "00".
       01  WS-VIR-STATUS                    PIC X(02).
           88  WS-VIR-OK                      VALUE "00".
       01  WS-CHQDEP-STATUS                 PIC X(02).
           88  WS-CHQDEP-OK                   VALUE "00".
       01  WS-KYC-STATUS                    PIC X(02).
           88  WS-KYC-OK                      VALUE "00".
       01  WS-KYC-PRESENT-SWITCH            PIC X(01) VALUE "N".
           88  WS-KYC-PRESENT                 VALUE "Y".
       01  WS-ACCTMAST-STATUS               PIC X(02).
           88  WS-ACCTMAST-OK                 VALUE "00".
       01  WS-TRANRAW-STATUS                PIC X(02).
           88  WS-ENTRY-CREDIT                VALUE "C" "c".
           88  WS-ENTRY-CHEQUE                VALUE "Q" "q".
           88  WS-ENTRY-REVERSAL              VALUE "E" "e".
           88  WS-ENTRY-EXTERNAL              VALUE "V" "v".
           88  WS-ENTRY-REMISE                VALUE "R" "r".
       01  WS-ENTRY-AMOUNT                  PIC 9(09).
       01  WS-ENTRY-SERIAL                  PIC 9(06).
       01  WS-ENTRY-ORIG-TS                 PIC 9(14).
       01  WS-ENTRY-PAYEE                   PIC 9(06).
       01  WS-ENTRY-DRAWEE-BANK             PIC X(05).
       01  WS-ENTRY-DEP-SERIAL              PIC 9(07).
       01  WS-CONTINUE                      PIC X(01).
           88  WS-CONTINUE-OUI                VALUE "O" "o".
       01  WS-ENTRY-COUNT                   PIC 9(05) VALUE 0.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DEF.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
              close VALUE-WAREHOUSE
              open output VALUE-WAREHOUSE
           end-if
           open input PAYEE-FILE
           open i-o VIREMENT-FILE
           if not WS-VIR-OK
              close VIREMENT-FILE
              open output VIREMENT-FILE
              close VIREMENT-FILE
              open i-o VIREMENT-FILE
           end-if
           open i-o CHEQUE-DEPOSIT-FILE
           if not WS-CHQDEP-OK
              close CHEQUE-DEPOSIT-FILE
              open output CHEQUE-DEPOSIT-FILE
              close CHEQUE-DEPOSIT-FILE
              open i-o CHEQUE-DEPOSIT-FILE
           end-if
           open input KYC-FILE
           if WS-KYC-OK
              set WS-KYC-PRESENT to true
           else
              close KYC-FILE
           end-if
           perform 3500-WRITE-BATCH-HEADER
           .

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
              move AUTH-POSTING-LIMIT to WS-OPERATOR-LIMIT
           else
              display "MOT DE PASSE INVALIDE OU COMPTE INACTIF"
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
           move "TRANENT" to PERM-PROGRAM-ID
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
           move "TRANENT" to AUDIT-PROGRAM-ID
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
      *  One transaction entry: the account must exist and be open
      *  on ACCOUNT-MASTER before anything is written, so a mistyped
              display "COMPTE NON OUVERT - SAISIE REFUSEE"
              go to 2000-ASK-AGAIN
           end-if
           perform 2050-CHECK-KYC-FLAG
           display "Sens (D/C/Q=CHEQUE/E=EXTOURNE/"
                   "V=VIREMENT EXTERNE/R=REMISE CHEQUE) ? "
           accept WS-ENTRY-SENS
           if not WS-ENTRY-DEBIT and not WS-ENTRY-CREDIT
                                 and not WS-ENTRY-CHEQUE
                                 and not WS-ENTRY-REVERSAL
                                 and not WS-ENTRY-EXTERNAL
                                 and not WS-ENTRY-REMISE
              display "SENS NON RECONNU - SAISIE ABANDONNEE"
              go to 2000-ASK-AGAIN
           end-if
           move 0 to WS-ENTRY-SERIAL
           move 0 to WS-ENTRY-ORIG-TS
           move 0 to WS-ENTRY-PAYEE
           move spaces to WS-ENTRY-DRAWEE-BANK
           move 0 to WS-ENTRY-DEP-SERIAL
           if WS-ENTRY-REMISE
              display "Code banque tiree ? "
              accept WS-ENTRY-DRAWEE-BANK
              if WS-ENTRY-DRAWEE-BANK = spaces
                 display "BANQUE TIREE ABSENTE - SAISIE ABANDONNEE"
                 go to 2000-ASK-AGAIN
              end-if
              display "Numero du cheque remis ? "
              accept WS-ENTRY-DEP-SERIAL
              if WS-ENTRY-DEP-SERIAL = 0
                 display "NUMERO NUL - SAISIE ABANDONNEE"
                 go to 2000-ASK-AGAIN
              end-if
           end-if
           if WS-ENTRY-EXTERNAL
              display "Numero de beneficiaire ? "
              accept WS-ENTRY-PAYEE
              move WS-ENTRY-PAYEE to PYE-NUMBER
              read PAYEE-FILE
                  invalid key
                      display "BENEFICIAIRE INCONNU - "
                              "SAISIE ABANDONNEE"
                      go to 2000-ASK-AGAIN
              end-read
              if not PYE-ACTIVE
                      or PYE-ACCT-NUMBER not = WS-ENTRY-ACCT-NUMBER
                 display "BENEFICIAIRE NON ENREGISTRE SUR CE "
                         "COMPTE - SAISIE ABANDONNEE"
                 go to 2000-ASK-AGAIN
              end-if
              display "BENEFICIAIRE : " PYE-NAME
           end-if
           if WS-ENTRY-REVERSAL
              display "Horodatage du mouvement a extourner ? "
              accept WS-ENTRY-ORIG-TS
           move "N" to WS-DEFERRED-SWITCH
           accept WS-TODAY-DATE from date yyyymmdd
           if not WS-ENTRY-REVERSAL
                   and not WS-ENTRY-EXTERNAL
                   and not WS-ENTRY-REMISE
                   and WS-VALUE-DATE not = 0
                   and WS-VALUE-DATE > WS-TODAY-DATE
              perform 7800-VALIDATE-VALUE-DATE
           exit
           .

      *****************************************************************
      *  A warning only - the account owner's due-diligence review
      *  is overdue past the grace period and KYCREV has flagged
      *  them; the teller refers the customer to an adviser.
      *****************************************************************
       2050-CHECK-KYC-FLAG.
           if WS-KYC-PRESENT
              move ACCT-CUST-NUMBER to KYC-CUST-NUMBER
              read KYC-FILE
                  invalid key
                      continue
                  not invalid key
                      if KYC-OVERDUE-FLAGGED
                         display "*** ATTENTION - REVUE KYC DU CLIENT "
                                 ACCT-CUST-NUMBER " EN RETARD DEPUIS"
                                 " LE " KYC-NEXT-REVIEW-DATE " ***"
                         display "*** ORIENTER LE CLIENT VERS SON "
                                 "CONSEILLER ***"
                      end-if
              end-read
           end-if
           .

       3000-WRITE-RAW-TRANSACTION.
           move spaces to TRANSACTION-RECORD
           move WS-ENTRY-ACCT-NUMBER to TRAN-ACCT-NUMBER
                   set TRAN-CHEQUE to true
               when WS-ENTRY-REVERSAL
                   set TRAN-REVERSAL to true
               when WS-ENTRY-EXTERNAL
                   set TRAN-DEBIT to true
               when other
                   set TRAN-CREDIT to true
           end-evaluate
           move 0 to TRAN-COUNTERPART-ACCT
           move 0 to TRAN-CUST-NUMBER
           move WS-ENTRY-SERIAL to TRAN-CHEQUE-SERIAL
           if WS-ENTRY-EXTERNAL
              move "X" to TRAN-CHANNEL
           else
              move "T" to TRAN-CHANNEL
           end-if
           move WS-ENTRY-ORIG-TS to TRAN-ORIG-TIMESTAMP
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
               on size error
                   continue
           end-add
           if WS-ENTRY-EXTERNAL
              perform 3050-WRITE-VIREMENT
           end-if
           if WS-ENTRY-REMISE
              perform 3060-WRITE-DEPOSIT
           end-if
           .

      *****************************************************************
      *  The payment instruction behind an "X" debit, keyed like the
      *  debit itself so VIROUT can match it to the posted history.
      *****************************************************************
       3050-WRITE-VIREMENT.
           move spaces to VIREMENT-RECORD
           move TRAN-ACCT-NUMBER to VIR-ACCT-NUMBER
           move TRAN-TIMESTAMP to VIR-TIMESTAMP
           move WS-ENTRY-PAYEE to VIR-PAYEE-NUMBER
           move WS-ENTRY-AMOUNT to VIR-AMOUNT
           move WS-OPERATOR-ID to VIR-OPERATOR-ID
           set VIR-PENDING to true
           move 0 to VIR-SENT-DATE
           move 0 to VIR-RETURN-DATE
           write VIREMENT-RECORD
               invalid key
                   display "ORDRE DE VIREMENT DEJA PRESENT : "
                           VIR-KEY
           end-write
           .

      *****************************************************************
      *  The deposited cheque behind an "R" credit, keyed like the
      *  credit itself - SOLDUPDT stamps its availability date as
      *  the credit posts.
      *****************************************************************
       3060-WRITE-DEPOSIT.
           move spaces to CHEQUE-DEPOSIT-RECORD
           move TRAN-ACCT-NUMBER to CDP-ACCT-NUMBER
           move TRAN-TIMESTAMP to CDP-TIMESTAMP
           move WS-ENTRY-AMOUNT to CDP-AMOUNT
           move WS-ENTRY-DRAWEE-BANK to CDP-DRAWEE-BANK
           move WS-ENTRY-DEP-SERIAL to CDP-CHEQUE-SERIAL
           move WS-OPERATOR-ID to CDP-OPERATOR-ID
           set CDP-ENTERED to true
           move 0 to CDP-POSTED-DATE
           move 0 to CDP-AVAILABLE-DATE
           move 0 to CDP-RETURN-DATE
           write CHEQUE-DEPOSIT-RECORD
               invalid key
                   display "REMISE DEJA PRESENTE : " CDP-KEY
           end-write
           .

      *****************************************************************
                   move "SAIDIF" to AUDIT-ACTION
               when WS-ENTRY-REVERSAL
                   move "SAIEXT" to AUDIT-ACTION
               when WS-ENTRY-EXTERNAL
                   move "SAIVIR" to AUDIT-ACTION
               when WS-ENTRY-REMISE
                   move "SAIREM" to AUDIT-ACTION
               when WS-ENTRY-DEBIT
                   move "SAIDEB" to AUDIT-ACTION
               when WS-ENTRY-CHEQUE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-ENTRY-AMOUNT to WS-AMOUNT-EDIT
           move WS-AMOUNT-EDIT to AUDIT-AFTER-IMAGE(1:10)
           if WS-ENTRY-EXTERNAL
              move " BENEF " to AUDIT-AFTER-IMAGE(11:7)
              move WS-ENTRY-PAYEE to AUDIT-AFTER-IMAGE(18:6)
           end-if
           if WS-ENTRY-REMISE
              move " BQ " to AUDIT-AFTER-IMAGE(11:4)
              move WS-ENTRY-DRAWEE-BANK to AUDIT-AFTER-IMAGE(15:5)
              move " CHQ " to AUDIT-AFTER-IMAGE(20:5)
              move WS-ENTRY-DEP-SERIAL to AUDIT-AFTER-IMAGE(25:7)
           end-if
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           close VALUE-WAREHOUSE
           close PAYEE-FILE
           close VIREMENT-FILE
           close CHEQUE-DEPOSIT-FILE
           if WS-KYC-PRESENT
              close KYC-FILE
           end-if
           display "SAISIES ENREGISTREES : " WS-ENTRY-COUNT
           display "DONT DIFFEREES : " WS-WAREHOUSED-COUNT
           .
