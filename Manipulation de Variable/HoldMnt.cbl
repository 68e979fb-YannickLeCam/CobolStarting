      *  account must exist on ACCOUNT-MASTER before a hold is
      *  stored.  Every change carries before/after images to
      *  AUDIT-JOURNAL; SOLDUPDT refuses any debit that would dip
      *  into the held funds.  A hold placed queues the customer's
      *  BLOCAG letter on the correspondence queue for the nightly
      *  letter run.
      *
      *  Modification history
      *  2026-08-24  YLC  Initial version.
      *  2026-09-02  YLC  A released hold no longer blocks a new one
      *                   - the kept record is overwritten, so a
      *                   recurring court order can be recorded.
      *  2026-09-24  YLC  A hold placed queues the BLOCAG letter on
      *                   LTRQUEUE telling the customer funds are
      *                   frozen.
      *  2026-10-05  YLC  MAINLEVEE no longer lifts the hold itself -
      *                   the release goes to the PENDCHG queue
      *                   (PCHGREC.cpy) and only takes effect once a
      *                   second operator approves it on CHGAPPR.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list HOLDMNT before the menu opens, and
      *                   the add and release functions are checked
      *                   against it as they are chosen; refusals are
      *                   journalled as PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *****************************************************************
       environment division.
       input-output section.
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select LETTER-QUEUE assign to "LTRQUEUE"
               organization is sequential
               file status is WS-QUEUE-STATUS.

           select AUTH-FILE assign to "AUTHFILE"
               organization is indexed
               access mode is dynamic
               record key is AUTH-OPERATOR-ID
               file status is WS-AUTH-FSTATUS.

           select PENDING-CHANGES assign to "PENDCHG"
               organization is indexed
               access mode is dynamic
               record key is PCHG-KEY
               file status is WS-PCHG-STATUS.

       data division.
       file section.
       fd  HOLD-FILE.
       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  LETTER-QUEUE.
       copy "LTRQREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       fd  PENDING-CHANGES.
       copy "PCHGREC.cpy".

       working-storage section.
       01  WS-HOLD-STATUS                   PIC X(02).
           88  WS-HOLD-OK                     VALUE "00".
       01  WS-ACCTMAST-STATUS               PIC X(02).
       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                    VALUE "00".
       01  WS-QUEUE-STATUS                  PIC X(02).
           88  WS-QUEUE-OK                    VALUE "00".
       01  WS-AUTH-FSTATUS                  PIC X(02).
           88  WS-AUTH-OK                     VALUE "00".
       01  WS-PCHG-STATUS                   PIC X(02).
           88  WS-PCHG-OK                     VALUE "00".
       01  WS-PCHG-WRITTEN-SWITCH           PIC X(01).
           88  WS-PCHG-WRITTEN                VALUE "Y".

       01  WS-OPERATOR-ID                   PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                    PIC 9(08).

       copy "DATEVLNK.cpy".

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           open extend LETTER-QUEUE
           if not WS-QUEUE-OK
              close LETTER-QUEUE
              open output LETTER-QUEUE
           end-if
           open i-o PENDING-CHANGES
           if not WS-PCHG-OK
              close PENDING-CHANGES
              open output PENDING-CHANGES
              close PENDING-CHANGES
              open i-o PENDING-CHANGES
           end-if
           .

       1500-OPERATOR-LOGON.
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
           move "HOLDMNT" to PERM-PROGRAM-ID
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
           move "HOLDMNT" to AUDIT-PROGRAM-ID
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
           display "  RETENUES SUR COMPTES"
      *  WRITE-then-REWRITE CUSTMENU's joint-holder add uses.
      *****************************************************************
       3000-ADD-HOLD.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3000-EXIT
           end-if
           move spaces to HOLD-RECORD
           display "Numero de compte ? "
           accept HOLD-ACCT-NUMBER
           move spaces to WS-BEFORE-IMAGE
           move "HLDADD" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           perform 3100-QUEUE-HOLD-LETTER
           display "RETENUE POSEE SUR LE COMPTE " HOLD-ACCT-NUMBER
           .
       3000-EXIT.
           exit
           .

      *****************************************************************
      *  Hold letter request - the event is the day the hold was
      *  set, the amount the sum frozen (the whole balance when the
      *  hold carries no amount), the text the kind of hold.
      *****************************************************************
       3100-QUEUE-HOLD-LETTER.
           move spaces to LETTER-REQUEST-RECORD
           set LTRQ-HOLD-PLACED to true
           move ACCT-CUST-NUMBER to LTRQ-CUST-NUMBER
           move HOLD-ACCT-NUMBER to LTRQ-ACCT-NUMBER
           move HOLD-SET-DATE to LTRQ-EVENT-DATE
           move HOLD-SET-DATE to LTRQ-REQUEST-DATE
           move "HOLDMNT" to LTRQ-SOURCE-PROGRAM
           if HOLD-AMOUNT = 0
              move ACCT-SOLDE to LTRQ-AMOUNT
           else
              move HOLD-AMOUNT to LTRQ-AMOUNT
           end-if
           evaluate true
               when HOLD-JUDICIAL
                   move "DECISION JUDICIAIRE" to LTRQ-TEXT
               when HOLD-GARNISHMENT
                   move "SAISIE-ARRET" to LTRQ-TEXT
               when other
                   move "BLOCAGE ADMINISTRATIF" to LTRQ-TEXT
           end-evaluate
           write LETTER-REQUEST-RECORD
           .

      *****************************************************************
      *  MAINLEVEE - marks the hold released rather than deleting it,
      *  so the blocked period stays explainable afterwards.  The
      *  release is queued for a second operator's approval; the
      *  hold stays active on HOLD-FILE until CHGAPPR applies it,
      *  and the journalled request carries the released image.
      *****************************************************************
       4000-RELEASE-HOLD.
           set PERM-FN-RELEASE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4000-EXIT
           end-if
           display "Numero de compte ? "
           accept WS-SEARCH-ACCT
           move WS-SEARCH-ACCT to HOLD-ACCT-NUMBER
              display "MAINLEVEE ABANDONNEE"
              go to 4000-EXIT
           end-if
           move spaces to PENDING-CHANGE-RECORD
           move HOLD-TYPE to PCHG-BEF-HOLD-TYPE
           move HOLD-AMOUNT to PCHG-BEF-HOLD-AMOUNT
           move HOLD-EXPIRY-DATE to PCHG-BEF-HOLD-EXPIRY
           move HOLD-STATUS to PCHG-BEF-HOLD-STATUS
           move PCHG-BEFORE-DATA to PCHG-AFTER-DATA
           move "R" to PCHG-AFT-HOLD-STATUS
           set PCHG-HOLD-RELEASE to true
           move HOLD-ACCT-NUMBER to PCHG-RECORD-KEY
           perform 8500-QUEUE-PENDING-CHANGE
           if not WS-PCHG-WRITTEN
              go to 4000-EXIT
           end-if
           set HOLD-RELEASED to true
           move "RELDEM" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "MAINLEVEE SOUMISE A APPROBATION"
           .
       4000-EXIT.
           exit
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Writes the prepared PENDING-CHANGE-RECORD to the approval
      *  queue, keyed on the request time - a second request in the
      *  same second takes the next sequence number.
      *****************************************************************
       8500-QUEUE-PENDING-CHANGE.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to PCHG-REQUEST-TS
           move 0 to PCHG-REQUEST-SEQ
           move "HOLDMNT" to PCHG-SOURCE-PROGRAM
           move WS-OPERATOR-ID to PCHG-REQUESTED-BY
           set PCHG-PENDING to true
           move spaces to PCHG-DECIDED-BY
           move 0 to PCHG-DECIDED-TS
           move "N" to WS-PCHG-WRITTEN-SWITCH
           perform 8510-WRITE-PENDING-CHANGE
               until WS-PCHG-WRITTEN or PCHG-REQUEST-SEQ = 9999
           if not WS-PCHG-WRITTEN
              display "ERREUR FILE D'APPROBATION PENDCHG : "
                      WS-PCHG-STATUS
           end-if
           .

       8510-WRITE-PENDING-CHANGE.
           add 1 to PCHG-REQUEST-SEQ
           write PENDING-CHANGE-RECORD
               invalid key
                   continue
               not invalid key
                   set WS-PCHG-WRITTEN to true
           end-write
           .

      *****************************************************************
      *  FINRUN trailer closing this run's journal records - the
      *  sequence field carries the count AUDITVER proves the run
       9999-TERMINATE.
           close HOLD-FILE
           close ACCOUNT-MASTER
           close LETTER-QUEUE
           close PENDING-CHANGES
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
