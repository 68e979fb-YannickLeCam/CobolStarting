      *  reverts to a sight account.  Master changes are journalled
      *  to AUDIT-JOURNAL.
      *
      *  A deposit maturing within the next WS-NOTICE-DAYS days is
      *  queued for the customer's maturity notice (ECHEAN) on the
      *  correspondence queue, naming what will happen to the funds;
      *  the letter register sends it once per maturity date.
      *
      *  Modification history
      *  2026-08-28  YLC  Initial version.
      *  2026-08-31  YLC  The run's release transfers are wrapped in
      *  2026-09-02  YLC  Writes start/end records with counts and
      *                   outcome to the shared nightly run log for
      *                   MORNSUM's morning operations summary.
      *  2026-09-24  YLC  Queues the ECHEAN maturity notice on
      *                   LTRQUEUE for deposits maturing within the
      *                   next WS-NOTICE-DAYS days.
      *****************************************************************
       environment division.
       input-output section.
               organization is sequential
               file status is WS-RUNLOG-STATUS.

           select LETTER-QUEUE assign to "LTRQUEUE"
               organization is sequential
               file status is WS-QUEUE-STATUS.

       data division.
       file section.
       fd  ACCOUNT-MASTER.
       fd  RUN-LOG.
       copy "RUNLOGRC.cpy".

       fd  LETTER-QUEUE.
       copy "LTRQREC.cpy".

       working-storage section.
       01  WS-RUNLOG-STATUS                PIC X(02).
           88  WS-RUNLOG-OK                  VALUE "00".
           88  WS-AUDIT-OK                   VALUE "00".
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-QUEUE-STATUS                 PIC X(02).
           88  WS-QUEUE-OK                   VALUE "00".

       01  WS-OPERATOR-ID                  PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                   PIC 9(08).
       01  WS-ROLLED-COUNT                 PIC 9(06) VALUE 0.
       01  WS-RELEASED-COUNT               PIC 9(06) VALUE 0.
       01  WS-HELD-OVER-COUNT              PIC 9(06) VALUE 0.
       01  WS-NOTICE-COUNT                 PIC 9(06) VALUE 0.
      *--------------------------------------------------------------*
      *    Maturity notice window - a deposit maturing after the     *
      *    business date and no later than WS-NOTICE-LIMIT is        *
      *    notified.                                                 *
      *--------------------------------------------------------------*
       01  WS-NOTICE-DAYS                  PIC 9(02) VALUE 7.
       01  WS-NOTICE-LIMIT                 PIC 9(08).
       01  WS-SETTLE-SAVE                  PIC 9(09).
       01  WS-RELEASED-TOTAL               PIC 9(11) VALUE 0.
       01  WS-BATCH-NUMBER                 PIC 9(06).
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           open extend LETTER-QUEUE
           if not WS-QUEUE-OK
              close LETTER-QUEUE
              open output LETTER-QUEUE
           end-if
           perform 1100-SET-NOTICE-LIMIT
           perform 6500-WRITE-BATCH-HEADER
           .

      *****************************************************************
      *  Business date plus WS-NOTICE-DAYS - the month-length lookup
      *  of 7800 (called for zero months) gives the current month's
      *  last day, and a day past it carries into the next month.
      *****************************************************************
       1100-SET-NOTICE-LIMIT.
           move WS-PROCESS-DATE to WS-MAT-DATE
           move 0 to WS-MAT-ADD-MONTHS
           perform 7800-ADD-MONTHS-CLAMPED
           add WS-NOTICE-DAYS to WS-MAT-DAY
           if WS-MAT-DAY > WS-MAT-LAST-DAY
              subtract WS-MAT-LAST-DAY from WS-MAT-DAY
              move 1 to WS-MAT-ADD-MONTHS
              perform 7800-ADD-MONTHS-CLAMPED
           end-if
           move WS-MAT-DATE to WS-NOTICE-LIMIT
           .

       2000-READ-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-ACCT-EOF to true
              go to 3000-EXIT
           end-if
           if ACCT-MATURITY-DATE = 0
              go to 3000-EXIT
           end-if
           if ACCT-MATURITY-DATE > WS-PROCESS-DATE
              if ACCT-MATURITY-DATE not > WS-NOTICE-LIMIT
                 perform 3500-QUEUE-MATURITY-NOTICE
              end-if
              go to 3000-EXIT
           end-if
           if ACCT-ROLL-AT-MATURITY
           perform 2000-READ-ACCOUNT
           .

      *****************************************************************
      *  Maturity notice request - the event is the maturity date,
      *  the amount the capital, the text what happens at maturity.
      *****************************************************************
       3500-QUEUE-MATURITY-NOTICE.
           move spaces to LETTER-REQUEST-RECORD
           set LTRQ-MATURITY-NOTICE to true
           move ACCT-CUST-NUMBER to LTRQ-CUST-NUMBER
           move ACCT-NUMBER to LTRQ-ACCT-NUMBER
           move ACCT-MATURITY-DATE to LTRQ-EVENT-DATE
           move WS-PROCESS-DATE to LTRQ-REQUEST-DATE
           move "TDMATUR" to LTRQ-SOURCE-PROGRAM
           move ACCT-SOLDE to LTRQ-AMOUNT
           if ACCT-ROLL-AT-MATURITY
              move "RENOUVELLEMENT AUTOMATIQUE" to LTRQ-TEXT
           else
              string "VIREMENT AU COMPTE " delimited by size
                     ACCT-SETTLE-ACCT delimited by size
                     into LTRQ-TEXT
              end-string
           end-if
           write LETTER-REQUEST-RECORD
           add 1 to WS-NOTICE-COUNT
           .

      *****************************************************************
      *  Roll - the maturity date advances by the contracted term
      *  until it lies beyond the business date; the rate and term
           perform 6600-WRITE-BATCH-TRAILER
           close ACCOUNT-MASTER
           close RAW-TRANSACTION-FILE
           close LETTER-QUEUE
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           display "DATE DE TRAITEMENT : " WS-PROCESS-DATE
           display "MONTANT LIBERE : " WS-RELEASED-TOTAL
           display "DEPOTS CONSERVES (SANS DENOUEMENT) : "
                   WS-HELD-OVER-COUNT
           display "AVIS D'ECHEANCE DEMANDES : " WS-NOTICE-COUNT
           .
