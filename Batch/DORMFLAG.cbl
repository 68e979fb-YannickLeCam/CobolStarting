      *  measured yet - it is counted on the run summary but left
      *  unflagged rather than guessed at.
      *
      *  An open account one month short of the dormancy threshold
      *  is queued for the customer's dormancy warning letter
      *  (DORMAV) on the correspondence queue, so the customer has
      *  the month to move it before the next run flags it.
      *
      *  Modification history
      *  2026-08-21  YLC  Initial version.
      *  2026-09-02  YLC  Journal records now carry the run-scoped
      *                   job skips work already done for the
      *                   cycle and refuses a closed cycle - and
      *                   records its own completion.
      *  2026-09-24  YLC  Queues the DORMAV warning letter on LTRQUEUE
      *                   for accounts one month short of the
      *                   threshold.
      *****************************************************************
       environment division.
       input-output section.
               organization is sequential
               file status is WS-PARM-STATUS.

           select LETTER-QUEUE assign to "LTRQUEUE"
               organization is sequential
               file status is WS-QUEUE-STATUS.

       data division.
       file section.
       fd  ACCOUNT-MASTER.
       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       fd  LETTER-QUEUE.
       copy "LTRQREC.cpy".

       working-storage section.
       01  WS-ACCTMAST-STATUS              PIC X(02).
       01  WS-RPT-STATUS                   PIC X(02).
           88  WS-AUDIT-OK                   VALUE "00".
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-QUEUE-STATUS                 PIC X(02).
           88  WS-QUEUE-OK                   VALUE "00".

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SWITCH           PIC X(01) VALUE "N".

       01  WS-FLAGGED-COUNT                PIC 9(06) VALUE 0.
       01  WS-UNKNOWN-COUNT                PIC 9(06) VALUE 0.
       01  WS-WARNED-COUNT                 PIC 9(06) VALUE 0.
       01  WS-EXAMINED-COUNT               PIC 9(06) VALUE 0.

       01  WS-OPERATOR-ID                  PIC X(08) VALUE "SYSTEM".
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           open extend LETTER-QUEUE
           if not WS-QUEUE-OK
              close LETTER-QUEUE
              open output LETTER-QUEUE
           end-if
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
               - (WS-ACTIVITY-YEAR * 12 + WS-ACTIVITY-MONTH)
           if WS-ELAPSED-MONTHS >= WS-DORMANT-MONTHS
              perform 3100-FLAG-DORMANT thru 3100-EXIT
           else
              if WS-ELAPSED-MONTHS + 1 = WS-DORMANT-MONTHS
                 perform 3200-QUEUE-DORMANCY-LETTER
              end-if
           end-if
           .
       3000-EXIT.
           exit
           .

      *****************************************************************
      *  Dormancy warning request - the event is the last movement,
      *  so a posting that wakes the account and a later lapse give
      *  a fresh warning.
      *****************************************************************
       3200-QUEUE-DORMANCY-LETTER.
           move spaces to LETTER-REQUEST-RECORD
           set LTRQ-DORMANCY-NOTICE to true
           move ACCT-CUST-NUMBER to LTRQ-CUST-NUMBER
           move ACCT-NUMBER to LTRQ-ACCT-NUMBER
           move ACCT-LAST-ACTIVITY-DATE to LTRQ-EVENT-DATE
           move WS-PROCESS-DATE to LTRQ-REQUEST-DATE
           move "DORMFLAG" to LTRQ-SOURCE-PROGRAM
           move ACCT-SOLDE to LTRQ-AMOUNT
           write LETTER-REQUEST-RECORD
           add 1 to WS-WARNED-COUNT
           .

      *****************************************************************
      *  Appends the status change to the shared AUDIT-JOURNAL the
      *  way CUSTMENU's 8000-WRITE-AUDIT does for customers.
       9999-TERMINATE.
           close ACCOUNT-MASTER
           close DORMANT-REPORT
           close LETTER-QUEUE
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           display "COMPTES EXAMINES : " WS-EXAMINED-COUNT
           display "COMPTES MARQUES DORMANTS : " WS-FLAGGED-COUNT
           display "COMPTES SANS DATE D'ACTIVITE : " WS-UNKNOWN-COUNT
           display "AVERTISSEMENTS DE DORMANCE DEMANDES : "
                   WS-WARNED-COUNT
           .
