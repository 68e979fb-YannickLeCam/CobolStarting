      *  Accounts over their authorized limit are flagged so the
      *  branches chase those first.
      *
      *  An account that went under within the last week is also
      *  queued for the customer's overdraft letter (DECOUV) on the
      *  correspondence queue; the letter register keeps the
      *  customer from being written to twice about the same date.
      *
      *  Modification history
      *  2026-08-21  YLC  Initial version.
      *  2026-09-24  YLC  Queues the DECOUV letter on LTRQUEUE for
      *                   accounts overdrawn in the last
      *                   WS-NOTICE-DAYS days.
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
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-QUEUE-STATUS                 PIC X(02).
           88  WS-QUEUE-OK                   VALUE "00".

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SWITCH           PIC X(01) VALUE "N".
       01  WS-OVERDRAWN-COUNT              PIC 9(06) VALUE 0.
       01  WS-OVER-LIMIT-COUNT             PIC 9(06) VALUE 0.
       01  WS-DAYS-OVERDRAWN               PIC 9(05).
       01  WS-LETTER-COUNT                 PIC 9(06) VALUE 0.
      *--------------------------------------------------------------*
      *    Days after going under during which the overdraft letter  *
      *    is still requested - a night the letter run missed is     *
      *    caught up on the next.                                    *
      *--------------------------------------------------------------*
       01  WS-NOTICE-DAYS                  PIC 9(02) VALUE 7.

      *--------------------------------------------------------------*
      *    Serial-day conversion work fields (8900-DATE-TO-SERIAL).   *
       1000-INITIALIZE.
           open input ACCOUNT-MASTER
           open output OVERDRAWN-REPORT
           open extend LETTER-QUEUE
           if not WS-QUEUE-OK
              close LETTER-QUEUE
              open output LETTER-QUEUE
           end-if
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
              move 0 to WS-DAYS-OVERDRAWN
           end-if
           move WS-DAYS-OVERDRAWN to WS-DL-DAYS
           if ACCT-OVERDRAWN-DATE > 0
                   and WS-DAYS-OVERDRAWN <= WS-NOTICE-DAYS
              perform 3200-QUEUE-OVERDRAWN-LETTER
           end-if
           if ACCT-SOLDE < 0
                   and (0 - ACCT-SOLDE) > ACCT-OVERDRAFT-LIMIT
              move "*HORS LIMITE*" to WS-DL-FLAG
           add 1 to WS-OVERDRAWN-COUNT
           .

      *****************************************************************
      *  Overdraft letter request - the event is the date the
      *  account went under, the amount the debit balance.
      *****************************************************************
       3200-QUEUE-OVERDRAWN-LETTER.
           move spaces to LETTER-REQUEST-RECORD
           set LTRQ-OVERDRAWN to true
           move ACCT-CUST-NUMBER to LTRQ-CUST-NUMBER
           move ACCT-NUMBER to LTRQ-ACCT-NUMBER
           move ACCT-OVERDRAWN-DATE to LTRQ-EVENT-DATE
           move WS-PROCESS-DATE to LTRQ-REQUEST-DATE
           move "OVRDRRPT" to LTRQ-SOURCE-PROGRAM
           compute LTRQ-AMOUNT = 0 - ACCT-SOLDE
           write LETTER-REQUEST-RECORD
           add 1 to WS-LETTER-COUNT
           .

      *****************************************************************
      *  Converts WS-SERIAL-DATE (AAAAMMJJ) to a day count from the
      *  civil epoch so two dates can be subtracted to get elapsed
       9999-TERMINATE.
           close ACCOUNT-MASTER
           close OVERDRAWN-REPORT
           close LETTER-QUEUE
           display "COMPTES A DECOUVERT : " WS-OVERDRAWN-COUNT
           display "COMPTES HORS LIMITE : " WS-OVER-LIMIT-COUNT
           display "COURRIERS DE DECOUVERT DEMANDES : "
                   WS-LETTER-COUNT
           .
