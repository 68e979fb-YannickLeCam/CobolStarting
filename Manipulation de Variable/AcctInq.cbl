      *                   salary ("P") and ESCHEAT ("E") channels -
      *                   both were showing blank like pre-migration
      *                   postings.
      *  2026-09-14  YLC  Labels the new late-payment penalty ("N")
      *                   channel.
      *  2026-09-16  YLC  Labels the new direct-debit collection
      *                   ("D") channel.
      *  2026-09-17  YLC  Labels the new transfer-to-other-bank ("X")
      *                   channel.
      *  2026-09-18  YLC  Shows the ledger balance and the available
      *                   balance side by side - the ledger less the
      *                   deposited cheques on CHQDEP still short of
      *                   their availability date - and labels the
      *                   new unpaid-cheque ("K") channel.
      *  2026-09-29  YLC  Labels the sweep ("B") and closing
      *                   settlement ("C") channels.
      *  2026-10-03  YLC  Labels the interest correction ("J")
      *                   channel.
      *  2026-10-14  YLC  Labels the safe-deposit box rent ("G")
      *                   channel.
      *  2026-10-15  YLC  Shows the account's currency; balances and
      *                   movements are in that currency.
      *****************************************************************
       environment division.
       input-output section.
               record key is HOLD-KEY
               file status is WS-HOLDFILE-STATUS.

           select CHEQUE-DEPOSIT-FILE assign to "CHQDEP"
               organization is indexed
               access mode is dynamic
               record key is CDP-KEY
               file status is WS-CHQDEP-STATUS.

           select CHEQUE-REGISTER assign to "CHQFILE"
               organization is indexed
               access mode is dynamic
       fd  CHEQUE-REGISTER.
       copy "CHQREC.cpy".

       fd  CHEQUE-DEPOSIT-FILE.
       copy "CDEPREC.cpy".

       working-storage section.
       01  WS-CHQDEP-STATUS                  PIC X(02).
           88  WS-CHQDEP-OK                    VALUE "00".
       01  WS-CDP-EOF-SWITCH                 PIC X(01).
           88  WS-CDP-EOF                      VALUE "Y".
       01  WS-TODAY-DATE                     PIC 9(08).
       01  WS-UNCOLLECTED-AMOUNT             PIC S9(9) COMP-3.
       01  WS-UNCOLLECTED-COUNT              PIC 9(04).
       01  WS-AVAILABLE-SOLDE                PIC S9(9) COMP-3.
       01  WS-AVAILABLE-EDIT                 PIC 999,999,999.99CR.
       01  WS-UNCOLLECTED-EDIT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-CHQREG-STATUS                  PIC X(02).
           88  WS-CHQREG-OK                    VALUE "00".
       01  WS-CHQ-EOF-SWITCH                 PIC X(01).
           move ACCT-SOLDE to WS-SOLDE-EDIT
           display "COMPTE          : " ACCT-NUMBER
           display "CLIENT          : " ACCT-CUST-NUMBER
           if ACCT-IN-EUROS
              display "DEVISE          : EUR"
           else
              display "DEVISE          : " ACCT-CURRENCY-CODE
           end-if
           evaluate true
               when ACCT-OPEN
                   display "STATUT          : OUVERT"
                   display "STATUT          : FERME LE "
                           ACCT-CLOSE-DATE
           end-evaluate
           perform 2260-GET-UNCOLLECTED thru 2260-EXIT
           compute WS-AVAILABLE-SOLDE =
                   ACCT-SOLDE - WS-UNCOLLECTED-AMOUNT
           move WS-AVAILABLE-SOLDE to WS-AVAILABLE-EDIT
           display "SOLDE COMPTABLE : " WS-SOLDE-EDIT
                   "  DISPONIBLE : " WS-AVAILABLE-EDIT
           if WS-UNCOLLECTED-COUNT > 0
              move WS-UNCOLLECTED-AMOUNT to WS-UNCOLLECTED-EDIT
              display "CHEQUES EN COURS: " WS-UNCOLLECTED-COUNT
                      " POUR " WS-UNCOLLECTED-EDIT
           end-if
           perform 2250-SHOW-HOLD thru 2250-EXIT
           .

           exit
           .

      *****************************************************************
      *  Deposited cheques posted to the account but still short of
      *  their availability date - the gap between the ledger and
      *  the available balance, the same rule SOLDUPDT applies to
      *  tonight's debits.  No deposit file means no cheques in float.
      *****************************************************************
       2260-GET-UNCOLLECTED.
           move 0 to WS-UNCOLLECTED-AMOUNT
           move 0 to WS-UNCOLLECTED-COUNT
           accept WS-TODAY-DATE from date yyyymmdd
           open input CHEQUE-DEPOSIT-FILE
           if not WS-CHQDEP-OK
              close CHEQUE-DEPOSIT-FILE
              go to 2260-EXIT
           end-if
           move ACCT-NUMBER to CDP-ACCT-NUMBER
           move 0 to CDP-TIMESTAMP
           start CHEQUE-DEPOSIT-FILE key not < CDP-KEY
               invalid key
                   close CHEQUE-DEPOSIT-FILE
                   go to 2260-EXIT
           end-start
           move "N" to WS-CDP-EOF-SWITCH
           perform 2265-ADD-ONE-DEPOSIT until WS-CDP-EOF
           close CHEQUE-DEPOSIT-FILE
           .
       2260-EXIT.
           exit
           .

       2265-ADD-ONE-DEPOSIT.
           read CHEQUE-DEPOSIT-FILE next record
               at end set WS-CDP-EOF to true
           end-read
           if not WS-CDP-EOF
              if CDP-ACCT-NUMBER not = ACCT-NUMBER
                 set WS-CDP-EOF to true
              else
                 if CDP-UNCOLLECTED
                         and CDP-AVAILABLE-DATE > WS-TODAY-DATE
                    add CDP-AMOUNT to WS-UNCOLLECTED-AMOUNT
                    add 1 to WS-UNCOLLECTED-COUNT
                 end-if
              end-if
           end-if
           .

      *****************************************************************
      *  Last N movements of the account, kept in a rolling table as
      *  the cumulative history file is scanned so only the most
               when "L" move "PRET" to WS-CHANNEL-LABEL
               when "P" move "SALAIRE" to WS-CHANNEL-LABEL
               when "E" move "DESHERENCE" to WS-CHANNEL-LABEL
               when "N" move "PENALITE" to WS-CHANNEL-LABEL
               when "D" move "PRELEVEMNT" to WS-CHANNEL-LABEL
               when "X" move "VIR EXTERN" to WS-CHANNEL-LABEL
               when "K" move "IMPAYE CHQ" to WS-CHANNEL-LABEL
               when "B" move "BALAYAGE" to WS-CHANNEL-LABEL
               when "C" move "CLOTURE" to WS-CHANNEL-LABEL
               when "J" move "CORR INTER" to WS-CHANNEL-LABEL
               when "G" move "COFFRE" to WS-CHANNEL-LABEL
               when other move spaces to WS-CHANNEL-LABEL
           end-evaluate
           .
