      *  2026-09-02  YLC  Escheated accounts are skipped - their
      *                   balance went to the state, so no interest
      *                   may rebuild on them.
      *  2026-09-26  YLC  Products whose PRODRULE record (PRODREC.cpy)
      *                   asks for the fortnight method accrue on
      *                   quinzaines - each half of the prior month
      *                   earns on its closing balance less the
      *                   credits posted in it (TRANHIST), so a
      *                   credit earns from the next fortnight and a
      *                   debit stops earning from the start of the
      *                   current one; the month's interest is the
      *                   two fortnight bases at the annual rate over
      *                   24.  An account with no snapshot up to the
      *                   month end falls back to the average basis.
      *****************************************************************
       environment division.
       input-output section.
               organization is sequential
               file status is WS-RPT-STATUS.

           select PRODUCT-RULE-FILE assign to "PRODRULE"
               organization is indexed
               access mode is dynamic
               record key is PRD-KEY
               file status is WS-PRDRULE-STATUS.

           select TRANSACTION-HISTORY assign to "TRANHIST"
               organization is sequential
               file status is WS-THIST-STATUS.

       data division.
       file section.
       fd  ACCOUNT-MASTER.
       fd  ACCRUAL-REPORT.
       01  ACCRUAL-REPORT-LINE             PIC X(80).

       fd  PRODUCT-RULE-FILE.
       copy "PRODREC.cpy".

       fd  TRANSACTION-HISTORY.
       copy "THISTREC.cpy".

       working-storage section.
       01  WS-SNAP-STATUS                  PIC X(02).
           88  WS-SNAP-OK                    VALUE "00".
       01  WS-AVERAGE-COUNT                PIC 9(06) VALUE 0.
       01  WS-PRINCIPAL-COUNT              PIC 9(06) VALUE 0.

      *--------------------------------------------------------------*
      *    Fortnight method - the closing snapshot of each half of   *
      *    the prior month, the credits posted in each half, and     *
      *    the two earning bases that come out of them.              *
      *--------------------------------------------------------------*
       01  WS-PRDRULE-STATUS               PIC X(02).
           88  WS-PRDRULE-OK                 VALUE "00".
       01  WS-THIST-STATUS                 PIC X(02).
           88  WS-THIST-OK                   VALUE "00".
       01  WS-QZ-MID-DATE                  PIC 9(08).
       01  WS-QZ-END-DATE                  PIC 9(08).
       01  WS-QZ1-DATE                     PIC 9(08).
       01  WS-QZ2-DATE                     PIC 9(08).
       01  WS-QZ1-SOLDE                    PIC S9(9) COMP-3.
       01  WS-QZ2-SOLDE                    PIC S9(9) COMP-3.
       01  WS-QZ1-CREDITS                  PIC S9(11) COMP-3.
       01  WS-QZ2-CREDITS                  PIC S9(11) COMP-3.
       01  WS-QZ1-BASIS                    PIC S9(11) COMP-3.
       01  WS-QZ2-BASIS                    PIC S9(11) COMP-3.
       01  WS-QZ-TOTAL                     PIC 9(11) COMP-3.
       01  WS-QUINZAINE-COUNT              PIC 9(06) VALUE 0.

       01  WS-REPORT-HEADING               PIC X(80) VALUE
           "COMPTE    BASE      MONTANT BASE TAUX     INTERET".
       01  WS-REPORT-LINE.
               88  WS-SNAP-EOF                VALUE "Y".
           05  WS-AVERAGE-FOUND-SWITCH      PIC X(01).
               88  WS-AVERAGE-FOUND           VALUE "Y".
           05  WS-PRDRULE-PRESENT-SWITCH    PIC X(01) VALUE "N".
               88  WS-PRDRULE-PRESENT         VALUE "Y".
           05  WS-PRDRULE-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-PRDRULE-FOUND           VALUE "Y".
           05  WS-QUINZAINE-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  WS-QUINZAINE-FOUND         VALUE "Y".
           05  WS-THIST-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-THIST-EOF               VALUE "Y".

       01  WS-LOOKUP-PRODUCT               PIC 9(02).
       01  WS-BEST-FLOOR                   PIC 9(9) COMP-3.
           open i-o ACCOUNT-MASTER
           open input CUSTOMER-MASTER
           open input RATE-FILE
           open input PRODUCT-RULE-FILE
           if WS-PRDRULE-OK
              set WS-PRDRULE-PRESENT to true
           else
              close PRODUCT-RULE-FILE
           end-if
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
              add 1 to WS-SKIPPED-COUNT
              go to 3000-EXIT
           end-if
           move "N" to WS-QUINZAINE-FOUND-SWITCH
           move "N" to WS-AVERAGE-FOUND-SWITCH
           perform 3300-GET-PRODUCT-RULE thru 3300-EXIT
           if WS-PRDRULE-FOUND and PRD-METHOD-QUINZAINE
                   and not ACCT-TERM-DEPOSIT
              perform 3800-COMPUTE-QUINZAINE-BASIS thru 3800-EXIT
           end-if
           if WS-QUINZAINE-FOUND
              compute WS-VAR1 rounded = WS-QZ-TOTAL / 2
              add 1 to WS-QUINZAINE-COUNT
           else
              perform 3400-COMPUTE-AVERAGE-BASIS thru 3400-EXIT
              if WS-AVERAGE-FOUND
                 move WS-SNAP-AVERAGE to WS-VAR1
                 add 1 to WS-AVERAGE-COUNT
              else
                 move ACCT-PRINCIPAL to WS-VAR1
                 add 1 to WS-PRINCIPAL-COUNT
              end-if
           end-if
           if ACCT-TERM-DEPOSIT and ACCT-CONTRACT-RATE > 0
              move ACCT-CONTRACT-RATE to WS-VAR2
                 add 1 to WS-FALLBACK-COUNT
              end-if
           end-if
           if WS-QUINZAINE-FOUND
              compute WS-VAR3 rounded =
                  (WS-QZ-TOTAL * WS-VAR2 / 100) / 24
                  on size error
                      display "ERREUR CALCUL INTERET, COMPTE REJETE : "
                          ACCT-NUMBER
                      add 1 to WS-REJECT-COUNT
                      go to 3000-EXIT
              end-compute
           else
              compute WS-VAR3 rounded = (WS-VAR1 * WS-VAR2 / 100) / 12
                  on size error
                      display "ERREUR CALCUL INTERET, COMPTE REJETE : "
                          ACCT-NUMBER
                      add 1 to WS-REJECT-COUNT
                      go to 3000-EXIT
              end-compute
           end-if
           add WS-VAR3 to ACCT-MONTHLY-INTEREST
               on size error
                   display "DEBORDEMENT INTERET CUMULE, COMPTE "
           perform 3410-READ-SNAPSHOT
           .

      *****************************************************************
      *  Reads the product rules of the current account - the product
      *  code taken as 3500 takes it.  Only an active rule already in
      *  effect on the business date counts.
      *****************************************************************
       3300-GET-PRODUCT-RULE.
           move "N" to WS-PRDRULE-FOUND-SWITCH
           if not WS-PRDRULE-PRESENT
              go to 3300-EXIT
           end-if
           if ACCT-PRODUCT-CODE > 0
              move ACCT-PRODUCT-CODE to PRD-PRODUCT-CODE
           else
              move ACCT-CUST-NUMBER to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      go to 3300-EXIT
              end-read
              move CUST-F2 to PRD-PRODUCT-CODE
           end-if
           read PRODUCT-RULE-FILE
               invalid key
                   go to 3300-EXIT
           end-read
           if PRD-ACTIVE
                   and PRD-EFFECTIVE-DATE not > WS-PROCESS-DATE
              set WS-PRDRULE-FOUND to true
           end-if
           .
       3300-EXIT.
           exit
           .

      *****************************************************************
      *  One report line per accrued account - the basis the interest
      *  was computed on (average balance or principal fallback), the
      *****************************************************************
       3450-PRINT-ACCRUAL-BASIS.
           move ACCT-NUMBER to WS-RL-ACCT
           evaluate true
               when WS-QUINZAINE-FOUND
                   move "QUINZAINE" to WS-RL-BASIS-LABEL
               when WS-AVERAGE-FOUND
                   move "MOYENNE" to WS-RL-BASIS-LABEL
               when other
                   move "PRINCIPAL" to WS-RL-BASIS-LABEL
           end-evaluate
           move WS-VAR1 to WS-RL-BASIS
           move WS-VAR2 to WS-RL-RATE
           move WS-VAR3 to WS-RL-INTEREST
           write ACCRUAL-REPORT-LINE
           .

      *****************************************************************
      *  Fortnight bases over the prior month.  The first fortnight
      *  runs to the 15th, the second to the month end; each closes
      *  on the last snapshot dated within or before it.  Credits
      *  posted inside a fortnight only earn from the next one, so
      *  they come off that fortnight's closing balance; a debit is
      *  already out of it, so it stops earning from the start of
      *  the fortnight it was made in.  A basis below zero counts as
      *  zero.  No snapshot up to the month end leaves WS-QUINZAINE-
      *  FOUND off.
      *****************************************************************
       3800-COMPUTE-QUINZAINE-BASIS.
           compute WS-QZ-MID-DATE = WS-PRIOR-PERIOD * 100 + 15
           compute WS-QZ-END-DATE = WS-PRIOR-PERIOD * 100 + 31
           move 0 to WS-QZ1-DATE
           move 0 to WS-QZ2-DATE
           move 0 to WS-QZ1-SOLDE
           move 0 to WS-QZ2-SOLDE
           move 0 to WS-QZ1-CREDITS
           move 0 to WS-QZ2-CREDITS
           move "N" to WS-SNAP-EOF-SWITCH
           open input SNAPSHOT-HISTORY
           if not WS-SNAP-OK
              close SNAPSHOT-HISTORY
              go to 3800-EXIT
           end-if
           perform 3410-READ-SNAPSHOT
           perform 3820-KEEP-FORTNIGHT-CLOSE until WS-SNAP-EOF
           close SNAPSHOT-HISTORY
           if WS-QZ2-DATE = 0
              go to 3800-EXIT
           end-if
           move "N" to WS-THIST-EOF-SWITCH
           open input TRANSACTION-HISTORY
           if WS-THIST-OK
              perform 3830-READ-HISTORY
              perform 3840-SUM-FORTNIGHT-CREDITS until WS-THIST-EOF
           end-if
           close TRANSACTION-HISTORY
           compute WS-QZ1-BASIS = WS-QZ1-SOLDE - WS-QZ1-CREDITS
           if WS-QZ1-BASIS < 0
              move 0 to WS-QZ1-BASIS
           end-if
           compute WS-QZ2-BASIS = WS-QZ2-SOLDE - WS-QZ2-CREDITS
           if WS-QZ2-BASIS < 0
              move 0 to WS-QZ2-BASIS
           end-if
           compute WS-QZ-TOTAL = WS-QZ1-BASIS + WS-QZ2-BASIS
           set WS-QUINZAINE-FOUND to true
           .
       3800-EXIT.
           exit
           .

       3820-KEEP-FORTNIGHT-CLOSE.
           if SNAP-ACCT-NUMBER = ACCT-NUMBER
              if SNAP-DATE not > WS-QZ-MID-DATE
                      and SNAP-DATE not < WS-QZ1-DATE
                 move SNAP-DATE to WS-QZ1-DATE
                 move SNAP-SOLDE to WS-QZ1-SOLDE
              end-if
              if SNAP-DATE not > WS-QZ-END-DATE
                      and SNAP-DATE not < WS-QZ2-DATE
                 move SNAP-DATE to WS-QZ2-DATE
                 move SNAP-SOLDE to WS-QZ2-SOLDE
              end-if
           end-if
           perform 3410-READ-SNAPSHOT
           .

       3830-READ-HISTORY.
           read TRANSACTION-HISTORY
               at end set WS-THIST-EOF to true
           end-read
           .

       3840-SUM-FORTNIGHT-CREDITS.
           if TH-ACCT-NUMBER = ACCT-NUMBER and TH-CREDIT
                   and TH-POST-DATE(1:6) = WS-PRIOR-PERIOD
              if TH-POST-DATE not > WS-QZ-MID-DATE
                 add TH-AMOUNT to WS-QZ1-CREDITS
              else
                 add TH-AMOUNT to WS-QZ2-CREDITS
              end-if
           end-if
           perform 3830-READ-HISTORY
           .

      *****************************************************************
      *  Finds the accrual rate for the current account on the
      *  product rate file.  The product code comes from the owning
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           close RATE-FILE
           if WS-PRDRULE-PRESENT
              close PRODUCT-RULE-FILE
           end-if
           close ACCRUAL-REPORT
           display "DATE DE TRAITEMENT : " WS-PROCESS-DATE
           display "BASE QUINZAINES : " WS-QUINZAINE-COUNT
           display "BASE MOYENNE : " WS-AVERAGE-COUNT
           display "BASE PRINCIPAL (REPLI) : " WS-PRINCIPAL-COUNT
           display "COMPTES TRAITES : " WS-ACCOUNT-COUNT
