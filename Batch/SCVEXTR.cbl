       identification division.
       program-id. SCVEXTR.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-30.
       date-compiled.

      *****************************************************************
      *  SCVEXTR
      *
      *  Deposit-guarantee single customer view, run weekly so the
      *  file the scheme can call for at any time is never more than
      *  a week old.  For every customer on CUSTOMER-MASTER it
      *  gathers each deposit the customer holds - as primary holder
      *  through the ACCT-CUST-NUMBER alternate index, as INTTAX
      *  reads it, and as joint holder through the active holders of
      *  XREFFILE - and works out the customer's eligible total and
      *  the part covered up to the legal cap (PARM-GUARANTEE-CAP,
      *  zero reads as the statutory 100000):
      *
      *    - a joint account is split equally between its primary
      *      holder and its active joint holders, any indivisible
      *      remainder going to the primary holder so the shares add
      *      back to the balance;
      *    - closed accounts, overdrawn balances and the balances of
      *      a product whose rule (PRODREC.cpy) says it is not
      *      covered are left out, the excluded products counted on
      *      the control report;
      *    - a deceased holder's view is kept and flagged, the
      *      estate being the claimant; an escheated position is
      *      kept and flagged, the funds being with the state;
      *    - a balance held in another currency is converted to
      *      euros through FXCONV at the view date, without margin,
      *      as ACCRGL and GLEXTR value the ledger; shares, cap and
      *      totals are all in euros, the position also carrying its
      *      currency and balance as held.  A currency with no rate
      *      leaves the position out and the file unsendable.
      *
      *  The view file carries a header, then per depositor one "D"
      *  record followed by its "C" position records, then a trailer
      *  with the counts and totals.  The control report proves the
      *  shares written against the eligible balances taken; a
      *  difference, a table that filled up or a missing exchange
      *  rate ends the run with return code 8 so the file is not
      *  sent as it stands.
      *
      *  Modification history
      *  2026-09-30  YLC  Initial version.
      *  2026-10-15  YLC  Balances in another currency are converted to
      *                   euros through FXCONV at the view date, without
      *                   margin, for the shares, the cap and the proof;
      *                   the position record carries the currency and
      *                   the balance as held.  A missing rate ends the
      *                   run with return code 8.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               alternate record key is ACCT-CUST-NUMBER
                   with duplicates
               file status is WS-ACCTMAST-STATUS.

           select HOLDER-XREF-FILE assign to "XREFFILE"
               organization is indexed
               access mode is sequential
               record key is XREF-KEY
               file status is WS-XREF-STATUS.

           select PRODUCT-RULE-FILE assign to "PRODRULE"
               organization is indexed
               access mode is random
               record key is PRD-KEY
               file status is WS-PRDRULE-STATUS.

           select SCV-FILE assign to "SCVFILE"
               organization is sequential
               file status is WS-SCV-STATUS.

           select SCV-CONTROL-REPORT assign to "SCVCTL"
               organization is sequential
               file status is WS-CTL-STATUS.

           select RUN-PARAMETERS assign to "SCVPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  HOLDER-XREF-FILE.
       copy "XREFREC.cpy".

       fd  PRODUCT-RULE-FILE.
       copy "PRODREC.cpy".

      *--------------------------------------------------------------*
      *    Single customer view - fixed 100-byte records, amounts    *
      *    unsigned in whole euros, but for the position's balance   *
      *    in its account's own currency.  "H" header, "D"           *
      *    depositor, "C" position (one per account and holder),     *
      *    "T" trailer.                                              *
      *--------------------------------------------------------------*
       fd  SCV-FILE.
       01  SCV-DEPOSITOR-RECORD.
           05  SCVD-RECORD-TYPE            PIC X(01).
           05  SCVD-CUST-NUMBER            PIC 9(06).
           05  SCVD-NOM                    PIC X(20).
           05  SCVD-PRENOM                 PIC X(20).
           05  SCVD-BIRTH-DATE             PIC 9(08).
           05  SCVD-POSITION-COUNT         PIC 9(03).
           05  SCVD-ELIGIBLE-TOTAL         PIC 9(11).
           05  SCVD-COVERED-AMOUNT         PIC 9(11).
           05  SCVD-UNCOVERED-AMOUNT       PIC 9(11).
           05  SCVD-DECEASED-FLAG          PIC X(01).
           05  SCVD-ESCHEATED-FLAG         PIC X(01).
           05  SCVD-JOINT-FLAG             PIC X(01).
           05  FILLER                      PIC X(06).
       01  SCV-POSITION-RECORD.
           05  SCVP-RECORD-TYPE            PIC X(01).
           05  SCVP-CUST-NUMBER            PIC 9(06).
           05  SCVP-ACCT-NUMBER            PIC 9(09).
           05  SCVP-BRANCH-CODE            PIC 9(02).
           05  SCVP-PRODUCT-CODE           PIC 9(02).
           05  SCVP-ACCT-STATUS            PIC X(01).
           05  SCVP-HOLDER-ROLE            PIC X(01).
           05  SCVP-HOLDER-COUNT           PIC 9(02).
           05  SCVP-BALANCE                PIC 9(11).
           05  SCVP-SHARE                  PIC 9(11).
           05  SCVP-ESCHEATED-FLAG         PIC X(01).
           05  SCVP-CURRENCY-CODE          PIC X(03).
           05  SCVP-CCY-BALANCE            PIC 9(11).
           05  FILLER                      PIC X(39).
       01  SCV-CONTROL-RECORD.
           05  SCVH-RECORD-TYPE            PIC X(01).
           05  SCVH-VIEW-DATE              PIC 9(08).
           05  SCVH-GUARANTEE-CAP          PIC 9(09).
           05  SCVH-DEPOSITOR-COUNT        PIC 9(07).
           05  SCVH-POSITION-COUNT         PIC 9(07).
           05  SCVH-ELIGIBLE-TOTAL         PIC 9(13).
           05  SCVH-COVERED-TOTAL          PIC 9(13).
           05  FILLER                      PIC X(42).

       fd  SCV-CONTROL-REPORT.
       01  SCV-CONTROL-LINE                PIC X(80).

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       working-storage section.
       01  WS-CUSTMAST-STATUS              PIC X(02).
       01  WS-ACCTMAST-STATUS              PIC X(02).
           88  WS-ACCTMAST-OK                VALUE "00".
       01  WS-XREF-STATUS                  PIC X(02).
           88  WS-XREF-OK                    VALUE "00".
       01  WS-PRDRULE-STATUS               PIC X(02).
           88  WS-PRDRULE-OK                 VALUE "00".
       01  WS-SCV-STATUS                   PIC X(02).
       01  WS-CTL-STATUS                   PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CUST-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-CUST-EOF               VALUE "Y".
           05  WS-ACCT-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-ACCT-EOF               VALUE "Y".
           05  WS-XREF-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-XREF-EOF               VALUE "Y".
           05  WS-XREF-PRESENT-SWITCH       PIC X(01) VALUE "N".
               88  WS-XREF-PRESENT             VALUE "Y".
           05  WS-PRDRULE-PRESENT-SWITCH    PIC X(01) VALUE "N".
               88  WS-PRDRULE-PRESENT          VALUE "Y".
           05  WS-INCOMPLETE-SWITCH         PIC X(01) VALUE "N".
               88  WS-INCOMPLETE               VALUE "Y".
           05  WS-NO-RATE-SWITCH            PIC X(01) VALUE "N".
               88  WS-NO-RATE                  VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-GUARANTEE-CAP                PIC 9(09) VALUE 0.

      *--------------------------------------------------------------*
      *    Active holders on XREFFILE, in account order - the joint  *
      *    holders of each account and, the other way round, the     *
      *    accounts each customer holds jointly.                     *
      *--------------------------------------------------------------*
       01  WS-JNT-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-JOINT-TABLE.
           05  WS-JNT OCCURS 5000 TIMES.
               10  WS-JNT-ACCT             PIC 9(09).
               10  WS-JNT-CUST             PIC 9(06).
       01  WS-JNT-SUB                      PIC 9(04) COMP.

      *--------------------------------------------------------------*
      *    The current depositor's positions, held until the total   *
      *    is known so the "D" record can lead them on the file.     *
      *--------------------------------------------------------------*
       01  WS-POS-COUNT                    PIC 9(03) COMP VALUE 0.
       01  WS-POSITION-TABLE.
           05  WS-POS OCCURS 100 TIMES.
               10  WS-POS-ACCT             PIC 9(09).
               10  WS-POS-BRANCH           PIC 9(02).
               10  WS-POS-PRODUCT          PIC 9(02).
               10  WS-POS-STATUS           PIC X(01).
               10  WS-POS-ROLE             PIC X(01).
               10  WS-POS-HOLDERS          PIC 9(02).
               10  WS-POS-BALANCE          PIC 9(11).
               10  WS-POS-SHARE            PIC 9(11).
               10  WS-POS-CURRENCY         PIC X(03).
               10  WS-POS-CCY-BALANCE      PIC 9(11).
       01  WS-POS-SUB                      PIC 9(03) COMP.

       01  WS-CURRENT-CUST                 PIC 9(06).
       01  WS-CURRENT-ROLE                 PIC X(01).
       01  WS-CUST-ELIGIBLE                PIC 9(11).
       01  WS-CUST-ESCHEATED               PIC X(01).
       01  WS-CUST-JOINT                   PIC X(01).
       01  WS-COVERED                      PIC 9(11).
       01  WS-UNCOVERED                    PIC 9(11).
       01  WS-HOLDERS                      PIC 9(02).
       01  WS-SHARE                        PIC 9(11).
       01  WS-LOOKUP-PRODUCT               PIC 9(02).
       01  WS-SAVED-PRIMARY                PIC 9(06).
       01  WS-ACCT-CURRENCY                PIC X(03).
       01  WS-EUR-BALANCE                  PIC 9(11).

       01  WS-CUSTOMER-COUNT               PIC 9(07) VALUE 0.
       01  WS-DEPOSITOR-COUNT              PIC 9(07) VALUE 0.
       01  WS-POSITION-COUNT               PIC 9(07) VALUE 0.
       01  WS-JOINT-POSITION-COUNT         PIC 9(07) VALUE 0.
       01  WS-DECEASED-COUNT               PIC 9(07) VALUE 0.
       01  WS-ESCHEATED-COUNT              PIC 9(07) VALUE 0.
       01  WS-OVER-CAP-COUNT               PIC 9(07) VALUE 0.
       01  WS-EXCLUDED-COUNT               PIC 9(07) VALUE 0.
       01  WS-DEBIT-COUNT                  PIC 9(07) VALUE 0.
       01  WS-NO-RATE-COUNT                PIC 9(07) VALUE 0.
       01  WS-ELIGIBLE-TOTAL               PIC 9(13) VALUE 0.
       01  WS-COVERED-TOTAL                PIC 9(13) VALUE 0.
       01  WS-UNCOVERED-TOTAL              PIC 9(13) VALUE 0.
       01  WS-EXCLUDED-TOTAL               PIC 9(13) VALUE 0.
       01  WS-BALANCE-PROOF                PIC 9(13) VALUE 0.
       01  WS-PROOF-DIFFERENCE             PIC S9(13) VALUE 0.
       01  WS-CTL-COUNT-EDIT               PIC Z,ZZZ,ZZ9.
       01  WS-CTL-AMOUNT-EDIT              PIC -9,999,999,999,999.

       copy "FXCLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1500-LOAD-HOLDERS thru 1500-EXIT
           perform 2000-READ-CUSTOMER
           perform 3000-BUILD-DEPOSITOR thru 3000-EXIT
               until WS-CUST-EOF
           perform 6000-WRITE-TRAILER
           perform 7000-CONTROL-REPORT
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open input CUSTOMER-MASTER
           open input ACCOUNT-MASTER
           open input PRODUCT-RULE-FILE
           if WS-PRDRULE-OK
              set WS-PRDRULE-PRESENT to true
           else
              close PRODUCT-RULE-FILE
           end-if
           open output SCV-FILE
           open output SCV-CONTROL-REPORT
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end continue
                  not at end
                      move PARM-PROCESS-DATE to WS-PROCESS-DATE
                      move PARM-GUARANTEE-CAP to WS-GUARANTEE-CAP
              end-read
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           if WS-GUARANTEE-CAP = 0
              move 100000 to WS-GUARANTEE-CAP
           end-if
           move spaces to SCV-CONTROL-RECORD
           move "H" to SCVH-RECORD-TYPE
           move WS-PROCESS-DATE to SCVH-VIEW-DATE
           move WS-GUARANTEE-CAP to SCVH-GUARANTEE-CAP
           move 0 to SCVH-DEPOSITOR-COUNT
           move 0 to SCVH-POSITION-COUNT
           move 0 to SCVH-ELIGIBLE-TOTAL
           move 0 to SCVH-COVERED-TOTAL
           write SCV-CONTROL-RECORD
           .

      *****************************************************************
      *  Every active holder on XREFFILE into the joint table, in
      *  the file's account order.  No file, no joint holders - each
      *  account then counts its primary holder alone.
      *****************************************************************
       1500-LOAD-HOLDERS.
           open input HOLDER-XREF-FILE
           if not WS-XREF-OK
              close HOLDER-XREF-FILE
              go to 1500-EXIT
           end-if
           set WS-XREF-PRESENT to true
           perform 1510-READ-HOLDER
           perform 1520-KEEP-HOLDER until WS-XREF-EOF
           close HOLDER-XREF-FILE
           .
       1500-EXIT.
           exit
           .

       1510-READ-HOLDER.
           read HOLDER-XREF-FILE next record
               at end set WS-XREF-EOF to true
           end-read
           .

       1520-KEEP-HOLDER.
           if XREF-ACTIVE
              if WS-JNT-COUNT < 5000
                 add 1 to WS-JNT-COUNT
                 move XREF-ACCT-NUMBER to WS-JNT-ACCT(WS-JNT-COUNT)
                 move XREF-CUST-NUMBER to WS-JNT-CUST(WS-JNT-COUNT)
              else
                 display "TABLE DES CO-TITULAIRES PLEINE - COMPTE "
                         XREF-ACCT-NUMBER " CLIENT " XREF-CUST-NUMBER
                 set WS-INCOMPLETE to true
              end-if
           end-if
           perform 1510-READ-HOLDER
           .

       2000-READ-CUSTOMER.
           read CUSTOMER-MASTER next record
               at end set WS-CUST-EOF to true
           end-read
           .

      *****************************************************************
      *  One customer - the accounts held as primary holder, then
      *  those held jointly, into the position table; the depositor
      *  is written only when one eligible position was found.  The
      *  joint pass reads CUSTOMER-MASTER at random for a product
      *  code, so the browse is put back after the customer.
      *****************************************************************
       3000-BUILD-DEPOSITOR.
           add 1 to WS-CUSTOMER-COUNT
           move CUST-NUMBER to WS-CURRENT-CUST
           move 0 to WS-POS-COUNT
           move 0 to WS-CUST-ELIGIBLE
           move "N" to WS-CUST-ESCHEATED
           move "N" to WS-CUST-JOINT
           move "P" to WS-CURRENT-ROLE
           move WS-CURRENT-CUST to ACCT-CUST-NUMBER
           move "N" to WS-ACCT-EOF-SWITCH
           start ACCOUNT-MASTER key not < ACCT-CUST-NUMBER
               invalid key
                   set WS-ACCT-EOF to true
           end-start
           if not WS-ACCT-EOF
              perform 3100-READ-NEXT-ACCOUNT
           end-if
           perform 3200-PRIMARY-ACCOUNT
               until WS-ACCT-EOF
                  or ACCT-CUST-NUMBER not = WS-CURRENT-CUST
           move "J" to WS-CURRENT-ROLE
           perform 3300-JOINT-ACCOUNT
               varying WS-JNT-SUB from 1 by 1
               until WS-JNT-SUB > WS-JNT-COUNT
           if WS-POS-COUNT > 0
              perform 5000-WRITE-DEPOSITOR
           end-if
           move WS-CURRENT-CUST to CUST-NUMBER
           start CUSTOMER-MASTER key > CUST-NUMBER
               invalid key
                   set WS-CUST-EOF to true
           end-start
           if not WS-CUST-EOF
              perform 2000-READ-CUSTOMER
           end-if
           .
       3000-EXIT.
           exit
           .

       3100-READ-NEXT-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-ACCT-EOF to true
           end-read
           .

       3200-PRIMARY-ACCOUNT.
           perform 4000-TAKE-POSITION thru 4000-EXIT
           perform 3100-READ-NEXT-ACCOUNT
           .

       3300-JOINT-ACCOUNT.
           if WS-JNT-CUST(WS-JNT-SUB) = WS-CURRENT-CUST
              move WS-JNT-ACCT(WS-JNT-SUB) to ACCT-NUMBER
              read ACCOUNT-MASTER
                  invalid key
                      move WS-CURRENT-CUST to ACCT-CUST-NUMBER
              end-read
              if WS-ACCTMAST-OK
                      and ACCT-CUST-NUMBER not = WS-CURRENT-CUST
                 perform 4000-TAKE-POSITION thru 4000-EXIT
              end-if
           end-if
           .

      *****************************************************************
      *  One account for the current depositor - excluded if closed,
      *  overdrawn or of a non-covered product; otherwise the
      *  depositor's equal share of the euro balance, the primary
      *  holder taking what does not divide.  The excluded-product
      *  total, like a missing rate, is counted once per account, on
      *  its primary holder's pass.
      *****************************************************************
       4000-TAKE-POSITION.
           if ACCT-CLOSED
              go to 4000-EXIT
           end-if
           if ACCT-SOLDE < 0
              if WS-CURRENT-ROLE = "P"
                 add 1 to WS-DEBIT-COUNT
              end-if
              go to 4000-EXIT
           end-if
           perform 4300-CONVERT-BALANCE
           if FXC-RATE-MISSING
              if WS-CURRENT-ROLE = "P"
                 add 1 to WS-NO-RATE-COUNT
              end-if
              go to 4000-EXIT
           end-if
           perform 4100-SET-LOOKUP-PRODUCT
           if WS-PRDRULE-PRESENT
              move WS-LOOKUP-PRODUCT to PRD-PRODUCT-CODE
              read PRODUCT-RULE-FILE
                  invalid key
                      move space to PRD-GUARANTEE-FLAG
              end-read
              if PRD-GUARANTEE-EXCLUDED
                 if WS-CURRENT-ROLE = "P"
                    add 1 to WS-EXCLUDED-COUNT
                    add WS-EUR-BALANCE to WS-EXCLUDED-TOTAL
                 end-if
                 go to 4000-EXIT
              end-if
           end-if
           if WS-POS-COUNT >= 100
              display "TABLE DES POSITIONS PLEINE - CLIENT "
                      WS-CURRENT-CUST " COMPTE " ACCT-NUMBER
              set WS-INCOMPLETE to true
              go to 4000-EXIT
           end-if
           move 1 to WS-HOLDERS
           perform 4200-COUNT-HOLDER
               varying WS-JNT-SUB from 1 by 1
               until WS-JNT-SUB > WS-JNT-COUNT
           divide WS-EUR-BALANCE by WS-HOLDERS giving WS-SHARE
           if WS-CURRENT-ROLE = "P"
              compute WS-SHARE = WS-EUR-BALANCE
                               - WS-SHARE * (WS-HOLDERS - 1)
              add WS-EUR-BALANCE to WS-BALANCE-PROOF
           end-if
           add 1 to WS-POS-COUNT
           move ACCT-NUMBER to WS-POS-ACCT(WS-POS-COUNT)
           move ACCT-BRANCH-CODE to WS-POS-BRANCH(WS-POS-COUNT)
           move WS-LOOKUP-PRODUCT to WS-POS-PRODUCT(WS-POS-COUNT)
           move ACCT-STATUS to WS-POS-STATUS(WS-POS-COUNT)
           move WS-CURRENT-ROLE to WS-POS-ROLE(WS-POS-COUNT)
           move WS-HOLDERS to WS-POS-HOLDERS(WS-POS-COUNT)
           move WS-EUR-BALANCE to WS-POS-BALANCE(WS-POS-COUNT)
           move WS-SHARE to WS-POS-SHARE(WS-POS-COUNT)
           move WS-ACCT-CURRENCY to WS-POS-CURRENCY(WS-POS-COUNT)
           move ACCT-SOLDE to WS-POS-CCY-BALANCE(WS-POS-COUNT)
           add WS-SHARE to WS-CUST-ELIGIBLE
           if ACCT-ESCHEATED
              move "O" to WS-CUST-ESCHEATED
              add 1 to WS-ESCHEATED-COUNT
           end-if
           if WS-HOLDERS > 1
              move "O" to WS-CUST-JOINT
              add 1 to WS-JOINT-POSITION-COUNT
           end-if
           .
       4000-EXIT.
           exit
           .

      *****************************************************************
      *  Product code of the account - its own field, or its primary
      *  holder's CUST-F2 on a record from before the field existed.
      *****************************************************************
       4100-SET-LOOKUP-PRODUCT.
           if ACCT-PRODUCT-CODE > 0
              move ACCT-PRODUCT-CODE to WS-LOOKUP-PRODUCT
           else
              move 0 to WS-LOOKUP-PRODUCT
              if WS-CURRENT-ROLE = "P"
                 move CUST-F2 to WS-LOOKUP-PRODUCT
              else
                 move CUST-NUMBER to WS-SAVED-PRIMARY
                 move ACCT-CUST-NUMBER to CUST-NUMBER
                 read CUSTOMER-MASTER
                     invalid key
                         move 0 to CUST-F2
                 end-read
                 move CUST-F2 to WS-LOOKUP-PRODUCT
                 move WS-SAVED-PRIMARY to CUST-NUMBER
                 read CUSTOMER-MASTER
                     invalid key
                         continue
                 end-read
              end-if
           end-if
           .

       4200-COUNT-HOLDER.
           if WS-JNT-ACCT(WS-JNT-SUB) = ACCT-NUMBER
                   and WS-JNT-CUST(WS-JNT-SUB) not = ACCT-CUST-NUMBER
              add 1 to WS-HOLDERS
           end-if
           .

      *****************************************************************
      *  The balance in euros - as held when the account is in euros,
      *  otherwise through FXCONV at the view date without margin.
      *  A currency with no rate that day leaves FXC-RATE-MISSING
      *  set and marks the view not to be sent.
      *****************************************************************
       4300-CONVERT-BALANCE.
           if ACCT-IN-EUROS
              move "EUR" to WS-ACCT-CURRENCY
              move ACCT-SOLDE to WS-EUR-BALANCE
              set FXC-CONVERTED to true
           else
              move ACCT-CURRENCY-CODE to WS-ACCT-CURRENCY
              move ACCT-CURRENCY-CODE to FXC-FROM-CCY
              move "EUR" to FXC-TO-CCY
              move WS-PROCESS-DATE to FXC-RATE-DATE
              move ACCT-SOLDE to FXC-AMOUNT
              set FXC-NO-MARGIN to true
              call "FXCONV" using FX-CONVERSION-PARMS
              if FXC-RATE-MISSING
                 move 0 to WS-EUR-BALANCE
                 set WS-NO-RATE to true
                 display "DEVISE SANS COURS AU " WS-PROCESS-DATE " : "
                         ACCT-CURRENCY-CODE " COMPTE " ACCT-NUMBER
              else
                 move FXC-CONVERTED-AMOUNT to WS-EUR-BALANCE
              end-if
           end-if
           .

      *****************************************************************
      *  The depositor record, capped, then its positions.
      *****************************************************************
       5000-WRITE-DEPOSITOR.
           if WS-CUST-ELIGIBLE > WS-GUARANTEE-CAP
              move WS-GUARANTEE-CAP to WS-COVERED
              add 1 to WS-OVER-CAP-COUNT
           else
              move WS-CUST-ELIGIBLE to WS-COVERED
           end-if
           compute WS-UNCOVERED = WS-CUST-ELIGIBLE - WS-COVERED
           move spaces to SCV-DEPOSITOR-RECORD
           move "D" to SCVD-RECORD-TYPE
           move WS-CURRENT-CUST to SCVD-CUST-NUMBER
           move CUST-NOM to SCVD-NOM
           move CUST-PRENOM to SCVD-PRENOM
           compute SCVD-BIRTH-DATE = CUST-ANNEE * 10000
                                   + CUST-MOIS-NUM * 100
                                   + CUST-JOUR
               on size error
                   move 0 to SCVD-BIRTH-DATE
           end-compute
           move WS-POS-COUNT to SCVD-POSITION-COUNT
           move WS-CUST-ELIGIBLE to SCVD-ELIGIBLE-TOTAL
           move WS-COVERED to SCVD-COVERED-AMOUNT
           move WS-UNCOVERED to SCVD-UNCOVERED-AMOUNT
           if CUST-DECEASED
              move "O" to SCVD-DECEASED-FLAG
              add 1 to WS-DECEASED-COUNT
           else
              move "N" to SCVD-DECEASED-FLAG
           end-if
           move WS-CUST-ESCHEATED to SCVD-ESCHEATED-FLAG
           move WS-CUST-JOINT to SCVD-JOINT-FLAG
           write SCV-DEPOSITOR-RECORD
           add 1 to WS-DEPOSITOR-COUNT
           add WS-CUST-ELIGIBLE to WS-ELIGIBLE-TOTAL
           add WS-COVERED to WS-COVERED-TOTAL
           add WS-UNCOVERED to WS-UNCOVERED-TOTAL
           perform 5100-WRITE-POSITION
               varying WS-POS-SUB from 1 by 1
               until WS-POS-SUB > WS-POS-COUNT
           .

       5100-WRITE-POSITION.
           move spaces to SCV-POSITION-RECORD
           move "C" to SCVP-RECORD-TYPE
           move WS-CURRENT-CUST to SCVP-CUST-NUMBER
           move WS-POS-ACCT(WS-POS-SUB) to SCVP-ACCT-NUMBER
           move WS-POS-BRANCH(WS-POS-SUB) to SCVP-BRANCH-CODE
           move WS-POS-PRODUCT(WS-POS-SUB) to SCVP-PRODUCT-CODE
           move WS-POS-STATUS(WS-POS-SUB) to SCVP-ACCT-STATUS
           move WS-POS-ROLE(WS-POS-SUB) to SCVP-HOLDER-ROLE
           move WS-POS-HOLDERS(WS-POS-SUB) to SCVP-HOLDER-COUNT
           move WS-POS-BALANCE(WS-POS-SUB) to SCVP-BALANCE
           move WS-POS-SHARE(WS-POS-SUB) to SCVP-SHARE
           move WS-POS-CURRENCY(WS-POS-SUB) to SCVP-CURRENCY-CODE
           move WS-POS-CCY-BALANCE(WS-POS-SUB) to SCVP-CCY-BALANCE
           if WS-POS-STATUS(WS-POS-SUB) = "E"
              move "O" to SCVP-ESCHEATED-FLAG
           else
              move "N" to SCVP-ESCHEATED-FLAG
           end-if
           write SCV-POSITION-RECORD
           add 1 to WS-POSITION-COUNT
           .

       6000-WRITE-TRAILER.
           move spaces to SCV-CONTROL-RECORD
           move "T" to SCVH-RECORD-TYPE
           move WS-PROCESS-DATE to SCVH-VIEW-DATE
           move WS-GUARANTEE-CAP to SCVH-GUARANTEE-CAP
           move WS-DEPOSITOR-COUNT to SCVH-DEPOSITOR-COUNT
           move WS-POSITION-COUNT to SCVH-POSITION-COUNT
           move WS-ELIGIBLE-TOTAL to SCVH-ELIGIBLE-TOTAL
           move WS-COVERED-TOTAL to SCVH-COVERED-TOTAL
           write SCV-CONTROL-RECORD
           .

      *****************************************************************
      *  Control report - counts, totals and the proof that the
      *  shares written add back to the eligible balances taken.
      *****************************************************************
       7000-CONTROL-REPORT.
           compute WS-PROOF-DIFFERENCE = WS-ELIGIBLE-TOTAL
                                       - WS-BALANCE-PROOF
           move spaces to SCV-CONTROL-LINE
           string "VUE UNIQUE GARANTIE DES DEPOTS AU "
                      delimited by size
                  WS-PROCESS-DATE delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-GUARANTEE-CAP to WS-CTL-AMOUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "PLAFOND PAR DEPOSANT      : " delimited by size
                  WS-CTL-AMOUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-CUSTOMER-COUNT to WS-CTL-COUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "CLIENTS EXAMINES          : " delimited by size
                  WS-CTL-COUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-DEPOSITOR-COUNT to WS-CTL-COUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "DEPOSANTS DECLARES        : " delimited by size
                  WS-CTL-COUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-OVER-CAP-COUNT to WS-CTL-COUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "  DONT AU-DELA DU PLAFOND : " delimited by size
                  WS-CTL-COUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-DECEASED-COUNT to WS-CTL-COUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "  DONT DECEDES            : " delimited by size
                  WS-CTL-COUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-POSITION-COUNT to WS-CTL-COUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "POSITIONS DECLAREES       : " delimited by size
                  WS-CTL-COUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-JOINT-POSITION-COUNT to WS-CTL-COUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "  DONT COMPTES JOINTS     : " delimited by size
                  WS-CTL-COUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-ESCHEATED-COUNT to WS-CTL-COUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "  DONT EN DESHERENCE      : " delimited by size
                  WS-CTL-COUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-ELIGIBLE-TOTAL to WS-CTL-AMOUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "DEPOTS ELIGIBLES          : " delimited by size
                  WS-CTL-AMOUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-COVERED-TOTAL to WS-CTL-AMOUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "MONTANT COUVERT           : " delimited by size
                  WS-CTL-AMOUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-UNCOVERED-TOTAL to WS-CTL-AMOUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "MONTANT NON COUVERT       : " delimited by size
                  WS-CTL-AMOUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-EXCLUDED-COUNT to WS-CTL-COUNT-EDIT
           move WS-EXCLUDED-TOTAL to WS-CTL-AMOUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "PRODUITS NON ELIGIBLES    : " delimited by size
                  WS-CTL-COUNT-EDIT delimited by size
                  " COMPTES " delimited by size
                  WS-CTL-AMOUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-DEBIT-COUNT to WS-CTL-COUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "COMPTES DEBITEURS EXCLUS  : " delimited by size
                  WS-CTL-COUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-NO-RATE-COUNT to WS-CTL-COUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "COMPTES SANS COURS DEVISE : " delimited by size
                  WS-CTL-COUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           move WS-PROOF-DIFFERENCE to WS-CTL-AMOUNT-EDIT
           move spaces to SCV-CONTROL-LINE
           string "ECART DE REPARTITION      : " delimited by size
                  WS-CTL-AMOUNT-EDIT delimited by size
                  into SCV-CONTROL-LINE
           end-string
           write SCV-CONTROL-LINE
           if WS-PROOF-DIFFERENCE not = 0
              move "*** REPARTITION DESEQUILIBREE - FICHIER A NE PAS
      -            " TRANSMETTRE ***" to SCV-CONTROL-LINE
              write SCV-CONTROL-LINE
              move 8 to return-code
           end-if
           if WS-INCOMPLETE
              move "*** TABLE PLEINE - VUE INCOMPLETE, FICHIER A NE P
      -            "AS TRANSMETTRE ***" to SCV-CONTROL-LINE
              write SCV-CONTROL-LINE
              move 8 to return-code
           end-if
           if WS-NO-RATE
              move "*** COURS DE CHANGE MANQUANT - FICHIER A NE PAS T
      -            "RANSMETTRE ***" to SCV-CONTROL-LINE
              write SCV-CONTROL-LINE
              move 8 to return-code
           end-if
           .

       9999-TERMINATE.
           close CUSTOMER-MASTER
           close ACCOUNT-MASTER
           if WS-PRDRULE-PRESENT
              close PRODUCT-RULE-FILE
           end-if
           close SCV-FILE
           close SCV-CONTROL-REPORT
           display "CLIENTS EXAMINES : " WS-CUSTOMER-COUNT
           display "DEPOSANTS DECLARES : " WS-DEPOSITOR-COUNT
           display "DEPOTS ELIGIBLES : " WS-ELIGIBLE-TOTAL
           display "MONTANT COUVERT : " WS-COVERED-TOTAL
           .
