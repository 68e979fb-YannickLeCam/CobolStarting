       identification division.
       program-id. RATESIM.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-04.
       date-compiled.

      *****************************************************************
      *  RATESIM
      *
      *  Rate-change impact simulation, run on request before the
      *  pricing committee agrees a new rate in RATEMNT.  The tiers
      *  proposed are supplied on RATEPROP in the RATEFILE layout; a
      *  product that appears there is priced entirely on its
      *  proposed tiers (a tier sent with status "R" is simply
      *  dropped), every other product keeps its current ones and is
      *  left out of the figures.
      *
      *  Each open or dormant account of a proposed product is priced
      *  twice on the prior calendar month's SNAPHIST average balance
      *  - the basis INTACCR accrues on, with ACCT-PRINCIPAL when
      *  the month has no snapshots or averages below zero - under
      *  the current tiers in force at the process date and under
      *  the proposed ones: the month's credit interest at the tier
      *  rate over 12 (a term deposit stays on its contract rate),
      *  the month's debit interest on the overdrawn days at the
      *  product's debit rate over 365 as DEBINT charges it.  The
      *  SIMRPT report lists every account whose tier changes, then
      *  the monthly interest expense and debit-interest income by
      *  product and branch under both, with the difference.
      *
      *  Every file is read only - nothing on the masters changes.
      *  RC=8 when RATEPROP holds no tier, RC=4 when a table filled
      *  and the figures are incomplete.
      *
      *  Modification history
      *  2026-10-04  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is sequential
               record key is ACCT-NUMBER
               file status is WS-ACCTMAST-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select RATE-FILE assign to "RATEFILE"
               organization is indexed
               access mode is sequential
               record key is RATE-KEY
               file status is WS-RATE-STATUS.

           select PROPOSED-RATE-FILE assign to "RATEPROP"
               organization is sequential
               file status is WS-PROP-STATUS.

           select SNAPSHOT-HISTORY assign to "SNAPHIST"
               organization is sequential
               file status is WS-SNAP-STATUS.

           select SIMULATION-REPORT assign to "SIMRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select RUN-PARAMETERS assign to "SIMPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

       data division.
       file section.
       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  RATE-FILE.
       copy "RATEREC.cpy".

       fd  PROPOSED-RATE-FILE.
       copy "RATEREC.cpy"
           replacing ==RATE-RECORD== by ==PROP-RECORD==
                     ==RATE-KEY== by ==PROP-KEY==
                     ==RATE-PRODUCT-CODE== by ==PROP-PRODUCT-CODE==
                     ==RATE-TIER-NUMBER== by ==PROP-TIER-NUMBER==
                     ==RATE-TIER-FLOOR== by ==PROP-TIER-FLOOR==
                     ==RATE-EFFECTIVE-DATE== by
                         ==PROP-EFFECTIVE-DATE==
                     ==RATE-RETIRE-DATE== by ==PROP-RETIRE-DATE==
                     ==RATE-ANNUAL-RATE== by ==PROP-ANNUAL-RATE==
                     ==RATE-DEBIT-ANNUAL-RATE== by
                         ==PROP-DEBIT-ANNUAL-RATE==
                     ==RATE-STATUS== by ==PROP-STATUS==
                     ==RATE-ACTIVE== by ==PROP-ACTIVE==
                     ==RATE-RETIRED== by ==PROP-RETIRED==.

       fd  SNAPSHOT-HISTORY.
       copy "SNAPREC.cpy".

       fd  SIMULATION-REPORT.
       01  SIMULATION-REPORT-LINE          PIC X(100).

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       working-storage section.
       01  WS-ACCTMAST-STATUS              PIC X(02).
       01  WS-CUSTMAST-STATUS              PIC X(02).
       01  WS-RATE-STATUS                  PIC X(02).
           88  WS-RATE-OK                    VALUE "00".
       01  WS-PROP-STATUS                  PIC X(02).
           88  WS-PROP-OK                    VALUE "00".
       01  WS-SNAP-STATUS                  PIC X(02).
           88  WS-SNAP-OK                    VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-ACCT-EOF               VALUE "Y".
           05  WS-SCAN-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-SCAN-EOF                VALUE "Y".
           05  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-INCOMPLETE-SWITCH         PIC X(01) VALUE "N".
               88  WS-INCOMPLETE              VALUE "Y".
           05  WS-TIER-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  WS-TIER-FOUND              VALUE "Y".
           05  WS-DEBRATE-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-DEBRATE-FOUND           VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-PRIOR-PERIOD                 PIC 9(06).
       01  WS-PRIOR-PERIOD-SPLIT REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR               PIC 9(04).
           05  WS-PRIOR-MONTH              PIC 9(02).

      *--------------------------------------------------------------*
      *    Current tiers in force at the process date, and the       *
      *    proposed ones - each table in key order as read, with the *
      *    products the proposal covers flagged by product code.     *
      *--------------------------------------------------------------*
       01  WS-CUR-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR OCCURS 500 TIMES.
               10  WS-CUR-PRODUCT          PIC 9(02).
               10  WS-CUR-TIER             PIC 9(02).
               10  WS-CUR-FLOOR            PIC 9(9) COMP-3.
               10  WS-CUR-EFFECTIVE        PIC 9(08).
               10  WS-CUR-RATE             PIC 9(5)V99 COMP-3.
               10  WS-CUR-DEBIT-RATE       PIC 9(5)V99 COMP-3.
       01  WS-PRP-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-PRP-TABLE.
           05  WS-PRP OCCURS 200 TIMES.
               10  WS-PRP-PRODUCT          PIC 9(02).
               10  WS-PRP-TIER             PIC 9(02).
               10  WS-PRP-FLOOR            PIC 9(9) COMP-3.
               10  WS-PRP-EFFECTIVE        PIC 9(08).
               10  WS-PRP-RATE             PIC 9(5)V99 COMP-3.
               10  WS-PRP-DEBIT-RATE       PIC 9(5)V99 COMP-3.
       01  WS-PROPOSED-PRODUCTS.
           05  WS-PROPOSED-FLAG OCCURS 99 TIMES PIC X(01).
       01  WS-TIER-SUB                     PIC 9(04) COMP.

      *--------------------------------------------------------------*
      *    Every open or dormant account on the master, in key order *
      *    from the sequential read, with what pricing needs and the *
      *    prior month's snapshot figures.  Looked up by halving.    *
      *--------------------------------------------------------------*
       01  WS-ACC-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC OCCURS 5000 TIMES.
               10  WS-ACC-NUMBER           PIC 9(09).
               10  WS-ACC-PRODUCT          PIC 9(02).
               10  WS-ACC-BRANCH           PIC 9(02).
               10  WS-ACC-TYPE             PIC X(01).
                   88  WS-ACC-TERM-DEPOSIT   VALUE "T".
               10  WS-ACC-CONTRACT-RATE    PIC 9(5)V99 COMP-3.
               10  WS-ACC-RATE             PIC 9(5)V99 COMP-3.
               10  WS-ACC-PRINCIPAL        PIC 9(9) COMP-3.
               10  WS-ACC-SNAP-SUM         PIC S9(13) COMP-3.
               10  WS-ACC-SNAP-DAYS        PIC 9(03) COMP.
               10  WS-ACC-OVERDRAWN        PIC 9(13) COMP-3.
       01  WS-ACC-SUB                      PIC 9(04) COMP.
       01  WS-LOW                          PIC 9(04) COMP.
       01  WS-HIGH                         PIC 9(04) COMP.
       01  WS-MID                          PIC 9(04) COMP.
       01  WS-SEARCH-ACCT                  PIC 9(09).

      *--------------------------------------------------------------*
      *    Product and branch cells of the impact summary, kept in   *
      *    product/branch order as they are created.                 *
      *--------------------------------------------------------------*
       01  WS-CELL-COUNT                   PIC 9(04) COMP VALUE 0.
       01  WS-CELL-TABLE.
           05  WS-CELL OCCURS 500 TIMES.
               10  WS-CELL-KEY.
                   15  WS-CELL-PRODUCT     PIC 9(02).
                   15  WS-CELL-BRANCH      PIC 9(02).
               10  WS-CELL-ACCOUNTS        PIC 9(07) COMP-3.
               10  WS-CELL-CUR-CREDIT      PIC 9(13) COMP-3.
               10  WS-CELL-PRP-CREDIT      PIC 9(13) COMP-3.
               10  WS-CELL-CUR-DEBIT       PIC 9(13) COMP-3.
               10  WS-CELL-PRP-DEBIT       PIC 9(13) COMP-3.
       01  WS-CELL-SUB                     PIC 9(04) COMP.
       01  WS-SHIFT-SUB                    PIC 9(04) COMP.
       01  WS-SEARCH-CELL.
           05  WS-SEARCH-PRODUCT           PIC 9(02).
           05  WS-SEARCH-BRANCH            PIC 9(02).

      *--------------------------------------------------------------*
      *    Account being priced - its basis, the tier found under    *
      *    each set (zero when none qualified and ACCT-RATE stood    *
      *    in), the rates and the month's two interest figures.      *
      *--------------------------------------------------------------*
       01  WS-LOOKUP-PRODUCT               PIC 9(02).
       01  WS-BASIS                        PIC S9(11) COMP-3.
       01  WS-BEST-FLOOR                   PIC 9(9) COMP-3.
       01  WS-BEST-EFFECTIVE               PIC 9(08).
       01  WS-BEST-DEBIT-EFFECTIVE         PIC 9(08).
       01  WS-BEST-TIER                    PIC 9(02).
       01  WS-BEST-RATE                    PIC 9(5)V99 COMP-3.
       01  WS-BEST-DEBIT-RATE              PIC 9(5)V99 COMP-3.
       01  WS-CUR-TIER-FOUND               PIC 9(02).
       01  WS-CUR-RATE-FOUND               PIC 9(5)V99 COMP-3.
       01  WS-CUR-DEBIT-FOUND              PIC 9(5)V99 COMP-3.
       01  WS-PRP-TIER-FOUND               PIC 9(02).
       01  WS-PRP-RATE-FOUND               PIC 9(5)V99 COMP-3.
       01  WS-PRP-DEBIT-FOUND              PIC 9(5)V99 COMP-3.
       01  WS-CUR-CREDIT-INT               PIC 9(11) COMP-3.
       01  WS-PRP-CREDIT-INT               PIC 9(11) COMP-3.
       01  WS-CUR-DEBIT-INT                PIC 9(11) COMP-3.
       01  WS-PRP-DEBIT-INT                PIC 9(11) COMP-3.

       01  WS-PRICED-COUNT                 PIC 9(07) VALUE 0.
       01  WS-CHANGED-COUNT                PIC 9(07) VALUE 0.
       01  WS-TOT-CUR-CREDIT               PIC 9(13) COMP-3 VALUE 0.
       01  WS-TOT-PRP-CREDIT               PIC 9(13) COMP-3 VALUE 0.
       01  WS-TOT-CUR-DEBIT                PIC 9(13) COMP-3 VALUE 0.
       01  WS-TOT-PRP-DEBIT                PIC 9(13) COMP-3 VALUE 0.

       01  WS-CHANGE-LINE.
           05  WS-CL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-PRODUCT               PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-BRANCH                PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-BASIS                 PIC -(10)9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-CL-CUR-TIER              PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-CUR-RATE              PIC ZZ9.99.
           05  FILLER                      PIC X(04) VALUE " -> ".
           05  WS-CL-PRP-TIER              PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-PRP-RATE              PIC ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-CUR-INT               PIC Z(10)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-PRP-INT               PIC Z(10)9.

       01  WS-SUMMARY-LINE.
           05  WS-SL-PRODUCT               PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-BRANCH                PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-ACCOUNTS              PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-CUR-CREDIT            PIC Z(11)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-PRP-CREDIT            PIC Z(11)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-CREDIT-DIFF           PIC -(11)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-CUR-DEBIT             PIC Z(11)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-PRP-DEBIT             PIC Z(11)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-DEBIT-DIFF            PIC -(11)9.
       01  WS-DIFFERENCE                   PIC S9(13) COMP-3.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-LOAD-CURRENT-TIERS thru 2000-EXIT
           perform 2500-LOAD-PROPOSED-TIERS thru 2500-EXIT
           if WS-PRP-COUNT = 0
              move "AUCUN PALIER PROPOSE SUR RATEPROP - SIMULATION IMP
      -            "OSSIBLE" to SIMULATION-REPORT-LINE
              write SIMULATION-REPORT-LINE
              move 8 to return-code
           else
              perform 3000-LOAD-ACCOUNTS
              perform 4000-APPLY-SNAPSHOTS thru 4000-EXIT
              perform 5000-PRICE-ACCOUNT thru 5000-EXIT
                  varying WS-ACC-SUB from 1 by 1
                  until WS-ACC-SUB > WS-ACC-COUNT
              perform 6000-PRINT-SUMMARY
              if WS-INCOMPLETE
                 move 4 to return-code
              end-if
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end continue
                  not at end move PARM-PROCESS-DATE
                                to WS-PROCESS-DATE
              end-read
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           move WS-PROCESS-DATE(1:6) to WS-PRIOR-PERIOD
           if WS-PRIOR-MONTH = 1
              subtract 1 from WS-PRIOR-YEAR
              move 12 to WS-PRIOR-MONTH
           else
              subtract 1 from WS-PRIOR-MONTH
           end-if
           move all "N" to WS-PROPOSED-PRODUCTS
           open output SIMULATION-REPORT
           move spaces to SIMULATION-REPORT-LINE
           string "SIMULATION DE CHANGEMENT DE TAUX - SOLDES MOYENS DE "
                      delimited by size
                  WS-PRIOR-PERIOD delimited by size
                  " - TAUX ACTUELS AU " delimited by size
                  WS-PROCESS-DATE delimited by size
                  into SIMULATION-REPORT-LINE
           end-string
           write SIMULATION-REPORT-LINE
           .

      *****************************************************************
      *  The current tiers - active ones whose effective date the
      *  process date has reached.
      *****************************************************************
       2000-LOAD-CURRENT-TIERS.
           open input RATE-FILE
           if not WS-RATE-OK
              close RATE-FILE
              go to 2000-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 2100-READ-RATE
           perform 2200-KEEP-CURRENT-TIER until WS-SCAN-EOF
           close RATE-FILE
           .
       2000-EXIT.
           exit
           .

       2100-READ-RATE.
           read RATE-FILE next record
               at end set WS-SCAN-EOF to true
           end-read
           .

       2200-KEEP-CURRENT-TIER.
           if RATE-ACTIVE and RATE-EFFECTIVE-DATE <= WS-PROCESS-DATE
              if WS-CUR-COUNT < 500
                 add 1 to WS-CUR-COUNT
                 move RATE-PRODUCT-CODE to WS-CUR-PRODUCT(WS-CUR-COUNT)
                 move RATE-TIER-NUMBER to WS-CUR-TIER(WS-CUR-COUNT)
                 move RATE-TIER-FLOOR to WS-CUR-FLOOR(WS-CUR-COUNT)
                 move RATE-EFFECTIVE-DATE
                     to WS-CUR-EFFECTIVE(WS-CUR-COUNT)
                 move RATE-ANNUAL-RATE to WS-CUR-RATE(WS-CUR-COUNT)
                 move RATE-DEBIT-ANNUAL-RATE
                     to WS-CUR-DEBIT-RATE(WS-CUR-COUNT)
              else
                 display "TABLE DES PALIERS ACTUELS PLEINE - PALIER "
                         RATE-PRODUCT-CODE "/" RATE-TIER-NUMBER
                         " IGNORE"
                 set WS-INCOMPLETE to true
              end-if
           end-if
           perform 2100-READ-RATE
           .

      *****************************************************************
      *  The proposed tiers - every product named is flagged as
      *  proposed, even when all its tiers are sent retired.  The
      *  effective dates are the committee's and are not checked.
      *****************************************************************
       2500-LOAD-PROPOSED-TIERS.
           open input PROPOSED-RATE-FILE
           if not WS-PROP-OK
              close PROPOSED-RATE-FILE
              go to 2500-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 2600-READ-PROPOSAL
           perform 2700-KEEP-PROPOSED-TIER until WS-SCAN-EOF
           close PROPOSED-RATE-FILE
           .
       2500-EXIT.
           exit
           .

       2600-READ-PROPOSAL.
           read PROPOSED-RATE-FILE
               at end set WS-SCAN-EOF to true
           end-read
           .

       2700-KEEP-PROPOSED-TIER.
           if PROP-PRODUCT-CODE > 0
              move "O" to WS-PROPOSED-FLAG(PROP-PRODUCT-CODE)
           end-if
           if PROP-ACTIVE and PROP-PRODUCT-CODE > 0
              if WS-PRP-COUNT < 200
                 add 1 to WS-PRP-COUNT
                 move PROP-PRODUCT-CODE to WS-PRP-PRODUCT(WS-PRP-COUNT)
                 move PROP-TIER-NUMBER to WS-PRP-TIER(WS-PRP-COUNT)
                 move PROP-TIER-FLOOR to WS-PRP-FLOOR(WS-PRP-COUNT)
                 move PROP-EFFECTIVE-DATE
                     to WS-PRP-EFFECTIVE(WS-PRP-COUNT)
                 move PROP-ANNUAL-RATE to WS-PRP-RATE(WS-PRP-COUNT)
                 move PROP-DEBIT-ANNUAL-RATE
                     to WS-PRP-DEBIT-RATE(WS-PRP-COUNT)
              else
                 display "TABLE DES PALIERS PROPOSES PLEINE - PALIER "
                         PROP-PRODUCT-CODE "/" PROP-TIER-NUMBER
                         " IGNORE"
                 set WS-INCOMPLETE to true
              end-if
           end-if
           perform 2600-READ-PROPOSAL
           .

      *****************************************************************
      *  The live accounts, with the product resolved as INTACCR does
      *  (the customer's CUST-F2 on a record with no product code).
      *****************************************************************
       3000-LOAD-ACCOUNTS.
           open input ACCOUNT-MASTER
           open input CUSTOMER-MASTER
           perform 3100-READ-ACCOUNT
           perform 3200-KEEP-ACCOUNT until WS-ACCT-EOF
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           move spaces to SIMULATION-REPORT-LINE
           write SIMULATION-REPORT-LINE
           move "COMPTES CHANGEANT DE PALIER" to SIMULATION-REPORT-LINE
           write SIMULATION-REPORT-LINE
           move "COMPTE    PR BR SOLDE MOYEN   PAL   TAUX    PAL   TAUX
      -    "   INT ACTUEL  INT PROPOSE" to SIMULATION-REPORT-LINE
           write SIMULATION-REPORT-LINE
           .

       3100-READ-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-ACCT-EOF to true
           end-read
           .

       3200-KEEP-ACCOUNT.
           if ACCT-CLOSED or ACCT-ESCHEATED
              perform 3100-READ-ACCOUNT
              go to 3200-EXIT
           end-if
           if WS-ACC-COUNT < 5000
              add 1 to WS-ACC-COUNT
              move ACCT-NUMBER to WS-ACC-NUMBER(WS-ACC-COUNT)
              if ACCT-PRODUCT-CODE > 0
                 move ACCT-PRODUCT-CODE to WS-ACC-PRODUCT(WS-ACC-COUNT)
              else
                 move ACCT-CUST-NUMBER to CUST-NUMBER
                 read CUSTOMER-MASTER
                     invalid key
                         move 0 to CUST-F2
                 end-read
                 move CUST-F2 to WS-ACC-PRODUCT(WS-ACC-COUNT)
              end-if
              move ACCT-BRANCH-CODE to WS-ACC-BRANCH(WS-ACC-COUNT)
              move ACCT-TYPE to WS-ACC-TYPE(WS-ACC-COUNT)
              move ACCT-CONTRACT-RATE
                  to WS-ACC-CONTRACT-RATE(WS-ACC-COUNT)
              move ACCT-RATE to WS-ACC-RATE(WS-ACC-COUNT)
              move ACCT-PRINCIPAL to WS-ACC-PRINCIPAL(WS-ACC-COUNT)
              move 0 to WS-ACC-SNAP-SUM(WS-ACC-COUNT)
              move 0 to WS-ACC-SNAP-DAYS(WS-ACC-COUNT)
              move 0 to WS-ACC-OVERDRAWN(WS-ACC-COUNT)
           else
              display "TABLE DES COMPTES PLEINE - COMPTE "
                      ACCT-NUMBER " NON SIMULE"
              set WS-INCOMPLETE to true
           end-if
           perform 3100-READ-ACCOUNT
           .
       3200-EXIT.
           exit
           .

      *****************************************************************
      *  One pass of the snapshot history - the prior month's end-of-
      *  day balances summed for the average, the overdrawn ones
      *  summed apart for the debit interest.
      *****************************************************************
       4000-APPLY-SNAPSHOTS.
           open input SNAPSHOT-HISTORY
           if not WS-SNAP-OK
              close SNAPSHOT-HISTORY
              go to 4000-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 4100-READ-SNAPSHOT
           perform 4200-APPLY-ONE-SNAPSHOT until WS-SCAN-EOF
           close SNAPSHOT-HISTORY
           .
       4000-EXIT.
           exit
           .

       4100-READ-SNAPSHOT.
           read SNAPSHOT-HISTORY
               at end set WS-SCAN-EOF to true
           end-read
           .

       4200-APPLY-ONE-SNAPSHOT.
           if SNAP-DATE(1:6) = WS-PRIOR-PERIOD
              move SNAP-ACCT-NUMBER to WS-SEARCH-ACCT
              perform 4500-FIND-ACCOUNT
              if WS-FOUND
                 add SNAP-SOLDE to WS-ACC-SNAP-SUM(WS-MID)
                 add 1 to WS-ACC-SNAP-DAYS(WS-MID)
                 if SNAP-SOLDE < 0
                    subtract SNAP-SOLDE from WS-ACC-OVERDRAWN(WS-MID)
                 end-if
              end-if
           end-if
           perform 4100-READ-SNAPSHOT
           .

      *****************************************************************
      *  Binary search of the account table for WS-SEARCH-ACCT -
      *  WS-MID is left on the entry when WS-FOUND.
      *****************************************************************
       4500-FIND-ACCOUNT.
           move "N" to WS-FOUND-SWITCH
           move 1 to WS-LOW
           move WS-ACC-COUNT to WS-HIGH
           perform 4600-HALVE until WS-FOUND or WS-LOW > WS-HIGH
           .

       4600-HALVE.
           compute WS-MID = (WS-LOW + WS-HIGH) / 2
           evaluate true
               when WS-ACC-NUMBER(WS-MID) = WS-SEARCH-ACCT
                   set WS-FOUND to true
               when WS-ACC-NUMBER(WS-MID) < WS-SEARCH-ACCT
                   compute WS-LOW = WS-MID + 1
               when WS-MID = 1
                   move 0 to WS-HIGH
               when other
                   compute WS-HIGH = WS-MID - 1
           end-evaluate
           .

      *****************************************************************
      *  One account of a proposed product, priced under both sets
      *  of tiers and added to its product/branch cell; a change of
      *  tier is listed.
      *****************************************************************
       5000-PRICE-ACCOUNT.
           move WS-ACC-PRODUCT(WS-ACC-SUB) to WS-LOOKUP-PRODUCT
           if WS-LOOKUP-PRODUCT = 0
              go to 5000-EXIT
           end-if
           if WS-PROPOSED-FLAG(WS-LOOKUP-PRODUCT) not = "O"
              go to 5000-EXIT
           end-if
           move 0 to WS-BASIS
           if WS-ACC-SNAP-DAYS(WS-ACC-SUB) > 0
              compute WS-BASIS rounded =
                  WS-ACC-SNAP-SUM(WS-ACC-SUB)
                      / WS-ACC-SNAP-DAYS(WS-ACC-SUB)
           end-if
           if WS-BASIS not > 0
              move WS-ACC-PRINCIPAL(WS-ACC-SUB) to WS-BASIS
           end-if
           perform 5300-LOOKUP-CURRENT-TIER
           move WS-BEST-TIER to WS-CUR-TIER-FOUND
           move WS-BEST-RATE to WS-CUR-RATE-FOUND
           move WS-BEST-DEBIT-RATE to WS-CUR-DEBIT-FOUND
           perform 5400-LOOKUP-PROPOSED-TIER
           move WS-BEST-TIER to WS-PRP-TIER-FOUND
           move WS-BEST-RATE to WS-PRP-RATE-FOUND
           move WS-BEST-DEBIT-RATE to WS-PRP-DEBIT-FOUND
           if WS-ACC-TERM-DEPOSIT(WS-ACC-SUB)
                   and WS-ACC-CONTRACT-RATE(WS-ACC-SUB) > 0
              move 0 to WS-CUR-TIER-FOUND
              move 0 to WS-PRP-TIER-FOUND
              move WS-ACC-CONTRACT-RATE(WS-ACC-SUB)
                  to WS-CUR-RATE-FOUND
              move WS-ACC-CONTRACT-RATE(WS-ACC-SUB)
                  to WS-PRP-RATE-FOUND
           end-if
           move 0 to WS-CUR-CREDIT-INT
           move 0 to WS-PRP-CREDIT-INT
           if WS-BASIS > 0
              compute WS-CUR-CREDIT-INT rounded =
                  (WS-BASIS * WS-CUR-RATE-FOUND / 100) / 12
                  on size error
                      display "DEBORDEMENT INTERETS COMPTE : "
                              WS-ACC-NUMBER(WS-ACC-SUB)
                      move 0 to WS-CUR-CREDIT-INT
              end-compute
              compute WS-PRP-CREDIT-INT rounded =
                  (WS-BASIS * WS-PRP-RATE-FOUND / 100) / 12
                  on size error
                      display "DEBORDEMENT INTERETS COMPTE : "
                              WS-ACC-NUMBER(WS-ACC-SUB)
                      move 0 to WS-PRP-CREDIT-INT
              end-compute
           end-if
           compute WS-CUR-DEBIT-INT rounded =
               WS-ACC-OVERDRAWN(WS-ACC-SUB) * WS-CUR-DEBIT-FOUND
                   / 100 / 365
               on size error
                   display "DEBORDEMENT AGIOS COMPTE : "
                           WS-ACC-NUMBER(WS-ACC-SUB)
                   move 0 to WS-CUR-DEBIT-INT
           end-compute
           compute WS-PRP-DEBIT-INT rounded =
               WS-ACC-OVERDRAWN(WS-ACC-SUB) * WS-PRP-DEBIT-FOUND
                   / 100 / 365
               on size error
                   display "DEBORDEMENT AGIOS COMPTE : "
                           WS-ACC-NUMBER(WS-ACC-SUB)
                   move 0 to WS-PRP-DEBIT-INT
           end-compute
           add 1 to WS-PRICED-COUNT
           perform 5600-ADD-TO-CELL thru 5600-EXIT
           if WS-CUR-TIER-FOUND not = WS-PRP-TIER-FOUND
              perform 5800-WRITE-CHANGE-LINE
           end-if
           .
       5000-EXIT.
           exit
           .

      *****************************************************************
      *  Tier lookups against the two tables for WS-LOOKUP-PRODUCT
      *  and WS-BASIS - the credit rate is the tier with the highest
      *  floor at or under the basis (ties to the latest effective),
      *  as INTACCR picks it, or ACCT-RATE under tier zero when none
      *  qualifies; the debit rate is the latest effective tier's
      *  with one, as DEBINT picks it, or zero.
      *****************************************************************
       5300-LOOKUP-CURRENT-TIER.
           perform 5500-RESET-BEST
           perform 5310-JUDGE-CURRENT-TIER
               varying WS-TIER-SUB from 1 by 1
               until WS-TIER-SUB > WS-CUR-COUNT
           if not WS-TIER-FOUND
              move WS-ACC-RATE(WS-ACC-SUB) to WS-BEST-RATE
           end-if
           .

       5310-JUDGE-CURRENT-TIER.
           if WS-CUR-PRODUCT(WS-TIER-SUB) = WS-LOOKUP-PRODUCT
              if WS-CUR-FLOOR(WS-TIER-SUB) <= WS-BASIS
                 if not WS-TIER-FOUND
                         or WS-CUR-FLOOR(WS-TIER-SUB) > WS-BEST-FLOOR
                         or (WS-CUR-FLOOR(WS-TIER-SUB) = WS-BEST-FLOOR
                             and WS-CUR-EFFECTIVE(WS-TIER-SUB)
                                 > WS-BEST-EFFECTIVE)
                    set WS-TIER-FOUND to true
                    move WS-CUR-FLOOR(WS-TIER-SUB) to WS-BEST-FLOOR
                    move WS-CUR-EFFECTIVE(WS-TIER-SUB)
                        to WS-BEST-EFFECTIVE
                    move WS-CUR-TIER(WS-TIER-SUB) to WS-BEST-TIER
                    move WS-CUR-RATE(WS-TIER-SUB) to WS-BEST-RATE
                 end-if
              end-if
              if WS-CUR-DEBIT-RATE(WS-TIER-SUB) > 0
                 if not WS-DEBRATE-FOUND
                         or WS-CUR-EFFECTIVE(WS-TIER-SUB)
                            > WS-BEST-DEBIT-EFFECTIVE
                    set WS-DEBRATE-FOUND to true
                    move WS-CUR-EFFECTIVE(WS-TIER-SUB)
                        to WS-BEST-DEBIT-EFFECTIVE
                    move WS-CUR-DEBIT-RATE(WS-TIER-SUB)
                        to WS-BEST-DEBIT-RATE
                 end-if
              end-if
           end-if
           .

       5400-LOOKUP-PROPOSED-TIER.
           perform 5500-RESET-BEST
           perform 5410-JUDGE-PROPOSED-TIER
               varying WS-TIER-SUB from 1 by 1
               until WS-TIER-SUB > WS-PRP-COUNT
           if not WS-TIER-FOUND
              move WS-ACC-RATE(WS-ACC-SUB) to WS-BEST-RATE
           end-if
           .

       5410-JUDGE-PROPOSED-TIER.
           if WS-PRP-PRODUCT(WS-TIER-SUB) = WS-LOOKUP-PRODUCT
              if WS-PRP-FLOOR(WS-TIER-SUB) <= WS-BASIS
                 if not WS-TIER-FOUND
                         or WS-PRP-FLOOR(WS-TIER-SUB) > WS-BEST-FLOOR
                         or (WS-PRP-FLOOR(WS-TIER-SUB) = WS-BEST-FLOOR
                             and WS-PRP-EFFECTIVE(WS-TIER-SUB)
                                 > WS-BEST-EFFECTIVE)
                    set WS-TIER-FOUND to true
                    move WS-PRP-FLOOR(WS-TIER-SUB) to WS-BEST-FLOOR
                    move WS-PRP-EFFECTIVE(WS-TIER-SUB)
                        to WS-BEST-EFFECTIVE
                    move WS-PRP-TIER(WS-TIER-SUB) to WS-BEST-TIER
                    move WS-PRP-RATE(WS-TIER-SUB) to WS-BEST-RATE
                 end-if
              end-if
              if WS-PRP-DEBIT-RATE(WS-TIER-SUB) > 0
                 if not WS-DEBRATE-FOUND
                         or WS-PRP-EFFECTIVE(WS-TIER-SUB)
                            > WS-BEST-DEBIT-EFFECTIVE
                    set WS-DEBRATE-FOUND to true
                    move WS-PRP-EFFECTIVE(WS-TIER-SUB)
                        to WS-BEST-DEBIT-EFFECTIVE
                    move WS-PRP-DEBIT-RATE(WS-TIER-SUB)
                        to WS-BEST-DEBIT-RATE
                 end-if
              end-if
           end-if
           .

       5500-RESET-BEST.
           move "N" to WS-TIER-FOUND-SWITCH
           move "N" to WS-DEBRATE-FOUND-SWITCH
           move 0 to WS-BEST-FLOOR
           move 0 to WS-BEST-EFFECTIVE
           move 0 to WS-BEST-DEBIT-EFFECTIVE
           move 0 to WS-BEST-TIER
           move 0 to WS-BEST-RATE
           move 0 to WS-BEST-DEBIT-RATE
           .

      *****************************************************************
      *  Finds the account's product/branch cell, creating it in its
      *  ordered place when new - a full table leaves the account
      *  out of the summary and the run ends RC=4.
      *****************************************************************
       5600-ADD-TO-CELL.
           move WS-LOOKUP-PRODUCT to WS-SEARCH-PRODUCT
           move WS-ACC-BRANCH(WS-ACC-SUB) to WS-SEARCH-BRANCH
           move 1 to WS-CELL-SUB
           perform 5610-STEP-CELL
               until WS-CELL-SUB > WS-CELL-COUNT
                  or WS-CELL-KEY(WS-CELL-SUB) not < WS-SEARCH-CELL
           if WS-CELL-SUB > WS-CELL-COUNT
                   or WS-CELL-KEY(WS-CELL-SUB) not = WS-SEARCH-CELL
              if WS-CELL-COUNT = 500
                 display "TABLE PRODUIT/AGENCE PLEINE - COMPTE "
                         WS-ACC-NUMBER(WS-ACC-SUB) " NON TOTALISE"
                 set WS-INCOMPLETE to true
                 go to 5600-EXIT
              end-if
              perform 5620-SHIFT-CELL
                  varying WS-SHIFT-SUB from WS-CELL-COUNT by -1
                  until WS-SHIFT-SUB < WS-CELL-SUB
              add 1 to WS-CELL-COUNT
              move WS-SEARCH-CELL to WS-CELL-KEY(WS-CELL-SUB)
              move 0 to WS-CELL-ACCOUNTS(WS-CELL-SUB)
              move 0 to WS-CELL-CUR-CREDIT(WS-CELL-SUB)
              move 0 to WS-CELL-PRP-CREDIT(WS-CELL-SUB)
              move 0 to WS-CELL-CUR-DEBIT(WS-CELL-SUB)
              move 0 to WS-CELL-PRP-DEBIT(WS-CELL-SUB)
           end-if
           add 1 to WS-CELL-ACCOUNTS(WS-CELL-SUB)
           add WS-CUR-CREDIT-INT to WS-CELL-CUR-CREDIT(WS-CELL-SUB)
           add WS-PRP-CREDIT-INT to WS-CELL-PRP-CREDIT(WS-CELL-SUB)
           add WS-CUR-DEBIT-INT to WS-CELL-CUR-DEBIT(WS-CELL-SUB)
           add WS-PRP-DEBIT-INT to WS-CELL-PRP-DEBIT(WS-CELL-SUB)
           .
       5600-EXIT.
           exit
           .

       5610-STEP-CELL.
           add 1 to WS-CELL-SUB
           .

       5620-SHIFT-CELL.
           move WS-CELL(WS-SHIFT-SUB) to WS-CELL(WS-SHIFT-SUB + 1)
           .

       5800-WRITE-CHANGE-LINE.
           move WS-ACC-NUMBER(WS-ACC-SUB) to WS-CL-ACCT
           move WS-LOOKUP-PRODUCT to WS-CL-PRODUCT
           move WS-ACC-BRANCH(WS-ACC-SUB) to WS-CL-BRANCH
           move WS-BASIS to WS-CL-BASIS
           move WS-CUR-TIER-FOUND to WS-CL-CUR-TIER
           move WS-CUR-RATE-FOUND to WS-CL-CUR-RATE
           move WS-PRP-TIER-FOUND to WS-CL-PRP-TIER
           move WS-PRP-RATE-FOUND to WS-CL-PRP-RATE
           move WS-CUR-CREDIT-INT to WS-CL-CUR-INT
           move WS-PRP-CREDIT-INT to WS-CL-PRP-INT
           move WS-CHANGE-LINE to SIMULATION-REPORT-LINE
           write SIMULATION-REPORT-LINE
           add 1 to WS-CHANGED-COUNT
           .

      *****************************************************************
      *  The month's interest expense and debit-interest income by
      *  product and branch under the current and proposed tiers,
      *  with the difference, and the grand total.
      *****************************************************************
       6000-PRINT-SUMMARY.
           move spaces to SIMULATION-REPORT-LINE
           write SIMULATION-REPORT-LINE
           move "IMPACT MENSUEL PAR PRODUIT ET AGENCE"
               to SIMULATION-REPORT-LINE
           write SIMULATION-REPORT-LINE
           move "PR BR COMPTES INT ACTUELS INT PROPOSES   ECART INT AGI
      -    "OS ACTUELS AGIOS PROPOS.  ECART AGIOS"
               to SIMULATION-REPORT-LINE
           write SIMULATION-REPORT-LINE
           perform 6100-PRINT-CELL
               varying WS-CELL-SUB from 1 by 1
               until WS-CELL-SUB > WS-CELL-COUNT
           move spaces to SIMULATION-REPORT-LINE
           write SIMULATION-REPORT-LINE
           move "**" to WS-SL-PRODUCT
           move "**" to WS-SL-BRANCH
           move WS-PRICED-COUNT to WS-SL-ACCOUNTS
           move WS-TOT-CUR-CREDIT to WS-SL-CUR-CREDIT
           move WS-TOT-PRP-CREDIT to WS-SL-PRP-CREDIT
           compute WS-DIFFERENCE = WS-TOT-PRP-CREDIT - WS-TOT-CUR-CREDIT
           move WS-DIFFERENCE to WS-SL-CREDIT-DIFF
           move WS-TOT-CUR-DEBIT to WS-SL-CUR-DEBIT
           move WS-TOT-PRP-DEBIT to WS-SL-PRP-DEBIT
           compute WS-DIFFERENCE = WS-TOT-PRP-DEBIT - WS-TOT-CUR-DEBIT
           move WS-DIFFERENCE to WS-SL-DEBIT-DIFF
           move WS-SUMMARY-LINE to SIMULATION-REPORT-LINE
           write SIMULATION-REPORT-LINE
           move spaces to SIMULATION-REPORT-LINE
           string "COMPTES CHANGEANT DE PALIER : " delimited by size
                  WS-CHANGED-COUNT delimited by size
                  into SIMULATION-REPORT-LINE
           end-string
           write SIMULATION-REPORT-LINE
           if WS-INCOMPLETE
              move "*** TABLE PLEINE - CHIFFRES INCOMPLETS"
                  to SIMULATION-REPORT-LINE
              write SIMULATION-REPORT-LINE
           end-if
           .

       6100-PRINT-CELL.
           move WS-CELL-PRODUCT(WS-CELL-SUB) to WS-SL-PRODUCT
           move WS-CELL-BRANCH(WS-CELL-SUB) to WS-SL-BRANCH
           move WS-CELL-ACCOUNTS(WS-CELL-SUB) to WS-SL-ACCOUNTS
           move WS-CELL-CUR-CREDIT(WS-CELL-SUB) to WS-SL-CUR-CREDIT
           move WS-CELL-PRP-CREDIT(WS-CELL-SUB) to WS-SL-PRP-CREDIT
           compute WS-DIFFERENCE = WS-CELL-PRP-CREDIT(WS-CELL-SUB)
                                 - WS-CELL-CUR-CREDIT(WS-CELL-SUB)
           move WS-DIFFERENCE to WS-SL-CREDIT-DIFF
           move WS-CELL-CUR-DEBIT(WS-CELL-SUB) to WS-SL-CUR-DEBIT
           move WS-CELL-PRP-DEBIT(WS-CELL-SUB) to WS-SL-PRP-DEBIT
           compute WS-DIFFERENCE = WS-CELL-PRP-DEBIT(WS-CELL-SUB)
                                 - WS-CELL-CUR-DEBIT(WS-CELL-SUB)
           move WS-DIFFERENCE to WS-SL-DEBIT-DIFF
           move WS-SUMMARY-LINE to SIMULATION-REPORT-LINE
           write SIMULATION-REPORT-LINE
           add WS-CELL-CUR-CREDIT(WS-CELL-SUB) to WS-TOT-CUR-CREDIT
           add WS-CELL-PRP-CREDIT(WS-CELL-SUB) to WS-TOT-PRP-CREDIT
           add WS-CELL-CUR-DEBIT(WS-CELL-SUB) to WS-TOT-CUR-DEBIT
           add WS-CELL-PRP-DEBIT(WS-CELL-SUB) to WS-TOT-PRP-DEBIT
           .

       9999-TERMINATE.
           close SIMULATION-REPORT
           display "DATE DE TRAITEMENT : " WS-PROCESS-DATE
           display "PALIERS ACTUELS : " WS-CUR-COUNT
           display "PALIERS PROPOSES : " WS-PRP-COUNT
           display "COMPTES SIMULES : " WS-PRICED-COUNT
           display "CHANGEMENTS DE PALIER : " WS-CHANGED-COUNT
           .
