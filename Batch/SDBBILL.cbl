       identification division.
       program-id. SDBBILL.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-14.
       date-compiled.

      *****************************************************************
      *  SDBBILL
      *
      *  Monthly safe-deposit box rent billing, run in MONTHEND into
      *  the same CAPTRAN stream as the other month-end charges.
      *  Every active contract (SDBCREC.cpy) whose next rent date
      *  has been reached by the process date is billed the annual
      *  rent for its box's size from the tariff (SDBTREC.cpy), and
      *  its next rent date moves on a year.  Rent left unpaid at
      *  an earlier month-end is added to the amount collected.
      *  The whole amount is emitted as one debit on channel "G"
      *  against the contract's paying account, wrapped in the batch
      *  header/trailer controls BATPROOF proves - so the rent posts
      *  through SOLDUPDT with audit and control totals like every
      *  other movement.
      *
      *  A paying account that cannot cover the amount (missing,
      *  not open or dormant, or short even with its authorized
      *  overdraft) is not debited: the amount is carried as unpaid
      *  on the contract for the next month-end, and the contract
      *  goes on the unpaid-rent report for the branch.  A contract
      *  whose box size has no rent on the tariff is reported and
      *  left for the next run with its rent date unchanged.
      *
      *  Each contract is stamped with the business date as it is
      *  billed or retried and skipped on a rerun of the same
      *  cycle, the guard the other monthly assessments use.
      *
      *  Modification history
      *  2026-10-14  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select SAFE-BOX-CONTRACT assign to "SDBCONTR"
               organization is indexed
               access mode is sequential
               record key is SDC-KEY
               alternate record key is SDC-CUST-NUMBER
                   with duplicates
               file status is WS-SDBC-STATUS.

           select SAFE-BOX-FILE assign to "SDBXFILE"
               organization is indexed
               access mode is dynamic
               record key is SDB-KEY
               file status is WS-SDBX-STATUS.

           select SAFE-BOX-TARIFF assign to "SDBTARIF"
               organization is indexed
               access mode is dynamic
               record key is SDT-KEY
               file status is WS-SDBT-STATUS.

           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCTMAST-STATUS.

           select RAW-TRANSACTION-FILE assign to "TRANRAW"
               organization is sequential
               file status is WS-TRANRAW-STATUS.

           select UNPAID-REPORT assign to "SDBRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select RUN-PARAMETERS assign to "SDBPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

       data division.
       file section.
       fd  SAFE-BOX-CONTRACT.
       copy "SDBCREC.cpy".

       fd  SAFE-BOX-FILE.
       copy "SDBXREC.cpy".

       fd  SAFE-BOX-TARIFF.
       copy "SDBTREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  RAW-TRANSACTION-FILE.
       copy "TRANREC.cpy".
       copy "BATCREC.cpy".

       fd  UNPAID-REPORT.
       01  UNPAID-REPORT-LINE              PIC X(80).

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       working-storage section.
       01  WS-SDBC-STATUS                  PIC X(02).
       01  WS-SDBX-STATUS                  PIC X(02).
       01  WS-SDBT-STATUS                  PIC X(02).
       01  WS-ACCTMAST-STATUS              PIC X(02).
           88  WS-ACCTMAST-OK                VALUE "00".
       01  WS-TRANRAW-STATUS               PIC X(02).
           88  WS-TRANRAW-OK                 VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                   VALUE "00".
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-OPERATOR-ID                  PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                   PIC 9(08).
       01  WS-AUDIT-TIME                   PIC 9(08).
       01  WS-AUDIT-TS-ALPHA               PIC X(14).
       01  WS-AUDIT-SEQUENCE               PIC 9(07) VALUE 0.
       01  WS-AUDIT-ACTION                 PIC X(06).
       01  WS-BEFORE-IMAGE                 PIC X(60).
       01  WS-AFTER-IMAGE                  PIC X(60).

       01  WS-SWITCHES.
           05  WS-CONTRACT-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-CONTRACT-EOF           VALUE "Y".
           05  WS-ACCOUNT-GOOD-SWITCH       PIC X(01).
               88  WS-ACCOUNT-GOOD            VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-CYCLE-NUMBER                 PIC 9(04) VALUE 0.
       01  WS-TIME-NOW                     PIC 9(08).
       01  WS-TS-ALPHA                     PIC X(14).
       01  WS-RENT-DUE                     PIC 9(7) COMP-3.
       01  WS-COLLECT-AMOUNT               PIC 9(9) COMP-3.
       01  WS-AVAILABLE                    PIC S9(10) COMP-3.
       01  WS-MOTIF                        PIC X(20).
       01  WS-NEXT-DATE                    PIC 9(08).
       01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
           05  WS-ND-YEAR                   PIC 9(04).
           05  WS-ND-MONTH                  PIC 9(02).
           05  WS-ND-DAY                    PIC 9(02).
       01  WS-BILLED-COUNT                 PIC 9(06) VALUE 0.
       01  WS-RETRIED-COUNT                PIC 9(06) VALUE 0.
       01  WS-COLLECTED-COUNT              PIC 9(06) VALUE 0.
       01  WS-UNPAID-COUNT                 PIC 9(06) VALUE 0.
       01  WS-NO-TARIFF-COUNT              PIC 9(06) VALUE 0.
       01  WS-SKIPPED-COUNT                PIC 9(06) VALUE 0.
       01  WS-COLLECTED-TOTAL              PIC 9(11) VALUE 0.
       01  WS-UNPAID-TOTAL                 PIC 9(11) VALUE 0.
       01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-BATCH-NUMBER                 PIC 9(06).
       01  WS-BATCH-COUNT                  PIC 9(06) VALUE 0.
       01  WS-BATCH-HASH                   PIC 9(13) VALUE 0.

       01  WS-UNPAID-TITLE.
           05  FILLER                      PIC X(40) VALUE
               "LOYERS DE COFFRES-FORTS IMPAYES".
           05  FILLER                      PIC X(12) VALUE
               "FIN DE MOIS ".
           05  WS-UT-DATE                  PIC 9(08).
       01  WS-UNPAID-HEADING.
           05  FILLER                      PIC X(40) VALUE
               "CONTRAT  AG/COFF CLIENT COMPTE        ".
           05  FILLER                      PIC X(40) VALUE
               "  IMPAYE DEPUIS   NB MOTIF".
       01  WS-UNPAID-LINE.
           05  WS-UL-CONTRACT              PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-UL-BRANCH                PIC 9(02).
           05  FILLER                      PIC X(01) VALUE "/".
           05  WS-UL-BOX                   PIC 9(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-UL-CUST                  PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-UL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-UL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-UL-SINCE                 PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-UL-COUNT                 PIC Z9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-UL-MOTIF                 PIC X(20).

       01  WS-CYCLE-GATE-SWITCH            PIC X(01) VALUE "N".
           88  WS-CYCLE-SKIP                 VALUE "Y".

       copy "CYCLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1100-CHECK-CYCLE thru 1100-FIN
           if not WS-CYCLE-SKIP
              perform 2000-READ-CONTRACT
              perform 3000-BILL-CONTRACT thru 3000-EXIT
                  until WS-CONTRACT-EOF
              perform 1150-MARK-CYCLE-DONE
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open i-o SAFE-BOX-CONTRACT
           open input SAFE-BOX-FILE
           open input SAFE-BOX-TARIFF
           open input ACCOUNT-MASTER
           open extend RAW-TRANSACTION-FILE
           if not WS-TRANRAW-OK
              close RAW-TRANSACTION-FILE
              open output RAW-TRANSACTION-FILE
           end-if
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end continue
                  not at end
                      move PARM-PROCESS-DATE to WS-PROCESS-DATE
                      move PARM-CYCLE-NUMBER to WS-CYCLE-NUMBER
              end-read
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           open output UNPAID-REPORT
           move WS-PROCESS-DATE to WS-UT-DATE
           move WS-UNPAID-TITLE to UNPAID-REPORT-LINE
           write UNPAID-REPORT-LINE
           move WS-UNPAID-HEADING to UNPAID-REPORT-LINE
           write UNPAID-REPORT-LINE
           perform 4500-WRITE-BATCH-HEADER
           .

       2000-READ-CONTRACT.
           read SAFE-BOX-CONTRACT next record
               at end set WS-CONTRACT-EOF to true
           end-read
           .

      *****************************************************************
      *  One contract: price the rent when its anniversary has come,
      *  add any rent still unpaid, and emit the debit or carry the
      *  amount as unpaid.
      *****************************************************************
       3000-BILL-CONTRACT.
           if not SDC-ACTIVE
              go to 3000-EXIT
           end-if
           if SDC-LAST-RUN-DATE(1:6) = WS-PROCESS-DATE(1:6)
              add 1 to WS-SKIPPED-COUNT
              go to 3000-EXIT
           end-if
           move 0 to WS-RENT-DUE
           if SDC-NEXT-RENT-DATE <= WS-PROCESS-DATE
              perform 3100-PRICE-RENT thru 3100-EXIT
           end-if
           compute WS-COLLECT-AMOUNT =
               WS-RENT-DUE + SDC-UNPAID-AMOUNT
           if WS-COLLECT-AMOUNT = 0
              go to 3000-EXIT
           end-if
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           if WS-RENT-DUE > 0
              add 1 to WS-BILLED-COUNT
              move WS-PROCESS-DATE to SDC-LAST-RENT-DATE
              move WS-RENT-DUE to SDC-LAST-RENT-AMOUNT
              perform 3150-ADVANCE-RENT-DATE
           end-if
           if SDC-UNPAID-AMOUNT > 0
              add 1 to WS-RETRIED-COUNT
           end-if
           perform 3200-CHECK-PAYMENT-ACCOUNT
           if WS-ACCOUNT-GOOD
              perform 4000-EMIT-RENT-DEBIT
              move 0 to SDC-UNPAID-AMOUNT
              move 0 to SDC-UNPAID-SINCE
              move 0 to SDC-UNPAID-COUNT
              move "SDBLOY" to WS-AUDIT-ACTION
              add 1 to WS-COLLECTED-COUNT
              add WS-COLLECT-AMOUNT to WS-COLLECTED-TOTAL
           else
              move WS-COLLECT-AMOUNT to SDC-UNPAID-AMOUNT
              if SDC-UNPAID-SINCE = 0
                 move WS-PROCESS-DATE to SDC-UNPAID-SINCE
              end-if
              if SDC-UNPAID-COUNT < 99
                 add 1 to SDC-UNPAID-COUNT
              end-if
              move "SDBIMP" to WS-AUDIT-ACTION
           end-if
           move WS-PROCESS-DATE to SDC-LAST-RUN-DATE
           rewrite SAFE-BOX-CONTRACT-RECORD
               invalid key
                   display "ERREUR REECRITURE CONTRAT : "
                           SDC-CONTRACT-NUMBER
           end-rewrite
           perform 8000-WRITE-AUDIT
           if not WS-ACCOUNT-GOOD
              perform 5000-REPORT-UNPAID
           end-if
           .
       3000-EXIT.
           perform 2000-READ-CONTRACT
           .

      *****************************************************************
      *  The year's rent is the tariff's annual rent for the size of
      *  the rented box.  A box or size missing from the reference
      *  files leaves WS-RENT-DUE zero and the contract reported.
      *****************************************************************
       3100-PRICE-RENT.
           move SDC-BRANCH-CODE to SDB-BRANCH-CODE
           move SDC-BOX-NUMBER to SDB-BOX-NUMBER
           read SAFE-BOX-FILE
               invalid key
                   move "COFFRE INTROUVABLE" to WS-MOTIF
                   perform 5100-REPORT-NOT-BILLED
                   go to 3100-EXIT
           end-read
           move SDB-SIZE to SDT-SIZE
           read SAFE-BOX-TARIFF
               invalid key
                   move "TAILLE SANS TARIF" to WS-MOTIF
                   perform 5100-REPORT-NOT-BILLED
                   go to 3100-EXIT
           end-read
           move SDT-ANNUAL-RENT to WS-RENT-DUE
           .
       3100-EXIT.
           exit
           .

      *****************************************************************
      *  Next anniversary - the same day a year on; a 29 February
      *  falls back to the 28th.
      *****************************************************************
       3150-ADVANCE-RENT-DATE.
           move SDC-NEXT-RENT-DATE to WS-NEXT-DATE
           add 1 to WS-ND-YEAR
           if WS-ND-MONTH = 2 and WS-ND-DAY = 29
              move 28 to WS-ND-DAY
           end-if
           move WS-NEXT-DATE to SDC-NEXT-RENT-DATE
           .

      *****************************************************************
      *  The paying account must exist, be open or dormant and cover
      *  the amount within its authorized overdraft - SOLDUPDT would
      *  only bounce the debit OVRLM tomorrow morning.
      *****************************************************************
       3200-CHECK-PAYMENT-ACCOUNT.
           move "N" to WS-ACCOUNT-GOOD-SWITCH
           move SDC-PAY-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   continue
           end-read
           if not WS-ACCTMAST-OK
              move "COMPTE INCONNU" to WS-MOTIF
           else
              if ACCT-OPEN or ACCT-DORMANT
                 compute WS-AVAILABLE =
                     ACCT-SOLDE + ACCT-OVERDRAFT-LIMIT
                 if WS-AVAILABLE >= WS-COLLECT-AMOUNT
                    move "Y" to WS-ACCOUNT-GOOD-SWITCH
                 else
                    move "PROVISION INSUFFIS." to WS-MOTIF
                 end-if
              else
                 move "COMPTE NON OUVERT" to WS-MOTIF
              end-if
           end-if
           .

      *****************************************************************
      *  One debit of the rent and any unpaid rent against the
      *  paying account.
      *****************************************************************
       4000-EMIT-RENT-DEBIT.
           move spaces to TRANSACTION-RECORD
           move SDC-PAY-ACCT to TRAN-ACCT-NUMBER
           accept WS-TIME-NOW from time
           move spaces to WS-TS-ALPHA
           string WS-PROCESS-DATE delimited by size
                  WS-TIME-NOW(1:6) delimited by size
                  into WS-TS-ALPHA
           end-string
           move WS-TS-ALPHA(1:14) to TRAN-TIMESTAMP
           set TRAN-DEBIT to true
           move WS-COLLECT-AMOUNT to TRAN-AMOUNT
           move 0 to TRAN-COUNTERPART-ACCT
           move 0 to TRAN-CUST-NUMBER
           move 0 to TRAN-CHEQUE-SERIAL
           set TRAN-CHN-COFFRE to true
           move 0 to TRAN-ORIG-TIMESTAMP
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
           add WS-COLLECT-AMOUNT to WS-BATCH-HASH
               on size error
                   continue
           end-add
           .

      *****************************************************************
      *  Batch header/trailer for the run's rent debits - the
      *  trailer carries the record count and hashed amount total
      *  BATPROOF verifies.
      *****************************************************************
       4500-WRITE-BATCH-HEADER.
           accept WS-TIME-NOW from time
           move spaces to BATCH-CONTROL-RECORD
           set BCT-HEADER to true
           move "SDBBILL" to BCT-SOURCE-ID
           move WS-TIME-NOW(1:6) to WS-BATCH-NUMBER
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move 0 to BCT-RECORD-COUNT
           move 0 to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           .

       4600-WRITE-BATCH-TRAILER.
           move spaces to BATCH-CONTROL-RECORD
           set BCT-TRAILER to true
           move "SDBBILL" to BCT-SOURCE-ID
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move WS-BATCH-COUNT to BCT-RECORD-COUNT
           move WS-BATCH-HASH to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           .

      *****************************************************************
      *  Unpaid rent - the contract's whole unpaid amount, the month-
      *  end it was first missed and how many have missed it.
      *****************************************************************
       5000-REPORT-UNPAID.
           move SDC-CONTRACT-NUMBER to WS-UL-CONTRACT
           move SDC-BRANCH-CODE to WS-UL-BRANCH
           move SDC-BOX-NUMBER to WS-UL-BOX
           move SDC-CUST-NUMBER to WS-UL-CUST
           move SDC-PAY-ACCT to WS-UL-ACCT
           move SDC-UNPAID-AMOUNT to WS-UL-AMOUNT
           move SDC-UNPAID-SINCE to WS-UL-SINCE
           move SDC-UNPAID-COUNT to WS-UL-COUNT
           move WS-MOTIF to WS-UL-MOTIF
           move spaces to UNPAID-REPORT-LINE
           move WS-UNPAID-LINE to UNPAID-REPORT-LINE
           write UNPAID-REPORT-LINE
           add 1 to WS-UNPAID-COUNT
           add SDC-UNPAID-AMOUNT to WS-UNPAID-TOTAL
           .

      *****************************************************************
      *  Rent due but not priced - reported with nothing billed; any
      *  rent still unpaid from earlier is retried as usual.
      *****************************************************************
       5100-REPORT-NOT-BILLED.
           move SDC-CONTRACT-NUMBER to WS-UL-CONTRACT
           move SDC-BRANCH-CODE to WS-UL-BRANCH
           move SDC-BOX-NUMBER to WS-UL-BOX
           move SDC-CUST-NUMBER to WS-UL-CUST
           move SDC-PAY-ACCT to WS-UL-ACCT
           move 0 to WS-UL-AMOUNT
           move SDC-NEXT-RENT-DATE to WS-UL-SINCE
           move 0 to WS-UL-COUNT
           move WS-MOTIF to WS-UL-MOTIF
           move spaces to UNPAID-REPORT-LINE
           move WS-UNPAID-LINE to UNPAID-REPORT-LINE
           write UNPAID-REPORT-LINE
           add 1 to WS-NO-TARIFF-COUNT
           .

       7500-BUILD-IMAGE.
           move SDC-UNPAID-AMOUNT to WS-EDIT-AMOUNT
           move spaces to WS-AFTER-IMAGE
           string "PROCH " delimited by size
                  SDC-NEXT-RENT-DATE delimited by size
                  " IMPAYE " delimited by size
                  WS-EDIT-AMOUNT delimited by size
                  " NB " delimited by size
                  SDC-UNPAID-COUNT delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

       8000-WRITE-AUDIT.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "SDBBILL" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move SDC-CONTRACT-NUMBER to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           perform 7500-BUILD-IMAGE
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
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "SDBBILL" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Cycle-control gate through the shared CYCCTL subprogram - a
      *  resubmitted MONTHEND job skips work already recorded done
      *  for PARM-CYCLE-NUMBER and refuses a cycle AUDITROL has
      *  closed.  Cycle zero disables the gate.
      *****************************************************************
       1100-CHECK-CYCLE.
           if WS-CYCLE-NUMBER = 0
              go to 1100-FIN
           end-if
           set CYC-FN-CHECK to true
           move WS-CYCLE-NUMBER to CYC-PARM-CYCLE
           move "SDBBILL" to CYC-PARM-STEP
           call "CYCCTL" using CYCLE-CONTROL-PARMS
           evaluate true
               when CYC-SKIP
                   display "ETAPE DEJA FAITE POUR LE CYCLE "
                           WS-CYCLE-NUMBER " - IGNOREE"
                   set WS-CYCLE-SKIP to true
               when CYC-REFUSE
                   display "CYCLE " WS-CYCLE-NUMBER
                           " DEJA CLOS - ETAPE REFUSEE"
                   set WS-CYCLE-SKIP to true
                   move 8 to return-code
               when other
                   continue
           end-evaluate
           .
       1100-FIN.
           exit
           .

       1150-MARK-CYCLE-DONE.
           if WS-CYCLE-NUMBER > 0 and not WS-CYCLE-SKIP
              set CYC-FN-MARK to true
              move WS-CYCLE-NUMBER to CYC-PARM-CYCLE
              move "SDBBILL" to CYC-PARM-STEP
              call "CYCCTL" using CYCLE-CONTROL-PARMS
           end-if
           .

       9999-TERMINATE.
           perform 4600-WRITE-BATCH-TRAILER
           if WS-UNPAID-COUNT = 0 and WS-NO-TARIFF-COUNT = 0
              move "AUCUN LOYER IMPAYE" to UNPAID-REPORT-LINE
              write UNPAID-REPORT-LINE
           else
              move WS-UNPAID-TOTAL to WS-EDIT-AMOUNT
              move spaces to UNPAID-REPORT-LINE
              string "CONTRATS IMPAYES : " delimited by size
                     WS-UNPAID-COUNT delimited by size
                     "  MONTANT : " delimited by size
                     WS-EDIT-AMOUNT delimited by size
                     into UNPAID-REPORT-LINE
              end-string
              write UNPAID-REPORT-LINE
           end-if
           close SAFE-BOX-CONTRACT
           close SAFE-BOX-FILE
           close SAFE-BOX-TARIFF
           close ACCOUNT-MASTER
           close RAW-TRANSACTION-FILE
           close UNPAID-REPORT
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           display "CYCLE : " WS-CYCLE-NUMBER
           display "LOYERS FACTURES : " WS-BILLED-COUNT
           display "IMPAYES REPRESENTES : " WS-RETRIED-COUNT
           display "CONTRATS PRELEVES : " WS-COLLECTED-COUNT
           display "MONTANT PRELEVE : " WS-COLLECTED-TOTAL
           display "CONTRATS IMPAYES : " WS-UNPAID-COUNT
           display "MONTANT IMPAYE : " WS-UNPAID-TOTAL
           display "LOYERS NON FACTURES (SANS TARIF) : "
                   WS-NO-TARIFF-COUNT
           display "CONTRATS DEJA TRAITES (IGNORES) : "
                   WS-SKIPPED-COUNT
           .
