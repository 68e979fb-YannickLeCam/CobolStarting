       identification division.
       program-id. AMLMON.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-21.
       date-compiled.

      *****************************************************************
      *  AMLMON
      *
      *  Nightly transaction monitoring over a rolling window.
      *  LRGTRPT only declares one day's postings that reach
      *  PARM-DECLARE-THRESHOLD, so cash kept just under it and
      *  spread over a week never shows.  This run looks back
      *  PARM-MONITOR-DAYS over the posted history (the process date
      *  included) and judges every account that moved in the
      *  window against three scenarios:
      *
      *    STRUC  PARM-MONITOR-MIN-COUNT or more credits falling in
      *           the band PARM-MONITOR-BAND-PCT percent under the
      *           threshold;
      *    PASSE  credits of at least half the threshold of which 90
      *           percent or more went straight back out by transfer
      *           (standing order or outbound interbank transfer);
      *    VELOC  a window daily movement more than PARM-MONITOR-
      *           FACTOR times the account's usual daily movement -
      *           the average day-to-day change of its closing
      *           balance on SNAPHIST over the 90 days before the
      *           window (ten snapshots at least), on a window volume
      *           of at least half the threshold.
      *
      *  Movements the bank generates itself (interest, fees,
      *  charges, term-deposit releases, loan and penalty postings,
      *  escheat, returned-cheque fees) and reversals are left out.
      *  Each alert is written to ALRTFILE with its scenario and the
      *  movements that raised it, for compliance to work and close
      *  in ALRTMNT, and listed on the monitoring report.  No second
      *  alert is raised for an account and scenario while one is
      *  still open or in progress.  A zero window or a zero
      *  threshold disables the run.
      *
      *  Modification history
      *  2026-09-21  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select TRANSACTION-HISTORY assign to "TRANHIST"
               organization is sequential
               file status is WS-TRANHIST-STATUS.

           select SNAPSHOT-HISTORY assign to "SNAPHIST"
               organization is sequential
               file status is WS-SNAPHIST-STATUS.

           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCTMAST-STATUS.

           select ALERT-FILE assign to "ALRTFILE"
               organization is indexed
               access mode is dynamic
               record key is ALR-KEY
               file status is WS-ALERT-STATUS.

           select MONITOR-REPORT assign to "AMLRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select RUN-PARAMETERS assign to "AMLPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  TRANSACTION-HISTORY.
       copy "THISTREC.cpy".

       fd  SNAPSHOT-HISTORY.
       copy "SNAPREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  ALERT-FILE.
       copy "ALRTREC.cpy".

       fd  MONITOR-REPORT.
       01  MONITOR-REPORT-LINE             PIC X(100).

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       fd  RUN-LOG.
       copy "RUNLOGRC.cpy".

       working-storage section.
       01  WS-RUNLOG-STATUS                PIC X(02).
           88  WS-RUNLOG-OK                  VALUE "00".
       01  WS-RUNLOG-DATE                  PIC 9(08).
       01  WS-RUNLOG-TIME                  PIC 9(08).
       01  WS-RUNLOG-TS-ALPHA              PIC X(14).

       01  WS-TRANHIST-STATUS              PIC X(02).
           88  WS-TRANHIST-OK                VALUE "00".
       01  WS-SNAPHIST-STATUS              PIC X(02).
           88  WS-SNAPHIST-OK                VALUE "00".
       01  WS-ACCTMAST-STATUS              PIC X(02).
           88  WS-ACCTMAST-OK                VALUE "00".
       01  WS-ALERT-STATUS                 PIC X(02).
           88  WS-ALERT-OK                   VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-HIST-EOF                VALUE "Y".
           05  WS-SNAP-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-SNAP-EOF                VALUE "Y".
           05  WS-ALERT-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-ALERT-EOF               VALUE "Y".
           05  WS-CELL-FOUND-SWITCH         PIC X(01).
               88  WS-CELL-FOUND               VALUE "Y".
           05  WS-OPEN-FOUND-SWITCH         PIC X(01).
               88  WS-OPEN-FOUND               VALUE "Y".
           05  WS-ALREADY-DONE-SWITCH       PIC X(01) VALUE "N".
               88  WS-ALREADY-DONE             VALUE "Y".
           05  WS-MVT-FULL-SWITCH           PIC X(01) VALUE "N".
               88  WS-MVT-FULL                 VALUE "Y".
           05  WS-LEAP-SWITCH               PIC X(01).
               88  WS-LEAP-YEAR                VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-THRESHOLD                    PIC 9(09) VALUE 0.
       01  WS-HALF-THRESHOLD               PIC 9(09) VALUE 0.
       01  WS-BAND-FLOOR                   PIC 9(09) VALUE 0.
       01  WS-WINDOW-DAYS                  PIC 9(03) VALUE 0.
       01  WS-BAND-PCT                     PIC 9(02) VALUE 0.
       01  WS-MIN-COUNT                    PIC 9(02) VALUE 0.
       01  WS-FACTOR                       PIC 9(02) VALUE 0.
       01  WS-PASS-PCT                     PIC 9(03) VALUE 90.
       01  WS-BASELINE-SPAN                PIC 9(03) VALUE 90.
       01  WS-MIN-BASELINE-DAYS            PIC 9(03) VALUE 10.

      *--------------------------------------------------------------*
      *    Window and baseline bounds, stepped back a day at a time  *
      *    from the process date the way CASHPROJ steps its horizon  *
      *    forward.                                                  *
      *--------------------------------------------------------------*
       01  WS-WINDOW-START                 PIC 9(08) VALUE 0.
       01  WS-BASELINE-START               PIC 9(08) VALUE 0.
       01  WS-STEP-DATE                    PIC 9(08).
       01  WS-STEP-DATE-SPLIT REDEFINES WS-STEP-DATE.
           05  WS-STEP-YEAR                PIC 9(04).
           05  WS-STEP-MONTH               PIC 9(02).
           05  WS-STEP-DAY                 PIC 9(02).
       01  WS-STEP-COUNT                   PIC 9(03).
       01  WS-LEAP-QUOTIENT                PIC 9(04).
       01  WS-LEAP-REMAINDER               PIC 9(04).

       01  WS-MONTH-LENGTH-DEF.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 28.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DEF.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

      *--------------------------------------------------------------*
      *    Channel of the movement being judged.                     *
      *--------------------------------------------------------------*
       01  WS-MVT-CHANNEL                  PIC X(01).
           88  WS-BANK-CHANNEL               VALUE "I" "F" "A" "M"
                                                   "L" "E" "N" "K".
           88  WS-TRANSFER-OUT-CHANNEL       VALUE "S" "X".

      *--------------------------------------------------------------*
      *    Per-account window totals, and the baseline built from    *
      *    the account's own closing balances before the window.     *
      *--------------------------------------------------------------*
       01  WS-ACC-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC OCCURS 2000 TIMES.
               10  WS-ACC-NUMBER           PIC 9(09).
               10  WS-ACC-VOLUME           PIC 9(11).
               10  WS-ACC-MOVEMENTS        PIC 9(04).
               10  WS-ACC-CREDIT-TOTAL     PIC 9(11).
               10  WS-ACC-CREDIT-COUNT     PIC 9(04).
               10  WS-ACC-BAND-TOTAL       PIC 9(11).
               10  WS-ACC-BAND-COUNT       PIC 9(04).
               10  WS-ACC-OUT-TOTAL        PIC 9(11).
               10  WS-ACC-OUT-COUNT        PIC 9(04).
               10  WS-ACC-BASE-TOTAL       PIC 9(11).
               10  WS-ACC-BASE-DAYS        PIC 9(03).
               10  WS-ACC-LAST-SOLDE       PIC S9(9) COMP-3.
               10  WS-ACC-SNAP-SEEN        PIC X(01).
       01  WS-ACC-SUB                      PIC 9(04).

      *--------------------------------------------------------------*
      *    The window's movements in posting order, kept for the     *
      *    detail each alert carries.                                *
      *--------------------------------------------------------------*
       01  WS-MVT-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-MVT-TABLE.
           05  WS-MVT OCCURS 5000 TIMES.
               10  WS-MVT-ACC-SUB          PIC 9(04) COMP.
               10  WS-MVT-POST-DATE        PIC 9(08).
               10  WS-MVT-TIMESTAMP        PIC 9(14).
               10  WS-MVT-TYPE             PIC X(01).
               10  WS-MVT-AMOUNT           PIC S9(9) COMP-3.
               10  WS-MVT-CHAN             PIC X(01).
               10  WS-MVT-IN-BAND          PIC X(01).
       01  WS-MVT-SUB                      PIC 9(04).

      *--------------------------------------------------------------*
      *    Account/scenario pairs already open on ALRTFILE.          *
      *--------------------------------------------------------------*
       01  WS-OPEN-COUNT                   PIC 9(04) COMP VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OPEN OCCURS 2000 TIMES.
               10  WS-OPEN-ACCT            PIC 9(09).
               10  WS-OPEN-SCENARIO        PIC X(05).
       01  WS-OPEN-SUB                     PIC 9(04).

       01  WS-WORK-ACCT                    PIC 9(09).
       01  WS-WORK-AMOUNT                  PIC 9(09).
       01  WS-SOLDE-CHANGE                 PIC S9(11).
       01  WS-BASE-AVERAGE                 PIC 9(11).
       01  WS-WINDOW-AVERAGE               PIC 9(11).
       01  WS-SCENARIO                     PIC X(05).
       01  WS-ALERT-TOTAL                  PIC 9(11).
       01  WS-ALERT-REFERENCE              PIC 9(11).
       01  WS-ALERT-MOVEMENTS              PIC 9(04).
       01  WS-PICK-COUNT                   PIC 9(04).
       01  WS-PICK-SUB                     PIC 9(02).

       01  WS-ALERT-NUMBER                 PIC 9(05) VALUE 0.
       01  WS-STRUC-COUNT                  PIC 9(05) VALUE 0.
       01  WS-VELOC-COUNT                  PIC 9(05) VALUE 0.
       01  WS-PASSE-COUNT                  PIC 9(05) VALUE 0.
       01  WS-SUPPRESSED-COUNT             PIC 9(05) VALUE 0.

       01  WS-HEADING-LINE                 PIC X(100) VALUE
           "SURVEILLANCE DES OPERATIONS - ALERTES DE LA FENETRE GLISSAN
      -    "TE".
       01  WS-WINDOW-LINE.
           05  FILLER                      PIC X(10) VALUE
               "FENETRE : ".
           05  WS-WL-START                 PIC 9(08).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  WS-WL-END                   PIC 9(08).
           05  FILLER                      PIC X(09) VALUE
               "  SEUIL :".
           05  WS-WL-THRESHOLD             PIC Z(8)9.
       01  WS-ALERT-LINE.
           05  WS-AL-NUMBER                PIC 9(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-SCENARIO              PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-CUST                  PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-TOTAL                 PIC Z(10)9.
           05  FILLER                      PIC X(05) VALUE " REF ".
           05  WS-AL-REFERENCE             PIC Z(10)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-MOVEMENTS             PIC ZZZ9.
           05  FILLER                      PIC X(04) VALUE " MVT".
       01  WS-MOVEMENT-LINE.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  WS-ML-POST-DATE             PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ML-TIMESTAMP             PIC 9(14).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ML-TYPE                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ML-AMOUNT                PIC -9(9).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ML-CHANNEL               PIC X(01).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-COUNT                 PIC ZZZZ9.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE thru 1000-FIN
           perform 8800-LOG-RUN-START
           evaluate true
               when WS-ALREADY-DONE
                   display "DATE " WS-PROCESS-DATE
                           " DEJA SURVEILLEE - ETAPE IGNOREE"
               when WS-WINDOW-DAYS = 0
                   display "FENETRE DE SURVEILLANCE NULLE - "
                           "SURVEILLANCE DESACTIVEE"
               when WS-THRESHOLD = 0
                   display "SEUIL DECLARABLE NUL - SURVEILLANCE "
                           "DESACTIVEE"
               when other
                   perform 2000-READ-HISTORY
                   perform 3000-COLLECT-MOVEMENT until WS-HIST-EOF
                   perform 4000-READ-SNAPSHOT
                   perform 4100-COLLECT-BASELINE until WS-SNAP-EOF
                   perform 5000-JUDGE-ACCOUNTS
           end-evaluate
           perform 8900-LOG-RUN-END
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end continue
                  not at end
                      move PARM-PROCESS-DATE to WS-PROCESS-DATE
                      move PARM-DECLARE-THRESHOLD to WS-THRESHOLD
                      move PARM-MONITOR-DAYS to WS-WINDOW-DAYS
                      move PARM-MONITOR-BAND-PCT to WS-BAND-PCT
                      move PARM-MONITOR-MIN-COUNT to WS-MIN-COUNT
                      move PARM-MONITOR-FACTOR to WS-FACTOR
              end-read
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           if WS-BAND-PCT = 0
              move 10 to WS-BAND-PCT
           end-if
           if WS-MIN-COUNT = 0
              move 3 to WS-MIN-COUNT
           end-if
           if WS-FACTOR = 0
              move 5 to WS-FACTOR
           end-if
           compute WS-BAND-FLOOR =
               WS-THRESHOLD * (100 - WS-BAND-PCT) / 100
           compute WS-HALF-THRESHOLD = WS-THRESHOLD / 2
           move WS-PROCESS-DATE to WS-STEP-DATE
           if WS-WINDOW-DAYS > 1
              compute WS-STEP-COUNT = WS-WINDOW-DAYS - 1
              perform 1200-STEP-BACK-ONE-DAY WS-STEP-COUNT times
           end-if
           move WS-STEP-DATE to WS-WINDOW-START
           perform 1200-STEP-BACK-ONE-DAY WS-BASELINE-SPAN times
           move WS-STEP-DATE to WS-BASELINE-START
           open i-o ALERT-FILE
           if not WS-ALERT-OK
              close ALERT-FILE
              open output ALERT-FILE
              close ALERT-FILE
              open i-o ALERT-FILE
           end-if
           perform 1500-SCAN-ALERTS thru 1500-EXIT
           if WS-ALREADY-DONE
              go to 1000-FIN
           end-if
           open input TRANSACTION-HISTORY
           if not WS-TRANHIST-OK
              display "AUCUN HISTORIQUE DE TRANSACTIONS : "
                      WS-TRANHIST-STATUS
              set WS-HIST-EOF to true
           end-if
           open input SNAPSHOT-HISTORY
           if not WS-SNAPHIST-OK
              display "AUCUN HISTORIQUE DES SOLDES : "
                      WS-SNAPHIST-STATUS
              set WS-SNAP-EOF to true
           end-if
           open input ACCOUNT-MASTER
           open output MONITOR-REPORT
           move WS-HEADING-LINE to MONITOR-REPORT-LINE
           write MONITOR-REPORT-LINE
           move WS-WINDOW-START to WS-WL-START
           move WS-PROCESS-DATE to WS-WL-END
           move WS-THRESHOLD to WS-WL-THRESHOLD
           move spaces to MONITOR-REPORT-LINE
           move WS-WINDOW-LINE to MONITOR-REPORT-LINE
           write MONITOR-REPORT-LINE
           .
       1000-FIN.
           exit
           .

      *****************************************************************
      *  Steps WS-STEP-DATE back one calendar day, February's length
      *  following the leap-year rule.
      *****************************************************************
       1200-STEP-BACK-ONE-DAY.
           if WS-STEP-DAY > 1
              subtract 1 from WS-STEP-DAY
           else
              if WS-STEP-MONTH = 1
                 move 12 to WS-STEP-MONTH
                 subtract 1 from WS-STEP-YEAR
              else
                 subtract 1 from WS-STEP-MONTH
              end-if
              move WS-MONTH-DAYS(WS-STEP-MONTH) to WS-STEP-DAY
              if WS-STEP-MONTH = 2
                 perform 1250-CHECK-LEAP-YEAR
                 if WS-LEAP-YEAR
                    move 29 to WS-STEP-DAY
                 end-if
              end-if
           end-if
           .

       1250-CHECK-LEAP-YEAR.
           move "N" to WS-LEAP-SWITCH
           divide WS-STEP-YEAR by 4 giving WS-LEAP-QUOTIENT
               remainder WS-LEAP-REMAINDER
           if WS-LEAP-REMAINDER = 0
              divide WS-STEP-YEAR by 100 giving WS-LEAP-QUOTIENT
                  remainder WS-LEAP-REMAINDER
              if WS-LEAP-REMAINDER not = 0
                 move "Y" to WS-LEAP-SWITCH
              else
                 divide WS-STEP-YEAR by 400 giving WS-LEAP-QUOTIENT
                     remainder WS-LEAP-REMAINDER
                 if WS-LEAP-REMAINDER = 0
                    move "Y" to WS-LEAP-SWITCH
                 end-if
              end-if
           end-if
           .

      *****************************************************************
      *  One pass over ALRTFILE.  Alerts already stamped with the
      *  process date mean the step is a rerun and is skipped whole,
      *  the guard LRGTRPT applies; every alert still open or in
      *  progress is remembered so it is not raised a second time.
      *****************************************************************
       1500-SCAN-ALERTS.
           move 0 to ALR-DATE
           move 0 to ALR-NUMBER
           start ALERT-FILE key not < ALR-KEY
               invalid key
                   go to 1500-EXIT
           end-start
           perform 1510-READ-ALERT
           perform 1520-NOTE-ALERT until WS-ALERT-EOF
           .
       1500-EXIT.
           exit
           .

       1510-READ-ALERT.
           read ALERT-FILE next record
               at end set WS-ALERT-EOF to true
           end-read
           .

       1520-NOTE-ALERT.
           if ALR-DATE = WS-PROCESS-DATE
              set WS-ALREADY-DONE to true
           end-if
           if ALR-OPEN or ALR-IN-PROGRESS
              if WS-OPEN-COUNT < 2000
                 add 1 to WS-OPEN-COUNT
                 move ALR-ACCT-NUMBER to WS-OPEN-ACCT(WS-OPEN-COUNT)
                 move ALR-SCENARIO
                     to WS-OPEN-SCENARIO(WS-OPEN-COUNT)
              else
                 display "TABLE DES ALERTES OUVERTES PLEINE - "
                         "ALERTE " ALR-KEY " NON RETENUE"
              end-if
           end-if
           perform 1510-READ-ALERT
           .

       2000-READ-HISTORY.
           read TRANSACTION-HISTORY
               at end set WS-HIST-EOF to true
           end-read
           .

      *****************************************************************
      *  One posted movement - kept when it falls inside the window
      *  and was not generated by the bank itself or a reversal.
      *****************************************************************
       3000-COLLECT-MOVEMENT.
           if TH-POST-DATE < WS-WINDOW-START
                   or TH-POST-DATE > WS-PROCESS-DATE
              go to 3000-NEXT
           end-if
           if TH-ORIG-TIMESTAMP not = 0
              go to 3000-NEXT
           end-if
           move TH-CHANNEL to WS-MVT-CHANNEL
           if WS-BANK-CHANNEL
              go to 3000-NEXT
           end-if
           if TH-AMOUNT < 0
              compute WS-WORK-AMOUNT = 0 - TH-AMOUNT
           else
              move TH-AMOUNT to WS-WORK-AMOUNT
           end-if
           perform 3100-ADD-TO-ACCOUNT thru 3100-FIN
           if not WS-CELL-FOUND
              go to 3000-NEXT
           end-if
           add WS-WORK-AMOUNT to WS-ACC-VOLUME(WS-ACC-SUB)
           add 1 to WS-ACC-MOVEMENTS(WS-ACC-SUB)
           if TH-CREDIT
              add WS-WORK-AMOUNT to WS-ACC-CREDIT-TOTAL(WS-ACC-SUB)
              add 1 to WS-ACC-CREDIT-COUNT(WS-ACC-SUB)
              if WS-WORK-AMOUNT >= WS-BAND-FLOOR
                      and WS-WORK-AMOUNT < WS-THRESHOLD
                 add WS-WORK-AMOUNT to WS-ACC-BAND-TOTAL(WS-ACC-SUB)
                 add 1 to WS-ACC-BAND-COUNT(WS-ACC-SUB)
              end-if
           end-if
           if TH-DEBIT and WS-TRANSFER-OUT-CHANNEL
              add WS-WORK-AMOUNT to WS-ACC-OUT-TOTAL(WS-ACC-SUB)
              add 1 to WS-ACC-OUT-COUNT(WS-ACC-SUB)
           end-if
           perform 3200-STORE-MOVEMENT thru 3200-FIN
           .
       3000-NEXT.
           perform 2000-READ-HISTORY
           .

       3100-ADD-TO-ACCOUNT.
           move TH-ACCT-NUMBER to WS-WORK-ACCT
           perform 3150-SEARCH-ACCOUNT
           if not WS-CELL-FOUND
              if WS-ACC-COUNT >= 2000
                 display "TABLE DES COMPTES PLEINE - MOUVEMENT "
                         TH-ACCT-NUMBER " NON SURVEILLE"
                 go to 3100-FIN
              end-if
              add 1 to WS-ACC-COUNT
              move WS-ACC-COUNT to WS-ACC-SUB
              move TH-ACCT-NUMBER to WS-ACC-NUMBER(WS-ACC-SUB)
              move 0 to WS-ACC-VOLUME(WS-ACC-SUB)
              move 0 to WS-ACC-MOVEMENTS(WS-ACC-SUB)
              move 0 to WS-ACC-CREDIT-TOTAL(WS-ACC-SUB)
              move 0 to WS-ACC-CREDIT-COUNT(WS-ACC-SUB)
              move 0 to WS-ACC-BAND-TOTAL(WS-ACC-SUB)
              move 0 to WS-ACC-BAND-COUNT(WS-ACC-SUB)
              move 0 to WS-ACC-OUT-TOTAL(WS-ACC-SUB)
              move 0 to WS-ACC-OUT-COUNT(WS-ACC-SUB)
              move 0 to WS-ACC-BASE-TOTAL(WS-ACC-SUB)
              move 0 to WS-ACC-BASE-DAYS(WS-ACC-SUB)
              move 0 to WS-ACC-LAST-SOLDE(WS-ACC-SUB)
              move "N" to WS-ACC-SNAP-SEEN(WS-ACC-SUB)
              set WS-CELL-FOUND to true
           end-if
           .
       3100-FIN.
           exit
           .

      *****************************************************************
      *  Looks up WS-WORK-ACCT in the account table - leaves
      *  WS-ACC-SUB on it when found.
      *****************************************************************
       3150-SEARCH-ACCOUNT.
           move "N" to WS-CELL-FOUND-SWITCH
           perform 3160-COMPARE-ACCOUNT
               varying WS-ACC-SUB from 1 by 1
               until WS-ACC-SUB > WS-ACC-COUNT or WS-CELL-FOUND
           if WS-CELL-FOUND
              subtract 1 from WS-ACC-SUB
           end-if
           .

       3160-COMPARE-ACCOUNT.
           if WS-ACC-NUMBER(WS-ACC-SUB) = WS-WORK-ACCT
              set WS-CELL-FOUND to true
           end-if
           .

       3200-STORE-MOVEMENT.
           if WS-MVT-COUNT >= 5000
              if not WS-MVT-FULL
                 display "TABLE DES MOUVEMENTS PLEINE - DETAIL DES "
                         "ALERTES INCOMPLET"
                 set WS-MVT-FULL to true
              end-if
              go to 3200-FIN
           end-if
           add 1 to WS-MVT-COUNT
           move WS-ACC-SUB to WS-MVT-ACC-SUB(WS-MVT-COUNT)
           move TH-POST-DATE to WS-MVT-POST-DATE(WS-MVT-COUNT)
           move TH-TIMESTAMP to WS-MVT-TIMESTAMP(WS-MVT-COUNT)
           move TH-TYPE to WS-MVT-TYPE(WS-MVT-COUNT)
           move TH-AMOUNT to WS-MVT-AMOUNT(WS-MVT-COUNT)
           move TH-CHANNEL to WS-MVT-CHAN(WS-MVT-COUNT)
           move "N" to WS-MVT-IN-BAND(WS-MVT-COUNT)
           if TH-CREDIT and WS-WORK-AMOUNT >= WS-BAND-FLOOR
                        and WS-WORK-AMOUNT < WS-THRESHOLD
              move "Y" to WS-MVT-IN-BAND(WS-MVT-COUNT)
           end-if
           .
       3200-FIN.
           exit
           .

       4000-READ-SNAPSHOT.
           read SNAPSHOT-HISTORY
               at end set WS-SNAP-EOF to true
           end-read
           .

      *****************************************************************
      *  The account's usual daily movement - the change in its
      *  closing balance from one snapshot to the next over the
      *  baseline period, for the accounts that moved in the window.
      *****************************************************************
       4100-COLLECT-BASELINE.
           if SNAP-DATE >= WS-BASELINE-START
                   and SNAP-DATE < WS-WINDOW-START
              move SNAP-ACCT-NUMBER to WS-WORK-ACCT
              perform 3150-SEARCH-ACCOUNT
              if WS-CELL-FOUND
                 perform 4200-ADD-BASELINE-DAY
              end-if
           end-if
           perform 4000-READ-SNAPSHOT
           .

       4200-ADD-BASELINE-DAY.
           if WS-ACC-SNAP-SEEN(WS-ACC-SUB) = "Y"
              compute WS-SOLDE-CHANGE =
                  SNAP-SOLDE - WS-ACC-LAST-SOLDE(WS-ACC-SUB)
              if WS-SOLDE-CHANGE < 0
                 compute WS-SOLDE-CHANGE = 0 - WS-SOLDE-CHANGE
              end-if
              add WS-SOLDE-CHANGE to WS-ACC-BASE-TOTAL(WS-ACC-SUB)
              add 1 to WS-ACC-BASE-DAYS(WS-ACC-SUB)
           end-if
           move SNAP-SOLDE to WS-ACC-LAST-SOLDE(WS-ACC-SUB)
           move "Y" to WS-ACC-SNAP-SEEN(WS-ACC-SUB)
           .

      *****************************************************************
      *  Every account that moved in the window is judged against
      *  the three scenarios in turn; each can raise its own alert.
      *****************************************************************
       5000-JUDGE-ACCOUNTS.
           perform 5100-JUDGE-ONE-ACCOUNT
               varying WS-ACC-SUB from 1 by 1
               until WS-ACC-SUB > WS-ACC-COUNT
           if WS-ALERT-NUMBER = 0
              move "AUCUNE ALERTE SUR LA FENETRE"
                  to MONITOR-REPORT-LINE
              write MONITOR-REPORT-LINE
           end-if
           perform 9000-WRITE-TOTALS
           .

       5100-JUDGE-ONE-ACCOUNT.
           if WS-ACC-BAND-COUNT(WS-ACC-SUB) >= WS-MIN-COUNT
              move "STRUC" to WS-SCENARIO
              move WS-ACC-BAND-TOTAL(WS-ACC-SUB) to WS-ALERT-TOTAL
              move WS-THRESHOLD to WS-ALERT-REFERENCE
              move WS-ACC-BAND-COUNT(WS-ACC-SUB)
                  to WS-ALERT-MOVEMENTS
              perform 5500-RAISE-ALERT thru 5500-FIN
           end-if
           if WS-ACC-CREDIT-TOTAL(WS-ACC-SUB) >= WS-HALF-THRESHOLD
                   and WS-ACC-OUT-TOTAL(WS-ACC-SUB) * 100 >=
                       WS-ACC-CREDIT-TOTAL(WS-ACC-SUB) * WS-PASS-PCT
              move "PASSE" to WS-SCENARIO
              move WS-ACC-CREDIT-TOTAL(WS-ACC-SUB) to WS-ALERT-TOTAL
              move WS-ACC-OUT-TOTAL(WS-ACC-SUB) to WS-ALERT-REFERENCE
              compute WS-ALERT-MOVEMENTS =
                  WS-ACC-CREDIT-COUNT(WS-ACC-SUB)
                  + WS-ACC-OUT-COUNT(WS-ACC-SUB)
              perform 5500-RAISE-ALERT thru 5500-FIN
           end-if
           if WS-ACC-BASE-DAYS(WS-ACC-SUB) >= WS-MIN-BASELINE-DAYS
                   and WS-ACC-VOLUME(WS-ACC-SUB) >= WS-HALF-THRESHOLD
              compute WS-BASE-AVERAGE =
                  WS-ACC-BASE-TOTAL(WS-ACC-SUB)
                  / WS-ACC-BASE-DAYS(WS-ACC-SUB)
              compute WS-WINDOW-AVERAGE =
                  WS-ACC-VOLUME(WS-ACC-SUB) / WS-WINDOW-DAYS
              if WS-WINDOW-AVERAGE > WS-BASE-AVERAGE * WS-FACTOR
                 move "VELOC" to WS-SCENARIO
                 move WS-ACC-VOLUME(WS-ACC-SUB) to WS-ALERT-TOTAL
                 move WS-BASE-AVERAGE to WS-ALERT-REFERENCE
                 move WS-ACC-MOVEMENTS(WS-ACC-SUB)
                     to WS-ALERT-MOVEMENTS
                 perform 5500-RAISE-ALERT thru 5500-FIN
              end-if
           end-if
           .

      *****************************************************************
      *  Writes one alert with the movements behind it, unless the
      *  same account already has one open for the scenario.
      *****************************************************************
       5500-RAISE-ALERT.
           move "N" to WS-OPEN-FOUND-SWITCH
           perform 5510-CHECK-OPEN-ALERT
               varying WS-OPEN-SUB from 1 by 1
               until WS-OPEN-SUB > WS-OPEN-COUNT or WS-OPEN-FOUND
           if WS-OPEN-FOUND
              add 1 to WS-SUPPRESSED-COUNT
              go to 5500-FIN
           end-if
           add 1 to WS-ALERT-NUMBER
           move WS-PROCESS-DATE to ALR-DATE
           move WS-ALERT-NUMBER to ALR-NUMBER
           move WS-SCENARIO to ALR-SCENARIO
           move WS-ACC-NUMBER(WS-ACC-SUB) to ALR-ACCT-NUMBER
           move 0 to ALR-CUST-NUMBER
           move WS-ACC-NUMBER(WS-ACC-SUB) to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key continue
               not invalid key
                   move ACCT-CUST-NUMBER to ALR-CUST-NUMBER
           end-read
           move WS-WINDOW-START to ALR-WINDOW-START
           move WS-ALERT-TOTAL to ALR-TOTAL-AMOUNT
           move WS-ALERT-REFERENCE to ALR-REFERENCE-AMOUNT
           move WS-ALERT-MOVEMENTS to ALR-MOVEMENT-COUNT
           perform 5520-CLEAR-MOVEMENT
               varying WS-PICK-SUB from 1 by 1
               until WS-PICK-SUB > 10
           move 0 to WS-PICK-COUNT
           perform 5600-PICK-MOVEMENT
               varying WS-MVT-SUB from 1 by 1
               until WS-MVT-SUB > WS-MVT-COUNT
                  or WS-PICK-COUNT >= 10
           set ALR-OPEN to true
           move spaces to ALR-OPERATOR
           move 0 to ALR-TAKEN-DATE
           move 0 to ALR-CLOSE-DATE
           move space to ALR-DISPOSITION
           move spaces to ALR-CLOSE-COMMENT
           write MONITOR-ALERT-RECORD
               invalid key
                   display "ALERTE " ALR-KEY " DEJA PRESENTE - "
                           "NON ECRITE"
                   go to 5500-FIN
           end-write
           evaluate WS-SCENARIO
               when "STRUC" add 1 to WS-STRUC-COUNT
               when "PASSE" add 1 to WS-PASSE-COUNT
               when "VELOC" add 1 to WS-VELOC-COUNT
           end-evaluate
           perform 5700-PRINT-ALERT
           .
       5500-FIN.
           exit
           .

       5510-CHECK-OPEN-ALERT.
           if WS-OPEN-ACCT(WS-OPEN-SUB) = WS-ACC-NUMBER(WS-ACC-SUB)
                   and WS-OPEN-SCENARIO(WS-OPEN-SUB) = WS-SCENARIO
              set WS-OPEN-FOUND to true
           end-if
           .

       5520-CLEAR-MOVEMENT.
           move 0 to ALR-MVT-POST-DATE(WS-PICK-SUB)
           move 0 to ALR-MVT-TIMESTAMP(WS-PICK-SUB)
           move space to ALR-MVT-TYPE(WS-PICK-SUB)
           move 0 to ALR-MVT-AMOUNT(WS-PICK-SUB)
           move space to ALR-MVT-CHANNEL(WS-PICK-SUB)
           .

      *****************************************************************
      *  The movements that count for the scenario - the credits in
      *  the band for STRUC, the credits and the transfers out for
      *  PASSE, every kept movement for VELOC.
      *****************************************************************
       5600-PICK-MOVEMENT.
           if WS-MVT-ACC-SUB(WS-MVT-SUB) not = WS-ACC-SUB
              go to 5600-FIN
           end-if
           move WS-MVT-CHAN(WS-MVT-SUB) to WS-MVT-CHANNEL
           evaluate WS-SCENARIO
               when "STRUC"
                   if WS-MVT-IN-BAND(WS-MVT-SUB) not = "Y"
                      go to 5600-FIN
                   end-if
               when "PASSE"
                   if WS-MVT-TYPE(WS-MVT-SUB) = "D"
                           and not WS-TRANSFER-OUT-CHANNEL
                      go to 5600-FIN
                   end-if
           end-evaluate
           add 1 to WS-PICK-COUNT
           move WS-PICK-COUNT to WS-PICK-SUB
           move WS-MVT-POST-DATE(WS-MVT-SUB)
               to ALR-MVT-POST-DATE(WS-PICK-SUB)
           move WS-MVT-TIMESTAMP(WS-MVT-SUB)
               to ALR-MVT-TIMESTAMP(WS-PICK-SUB)
           move WS-MVT-TYPE(WS-MVT-SUB) to ALR-MVT-TYPE(WS-PICK-SUB)
           move WS-MVT-AMOUNT(WS-MVT-SUB)
               to ALR-MVT-AMOUNT(WS-PICK-SUB)
           move WS-MVT-CHAN(WS-MVT-SUB)
               to ALR-MVT-CHANNEL(WS-PICK-SUB)
           .
       5600-FIN.
           exit
           .

       5700-PRINT-ALERT.
           move ALR-NUMBER to WS-AL-NUMBER
           move ALR-SCENARIO to WS-AL-SCENARIO
           move ALR-ACCT-NUMBER to WS-AL-ACCT
           move ALR-CUST-NUMBER to WS-AL-CUST
           move ALR-TOTAL-AMOUNT to WS-AL-TOTAL
           move ALR-REFERENCE-AMOUNT to WS-AL-REFERENCE
           move ALR-MOVEMENT-COUNT to WS-AL-MOVEMENTS
           move spaces to MONITOR-REPORT-LINE
           move WS-ALERT-LINE to MONITOR-REPORT-LINE
           write MONITOR-REPORT-LINE
           perform 5710-PRINT-MOVEMENT
               varying WS-PICK-SUB from 1 by 1
               until WS-PICK-SUB > WS-PICK-COUNT
           .

       5710-PRINT-MOVEMENT.
           move ALR-MVT-POST-DATE(WS-PICK-SUB) to WS-ML-POST-DATE
           move ALR-MVT-TIMESTAMP(WS-PICK-SUB) to WS-ML-TIMESTAMP
           move ALR-MVT-TYPE(WS-PICK-SUB) to WS-ML-TYPE
           move ALR-MVT-AMOUNT(WS-PICK-SUB) to WS-ML-AMOUNT
           move ALR-MVT-CHANNEL(WS-PICK-SUB) to WS-ML-CHANNEL
           move spaces to MONITOR-REPORT-LINE
           move WS-MOVEMENT-LINE to MONITOR-REPORT-LINE
           write MONITOR-REPORT-LINE
           .

      *****************************************************************
      *  Start/end records on the shared nightly-chain run log, read
      *  back by MORNSUM's morning operations summary.
      *****************************************************************
       8800-LOG-RUN-START.
           open extend RUN-LOG
           if not WS-RUNLOG-OK
              close RUN-LOG
              open output RUN-LOG
           end-if
           move "AMLMON  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "AMLMON  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move WS-ALERT-NUMBER to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move return-code to RUNLOG-RETURN-CODE
           if WS-ALREADY-DONE
              move "IGNORE" to RUNLOG-OUTCOME
           else
              move "OK" to RUNLOG-OUTCOME
           end-if
           write RUNLOG-RECORD
           close RUN-LOG
           .

       8950-SET-RUNLOG-TIMESTAMP.
           accept WS-RUNLOG-DATE from date yyyymmdd
           accept WS-RUNLOG-TIME from time
           move spaces to WS-RUNLOG-TS-ALPHA
           string WS-RUNLOG-DATE delimited by size
                  WS-RUNLOG-TIME(1:6) delimited by size
                  into WS-RUNLOG-TS-ALPHA
           end-string
           move WS-RUNLOG-TS-ALPHA(1:14) to RUNLOG-TIMESTAMP
           .

       9000-WRITE-TOTALS.
           move spaces to MONITOR-REPORT-LINE
           write MONITOR-REPORT-LINE
           move "COMPTES SURVEILLES" to WS-TL-LABEL
           move WS-ACC-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "ALERTES STRUC (FRACTIONNEMENT)" to WS-TL-LABEL
           move WS-STRUC-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "ALERTES VELOC (HAUSSE VOLUME)" to WS-TL-LABEL
           move WS-VELOC-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "ALERTES PASSE (TRANSIT)" to WS-TL-LABEL
           move WS-PASSE-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "DEJA OUVERTES - NON REEMISES" to WS-TL-LABEL
           move WS-SUPPRESSED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           .

       9100-WRITE-TOTAL-LINE.
           move spaces to MONITOR-REPORT-LINE
           move WS-TOTAL-LINE to MONITOR-REPORT-LINE
           write MONITOR-REPORT-LINE
           .

       9999-TERMINATE.
           close ALERT-FILE
           if not WS-ALREADY-DONE
              close TRANSACTION-HISTORY
              close SNAPSHOT-HISTORY
              close ACCOUNT-MASTER
              close MONITOR-REPORT
           end-if
           display "DATE DE TRAITEMENT : " WS-PROCESS-DATE
           display "FENETRE DEPUIS LE : " WS-WINDOW-START
           display "ALERTES EMISES : " WS-ALERT-NUMBER
           .
