       identification division.
       program-id. BALCONT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-01.
       date-compiled.

      *****************************************************************
      *  BALCONT
      *
      *  Nightly balance continuity proof, run right after BALSNAP.
      *  For every account it takes the previous business day's
      *  closing position from the snapshot history, adds the
      *  movements TRANHIST shows posted since, and compares the
      *  result with tonight's snapshot and with ACCT-SOLDE on the
      *  master - a balance rewritten outside SOLDUPDT shows up the
      *  next morning instead of as a GLRECON break weeks later.
      *
      *  The previous business day is the latest snapshot date
      *  before tonight's, so weekends and holidays need no
      *  calendar.  An account opened since has no prior position
      *  and starts from zero; one archived since must have left
      *  nothing behind.  Every difference goes on the BALBREAK
      *  exception file - one line per account, opening with the
      *  account number as GLBREAK's do, read by EXCPSUM's morning
      *  summary - and the step ends with return code 8.  No prior
      *  snapshot at all (the first night) is noted and ends with
      *  return code 4; no snapshot for tonight (BALSNAP did not
      *  run) or a full account table leaves a "***" line, which
      *  EXCPSUM counts too, and ends with return code 8.
      *
      *  Read-only - a rerun simply proves the night again.
      *
      *  Modification history
      *  2026-10-01  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is sequential
               record key is ACCT-NUMBER
               file status is WS-ACCTMAST-STATUS.

           select SNAPSHOT-HISTORY assign to "SNAPHIST"
               organization is sequential
               file status is WS-SNAP-STATUS.

           select TRANSACTION-HISTORY assign to "TRANHIST"
               organization is sequential
               file status is WS-THIST-STATUS.

           select BREAK-REPORT assign to "BALBREAK"
               organization is sequential
               file status is WS-BREAK-STATUS.

           select RUN-PARAMETERS assign to "BALPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  SNAPSHOT-HISTORY.
       copy "SNAPREC.cpy".

       fd  TRANSACTION-HISTORY.
       copy "THISTREC.cpy".

       fd  BREAK-REPORT.
       01  BREAK-REPORT-LINE               PIC X(100).

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

       01  WS-ACCTMAST-STATUS              PIC X(02).
       01  WS-SNAP-STATUS                  PIC X(02).
           88  WS-SNAP-OK                    VALUE "00".
       01  WS-THIST-STATUS                 PIC X(02).
           88  WS-THIST-OK                   VALUE "00".
       01  WS-BREAK-STATUS                 PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-ACCT-EOF               VALUE "Y".
           05  WS-SCAN-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-SCAN-EOF                VALUE "Y".
           05  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-TONIGHT-SEEN-SWITCH       PIC X(01) VALUE "N".
               88  WS-TONIGHT-SEEN            VALUE "Y".
           05  WS-INCOMPLETE-SWITCH         PIC X(01) VALUE "N".
               88  WS-INCOMPLETE              VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-PRIOR-DATE                   PIC 9(08) VALUE 0.

      *--------------------------------------------------------------*
      *    Every account on the master, in key order, with the four  *
      *    figures the proof needs.  Looked up by halving, the table *
      *    being in account order from the sequential read.          *
      *--------------------------------------------------------------*
       01  WS-ACC-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC OCCURS 5000 TIMES.
               10  WS-ACC-NUMBER           PIC 9(09).
               10  WS-ACC-PRIOR            PIC S9(11) COMP-3.
               10  WS-ACC-MOVEMENT         PIC S9(11) COMP-3.
               10  WS-ACC-SNAP             PIC S9(11) COMP-3.
               10  WS-ACC-SNAP-FLAG        PIC X(01).
                   88  WS-ACC-SNAPPED        VALUE "O".
               10  WS-ACC-MASTER           PIC S9(11) COMP-3.
       01  WS-ACC-SUB                      PIC 9(04) COMP.
       01  WS-LOW                          PIC 9(04) COMP.
       01  WS-HIGH                         PIC 9(04) COMP.
       01  WS-MID                          PIC 9(04) COMP.
       01  WS-SEARCH-ACCT                  PIC 9(09).

       01  WS-EXPECTED                     PIC S9(11) COMP-3.
       01  WS-REASON                       PIC X(20).
       01  WS-ORPHAN-AMOUNT                PIC S9(11) COMP-3.

       01  WS-PROVED-COUNT                 PIC 9(07) VALUE 0.
       01  WS-BREAK-COUNT                  PIC 9(07) VALUE 0.
       01  WS-MOVEMENT-COUNT               PIC 9(07) VALUE 0.
       01  WS-PRIOR-TOTAL                  PIC S9(13) COMP-3 VALUE 0.
       01  WS-MOVEMENT-TOTAL               PIC S9(13) COMP-3 VALUE 0.
       01  WS-MASTER-TOTAL                 PIC S9(13) COMP-3 VALUE 0.

       01  WS-BREAK-LINE.
           05  WS-BL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-BL-PRIOR                 PIC -(10)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-BL-MOVEMENT              PIC -(10)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-BL-EXPECTED              PIC -(10)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-BL-SNAP                  PIC -(10)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-BL-MASTER                PIC -(10)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-BL-REASON                PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-AMOUNT                PIC -(12)9.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 8800-LOG-RUN-START
           perform 2000-LOAD-ACCOUNTS
           perform 3000-FIND-PRIOR-DATE thru 3000-EXIT
           if WS-PRIOR-DATE = 0
              move "PAS DE PHOTO ANTERIEURE - PREUVE IMPOSSIBLE"
                  to BREAK-REPORT-LINE
              write BREAK-REPORT-LINE
              move 4 to return-code
           else
              if not WS-TONIGHT-SEEN
                 move "*** PAS DE PHOTO DU SOIR - RELANCER BALSNAP"
                     to BREAK-REPORT-LINE
                 write BREAK-REPORT-LINE
                 move 8 to return-code
              else
                 perform 4000-APPLY-SNAPSHOTS thru 4000-EXIT
                 perform 5000-APPLY-MOVEMENTS thru 5000-EXIT
                 perform 6000-PROVE-ACCOUNT
                     varying WS-ACC-SUB from 1 by 1
                     until WS-ACC-SUB > WS-ACC-COUNT
                 perform 7000-PRINT-TOTALS
              end-if
           end-if
           perform 8900-LOG-RUN-END
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
           open output BREAK-REPORT
           move spaces to BREAK-REPORT-LINE
           string "PREUVE DE CONTINUITE DES SOLDES DU "
                      delimited by size
                  WS-PROCESS-DATE delimited by size
                  into BREAK-REPORT-LINE
           end-string
           write BREAK-REPORT-LINE
           move "COMPTE      ANTERIEUR  MOUVEMENTS     ATTENDU       PHO
      -    "TO      MAITRE MOTIF" to BREAK-REPORT-LINE
           write BREAK-REPORT-LINE
           .

       2000-LOAD-ACCOUNTS.
           open input ACCOUNT-MASTER
           perform 2100-READ-ACCOUNT
           perform 2200-KEEP-ACCOUNT until WS-ACCT-EOF
           close ACCOUNT-MASTER
           .

       2100-READ-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-ACCT-EOF to true
           end-read
           .

       2200-KEEP-ACCOUNT.
           if WS-ACC-COUNT < 5000
              add 1 to WS-ACC-COUNT
              move ACCT-NUMBER to WS-ACC-NUMBER(WS-ACC-COUNT)
              move 0 to WS-ACC-PRIOR(WS-ACC-COUNT)
              move 0 to WS-ACC-MOVEMENT(WS-ACC-COUNT)
              move 0 to WS-ACC-SNAP(WS-ACC-COUNT)
              move "N" to WS-ACC-SNAP-FLAG(WS-ACC-COUNT)
              move ACCT-SOLDE to WS-ACC-MASTER(WS-ACC-COUNT)
              add ACCT-SOLDE to WS-MASTER-TOTAL
           else
              display "TABLE DES COMPTES PLEINE - COMPTE "
                      ACCT-NUMBER " NON PROUVE"
              set WS-INCOMPLETE to true
           end-if
           perform 2100-READ-ACCOUNT
           .

      *****************************************************************
      *  First pass over the snapshot history - the latest date
      *  before tonight is the previous business day, and tonight's
      *  own positions must be there.
      *****************************************************************
       3000-FIND-PRIOR-DATE.
           open input SNAPSHOT-HISTORY
           if not WS-SNAP-OK
              close SNAPSHOT-HISTORY
              go to 3000-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 3100-READ-SNAPSHOT
           perform 3200-NOTE-DATE until WS-SCAN-EOF
           close SNAPSHOT-HISTORY
           .
       3000-EXIT.
           exit
           .

       3100-READ-SNAPSHOT.
           read SNAPSHOT-HISTORY
               at end set WS-SCAN-EOF to true
           end-read
           .

       3200-NOTE-DATE.
           if SNAP-DATE = WS-PROCESS-DATE
              set WS-TONIGHT-SEEN to true
           end-if
           if SNAP-DATE < WS-PROCESS-DATE
                   and SNAP-DATE > WS-PRIOR-DATE
              move SNAP-DATE to WS-PRIOR-DATE
           end-if
           perform 3100-READ-SNAPSHOT
           .

      *****************************************************************
      *  Second pass - the prior day's and tonight's positions onto
      *  the table.  A prior position for an account no longer on
      *  the master is a break unless it was zero.
      *****************************************************************
       4000-APPLY-SNAPSHOTS.
           open input SNAPSHOT-HISTORY
           move "N" to WS-SCAN-EOF-SWITCH
           perform 3100-READ-SNAPSHOT
           perform 4100-APPLY-ONE-SNAPSHOT until WS-SCAN-EOF
           close SNAPSHOT-HISTORY
           .
       4000-EXIT.
           exit
           .

       4100-APPLY-ONE-SNAPSHOT.
           if SNAP-DATE = WS-PRIOR-DATE or SNAP-DATE = WS-PROCESS-DATE
              move SNAP-ACCT-NUMBER to WS-SEARCH-ACCT
              perform 4500-FIND-ACCOUNT
              if WS-FOUND
                 if SNAP-DATE = WS-PRIOR-DATE
                    move SNAP-SOLDE to WS-ACC-PRIOR(WS-MID)
                    add SNAP-SOLDE to WS-PRIOR-TOTAL
                 else
                    move SNAP-SOLDE to WS-ACC-SNAP(WS-MID)
                    move "O" to WS-ACC-SNAP-FLAG(WS-MID)
                 end-if
              else
                 if SNAP-SOLDE not = 0 and not WS-INCOMPLETE
                    move SNAP-SOLDE to WS-ORPHAN-AMOUNT
                    if SNAP-DATE = WS-PRIOR-DATE
                       move "ABSENT DU MAITRE" to WS-REASON
                    else
                       move "PHOTO SANS COMPTE" to WS-REASON
                    end-if
                    perform 6500-WRITE-ORPHAN
                 end-if
              end-if
           end-if
           perform 3100-READ-SNAPSHOT
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
      *  Every movement posted after the prior snapshot up to
      *  tonight, debits taking the balance down.
      *****************************************************************
       5000-APPLY-MOVEMENTS.
           open input TRANSACTION-HISTORY
           if not WS-THIST-OK
              close TRANSACTION-HISTORY
              go to 5000-EXIT
           end-if
           move "N" to WS-SCAN-EOF-SWITCH
           perform 5100-READ-HISTORY
           perform 5200-APPLY-ONE-MOVEMENT until WS-SCAN-EOF
           close TRANSACTION-HISTORY
           .
       5000-EXIT.
           exit
           .

       5100-READ-HISTORY.
           read TRANSACTION-HISTORY
               at end set WS-SCAN-EOF to true
           end-read
           .

       5200-APPLY-ONE-MOVEMENT.
           if TH-POST-DATE > WS-PRIOR-DATE
                   and TH-POST-DATE not > WS-PROCESS-DATE
              add 1 to WS-MOVEMENT-COUNT
              move TH-ACCT-NUMBER to WS-SEARCH-ACCT
              perform 4500-FIND-ACCOUNT
              if WS-FOUND
                 if TH-DEBIT
                    subtract TH-AMOUNT from WS-ACC-MOVEMENT(WS-MID)
                    subtract TH-AMOUNT from WS-MOVEMENT-TOTAL
                 else
                    add TH-AMOUNT to WS-ACC-MOVEMENT(WS-MID)
                    add TH-AMOUNT to WS-MOVEMENT-TOTAL
                 end-if
              else
                 if TH-AMOUNT not = 0 and not WS-INCOMPLETE
                    move TH-AMOUNT to WS-ORPHAN-AMOUNT
                    move "MOUVEMENT SANS COMPTE" to WS-REASON
                    perform 6500-WRITE-ORPHAN
                 end-if
              end-if
           end-if
           perform 5100-READ-HISTORY
           .

      *****************************************************************
      *  Prior position plus movements must give tonight's snapshot
      *  and the master's balance - a missing snapshot counts too.
      *****************************************************************
       6000-PROVE-ACCOUNT.
           compute WS-EXPECTED = WS-ACC-PRIOR(WS-ACC-SUB)
                               + WS-ACC-MOVEMENT(WS-ACC-SUB)
           move spaces to WS-REASON
           evaluate true
               when not WS-ACC-SNAPPED(WS-ACC-SUB)
                   move "PHOTO ABSENTE" to WS-REASON
               when WS-EXPECTED not = WS-ACC-SNAP(WS-ACC-SUB)
                       and WS-EXPECTED not = WS-ACC-MASTER(WS-ACC-SUB)
                   move "ECART PHOTO ET MAITRE" to WS-REASON
               when WS-EXPECTED not = WS-ACC-SNAP(WS-ACC-SUB)
                   move "ECART PHOTO" to WS-REASON
               when WS-EXPECTED not = WS-ACC-MASTER(WS-ACC-SUB)
                   move "ECART MAITRE" to WS-REASON
               when other
                   add 1 to WS-PROVED-COUNT
           end-evaluate
           if WS-REASON not = spaces
              move spaces to BREAK-REPORT-LINE
              move WS-ACC-NUMBER(WS-ACC-SUB) to WS-BL-ACCT
              move WS-ACC-PRIOR(WS-ACC-SUB) to WS-BL-PRIOR
              move WS-ACC-MOVEMENT(WS-ACC-SUB) to WS-BL-MOVEMENT
              move WS-EXPECTED to WS-BL-EXPECTED
              move WS-ACC-SNAP(WS-ACC-SUB) to WS-BL-SNAP
              move WS-ACC-MASTER(WS-ACC-SUB) to WS-BL-MASTER
              move WS-REASON to WS-BL-REASON
              move WS-BREAK-LINE to BREAK-REPORT-LINE
              write BREAK-REPORT-LINE
              add 1 to WS-BREAK-COUNT
           end-if
           .

      *****************************************************************
      *  A snapshot or movement for an account the master no longer
      *  holds - only its own amount is known.
      *****************************************************************
       6500-WRITE-ORPHAN.
           move spaces to BREAK-REPORT-LINE
           move WS-SEARCH-ACCT to WS-BL-ACCT
           move 0 to WS-BL-PRIOR
           move 0 to WS-BL-MOVEMENT
           move 0 to WS-BL-EXPECTED
           move 0 to WS-BL-SNAP
           move 0 to WS-BL-MASTER
           if WS-REASON = "ABSENT DU MAITRE"
              move WS-ORPHAN-AMOUNT to WS-BL-PRIOR
           else
              if WS-REASON = "PHOTO SANS COMPTE"
                 move WS-ORPHAN-AMOUNT to WS-BL-SNAP
              else
                 move WS-ORPHAN-AMOUNT to WS-BL-MOVEMENT
              end-if
           end-if
           move WS-REASON to WS-BL-REASON
           move WS-BREAK-LINE to BREAK-REPORT-LINE
           write BREAK-REPORT-LINE
           add 1 to WS-BREAK-COUNT
           .

       7000-PRINT-TOTALS.
           move spaces to BREAK-REPORT-LINE
           write BREAK-REPORT-LINE
           move spaces to BREAK-REPORT-LINE
           string "PHOTO ANTERIEURE DU " delimited by size
                  WS-PRIOR-DATE delimited by size
                  into BREAK-REPORT-LINE
           end-string
           write BREAK-REPORT-LINE
           move "SOLDES ANTERIEURS" to WS-TL-LABEL
           move WS-PRIOR-TOTAL to WS-TL-AMOUNT
           move WS-TOTAL-LINE to BREAK-REPORT-LINE
           write BREAK-REPORT-LINE
           move "MOUVEMENTS NETS" to WS-TL-LABEL
           move WS-MOVEMENT-TOTAL to WS-TL-AMOUNT
           move WS-TOTAL-LINE to BREAK-REPORT-LINE
           write BREAK-REPORT-LINE
           move "SOLDES DU MAITRE" to WS-TL-LABEL
           move WS-MASTER-TOTAL to WS-TL-AMOUNT
           move WS-TOTAL-LINE to BREAK-REPORT-LINE
           write BREAK-REPORT-LINE
           move "COMPTES PROUVES" to WS-TL-LABEL
           move WS-PROVED-COUNT to WS-TL-AMOUNT
           move WS-TOTAL-LINE to BREAK-REPORT-LINE
           write BREAK-REPORT-LINE
           move "ECARTS" to WS-TL-LABEL
           move WS-BREAK-COUNT to WS-TL-AMOUNT
           move WS-TOTAL-LINE to BREAK-REPORT-LINE
           write BREAK-REPORT-LINE
           if WS-INCOMPLETE
              move "*** TABLE DES COMPTES PLEINE - PREUVE INCOMPLETE **
      -            "*" to BREAK-REPORT-LINE
              write BREAK-REPORT-LINE
              move 8 to return-code
           end-if
           if WS-BREAK-COUNT > 0
              move 8 to return-code
           end-if
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
           move "BALCONT " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "BALCONT " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move WS-PROVED-COUNT to RUNLOG-RECORD-COUNT
           move WS-BREAK-COUNT to RUNLOG-REJECT-COUNT
           move return-code to RUNLOG-RETURN-CODE
           if return-code = 0
              move "OK" to RUNLOG-OUTCOME
           else
              move "ECARTS" to RUNLOG-OUTCOME
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

       9999-TERMINATE.
           close BREAK-REPORT
           display "DATE DE TRAITEMENT : " WS-PROCESS-DATE
           display "PHOTO ANTERIEURE : " WS-PRIOR-DATE
           display "MOUVEMENTS LUS : " WS-MOVEMENT-COUNT
           display "COMPTES PROUVES : " WS-PROVED-COUNT
           display "ECARTS : " WS-BREAK-COUNT
           .
