      *                   dispatch summary tying the file's
      *                   statement count back to the cycle's
      *                   totals.
      *  2026-09-14  YLC  Labels the new late-payment penalty ("N")
      *                   channel.
      *  2026-09-16  YLC  Labels the new direct-debit collection
      *                   ("D") channel.
      *  2026-09-17  YLC  Labels the new transfer-to-other-bank ("X")
      *                   channel.
      *  2026-09-18  YLC  Labels the new unpaid-cheque ("K") channel.
      *  2026-09-23  YLC  The print-bureau record layout moved to
      *                   PBURREC.cpy, shared with the annual fee
      *                   summary FEESUMM.
      *  2026-09-29  YLC  Labels the sweep ("B") and closing
      *                   settlement ("C") channels; an account closed
      *                   in the period is headed CLOTURE - its last
      *                   statement, with the settlement movements.
      *  2026-10-15  YLC  Checkpoint and restart by customer number:
      *                   every WS-CHECKPOINT-INTERVAL customers the
      *                   archive and bureau files are committed and a
      *                   record written to STMTCKPT.  A period left
      *                   unfinished restarts after the last committed
      *                   customer - the partial output past it comes
      *                   off STMTHIST and PRINTBUR first - and a
      *                   restart summary prints the statements produced
      *                   before and after.
      *****************************************************************
       environment division.
       input-output section.
               organization is sequential
               file status is WS-WTX-STATUS.

           select CHECKPOINT-FILE assign to "STMTCKPT"
               organization is sequential
               file status is WS-CKPT-STATUS.

           select ARCHIVE-KEEP-FILE assign to "STMTKEEP"
               organization is sequential
               file status is WS-ARCH-KEEP-STATUS.

           select BUREAU-KEEP-FILE assign to "BURKEEP"
               organization is sequential
               file status is WS-BUR-KEEP-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
      *    summary ties back to.                                     *
      *--------------------------------------------------------------*
       fd  PRINT-BUREAU-FILE.
       copy "PBURREC.cpy".

       fd  WITHHOLDING-FILE.
       copy "WTXREC.cpy".

      *--------------------------------------------------------------*
      *    One record per checkpoint - the last customer whose       *
      *    statement is complete on STMTHIST and PRINTBUR, and the   *
      *    run's counts so far.  A run opens with a "C" record at    *
      *    customer zero and closes with an "F" record; a period     *
      *    whose last record is still "C" never finished.            *
      *--------------------------------------------------------------*
       fd  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-PERIOD                  PIC 9(06).
           05  CKPT-RECORD-TYPE             PIC X(01).
               88  CKPT-IN-PROGRESS           VALUE "C".
               88  CKPT-FINISHED              VALUE "F".
           05  CKPT-LAST-CUST-NUMBER        PIC 9(06).
           05  CKPT-ARCHIVING-FLAG          PIC X(01).
               88  CKPT-ARCHIVING             VALUE "O".
           05  CKPT-STATEMENTS              PIC 9(06).
           05  CKPT-ACCOUNTS                PIC 9(06).
           05  CKPT-MAILED                  PIC 9(06).
           05  CKPT-COUNTER                 PIC 9(06).
           05  CKPT-RETURNED                PIC 9(06).
           05  CKPT-SUPPRESSED              PIC 9(06).
           05  CKPT-TIMESTAMP               PIC 9(14).

       fd  ARCHIVE-KEEP-FILE.
       01  ARCHIVE-KEEP-RECORD             PIC X(107).

       fd  BUREAU-KEEP-FILE.
       01  BUREAU-KEEP-RECORD              PIC X(98).

       working-storage section.
       01  WS-WTX-STATUS                   PIC X(02).
           88  WS-WTX-OK                     VALUE "00".
       01  WS-WTX-TAX-SUM                  PIC 9(11).
       01  WS-WTX-NET-SUM                  PIC 9(11).
       01  WS-BUREAU-STATUS                PIC X(02).
           88  WS-BUREAU-OK                  VALUE "00".
       01  WS-BUREAU-SEQ                   PIC 9(05).
       01  WS-MAILED-SWITCH                PIC X(01).
           88  WS-MAILED                     VALUE "Y".
       01  WS-CYCLE-GATE-SWITCH            PIC X(01) VALUE "N".
           88  WS-CYCLE-SKIP                 VALUE "Y".

      *--------------------------------------------------------------*
      *    Checkpoint/restart by customer number.                    *
      *--------------------------------------------------------------*
       01  WS-CKPT-STATUS                  PIC X(02).
           88  WS-CKPT-OK                    VALUE "00".
       01  WS-ARCH-KEEP-STATUS             PIC X(02).
           88  WS-ARCH-KEEP-OK               VALUE "00".
       01  WS-BUR-KEEP-STATUS              PIC X(02).
           88  WS-BUR-KEEP-OK                VALUE "00".
       01  WS-RESTART-SWITCHES.
           05  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
               88  WS-RESTART                VALUE "Y".
           05  WS-CKPT-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-CKPT-EOF               VALUE "Y".
           05  WS-TRIM-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-TRIM-EOF               VALUE "Y".
           05  WS-KEEP-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-KEEP-EOF               VALUE "Y".
       01  WS-LAST-CKPT-TYPE               PIC X(01) VALUE SPACE.
           88  WS-LAST-CKPT-IN-PROGRESS      VALUE "C".
       01  WS-LAST-CKPT-ARCHIVING          PIC X(01) VALUE SPACE.
       01  WS-RESTART-CUST                 PIC 9(06) VALUE 0.
       01  WS-RESTART-TS                   PIC 9(14) VALUE 0.
       01  WS-COMMITTED-CUST               PIC 9(06) VALUE 0.
       01  WS-CKPT-TYPE                    PIC X(01).
       01  WS-CHECKPOINT-INTERVAL          PIC 9(04) VALUE 0050.
       01  WS-CUSTS-SINCE-CKPT             PIC 9(04) VALUE 0.
       01  WS-CKPT-DATE                    PIC 9(08).
       01  WS-CKPT-TIME                    PIC 9(08).
       01  WS-CKPT-TS-ALPHA                PIC X(14).
       01  WS-ARCH-LINES-DROPPED           PIC 9(07) VALUE 0.
       01  WS-BUR-LINES-DROPPED            PIC 9(07) VALUE 0.
       01  WS-BEFORE-COUNTS.
           05  WS-BEFORE-STATEMENTS        PIC 9(06) VALUE 0.
           05  WS-BEFORE-ACCOUNTS          PIC 9(06) VALUE 0.
           05  WS-BEFORE-MAILED            PIC 9(06) VALUE 0.
           05  WS-BEFORE-COUNTER           PIC 9(06) VALUE 0.
           05  WS-BEFORE-RETURNED          PIC 9(06) VALUE 0.
           05  WS-BEFORE-SUPPRESSED        PIC 9(06) VALUE 0.

       01  WS-RST-BEFORE                   PIC 9(06).
       01  WS-RST-TOTAL                    PIC 9(06).
       01  WS-RESTART-HEAD-LINE.
           05  FILLER                      PIC X(30) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "   AVANT".
           05  FILLER                      PIC X(08) VALUE "   APRES".
           05  FILLER                      PIC X(08) VALUE "   TOTAL".
       01  WS-RESTART-LINE.
           05  WS-RSL-LABEL                PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RSL-BEFORE               PIC Z(05)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RSL-AFTER                PIC Z(05)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RSL-TOTAL                PIC Z(05)9.

       copy "CYCLNK.cpy".

       procedure division.
           perform 1000-INITIALIZE
           perform 1100-CHECK-CYCLE thru 1100-FIN
           if not WS-CYCLE-SKIP
              if WS-RESTART
                 perform 2050-START-AFTER-RESTART
              else
                 move "C" to WS-CKPT-TYPE
                 perform 8500-WRITE-CHECKPOINT
              end-if
              perform 2000-READ-CUSTOMER
              perform 3000-PRINT-CUSTOMER-STATEMENT thru 3000-FIN
                  until WS-CUST-EOF
              perform 6500-WRITE-BUREAU-TRAILER
              move 999999 to WS-COMMITTED-CUST
              move "F" to WS-CKPT-TYPE
              perform 8500-WRITE-CHECKPOINT
              perform 1150-MARK-CYCLE-DONE
              if WS-RESTART
                 perform 6600-PRINT-RESTART-SUMMARY
              end-if
           end-if
           perform 9999-TERMINATE
           goback.
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           move WS-PROCESS-DATE(1:6) to WS-ARCH-PERIOD
           perform 1400-CHECK-RESTART thru 1400-EXIT
           if WS-RESTART
              perform 1600-TRIM-PARTIAL-OUTPUT
           else
              perform 1500-CHECK-PERIOD-ARCHIVED thru 1500-EXIT
           end-if
           if not WS-ARCH-SKIP
              open extend STATEMENT-ARCHIVE
              if not WS-ARCH-OK
                 open output STATEMENT-ARCHIVE
              end-if
           end-if
           if WS-RESTART
              open extend PRINT-BUREAU-FILE
              if not WS-BUREAU-OK
                 close PRINT-BUREAU-FILE
                 open output PRINT-BUREAU-FILE
              end-if
           else
              open output PRINT-BUREAU-FILE
           end-if
           open extend CHECKPOINT-FILE
           if not WS-CKPT-OK
              close CHECKPOINT-FILE
              open output CHECKPOINT-FILE
           end-if
           .

      *****************************************************************
      *  A period whose last checkpoint record is still "C" was left
      *  unfinished by an abend - this run restarts after the last
      *  committed customer, carrying that run's counts forward, and
      *  archives or not as that run did.
      *****************************************************************
       1400-CHECK-RESTART.
           move "N" to WS-CKPT-EOF-SWITCH
           open input CHECKPOINT-FILE
           if not WS-CKPT-OK
              close CHECKPOINT-FILE
              go to 1400-EXIT
           end-if
           perform 1410-READ-CHECKPOINT
           perform 1420-NOTE-CHECKPOINT until WS-CKPT-EOF
           close CHECKPOINT-FILE
           if not WS-LAST-CKPT-IN-PROGRESS
              go to 1400-EXIT
           end-if
           set WS-RESTART to true
           if WS-LAST-CKPT-ARCHIVING not = "O"
              set WS-ARCH-SKIP to true
           end-if
           move WS-BEFORE-STATEMENTS to WS-CUSTOMER-COUNT
           move WS-BEFORE-ACCOUNTS to WS-ACCOUNT-COUNT
           move WS-BEFORE-MAILED to WS-MAILED-COUNT
           move WS-BEFORE-COUNTER to WS-COUNTER-COUNT
           move WS-BEFORE-RETURNED to WS-RETURNED-COUNT
           move WS-BEFORE-SUPPRESSED to WS-SUPPRESSED-COUNT
           move WS-RESTART-CUST to WS-COMMITTED-CUST
           display "REPRISE DE LA PERIODE " WS-ARCH-PERIOD
                   " APRES LE CLIENT " WS-RESTART-CUST
           .
       1400-EXIT.
           exit
           .

       1410-READ-CHECKPOINT.
           read CHECKPOINT-FILE
               at end set WS-CKPT-EOF to true
           end-read
           .

       1420-NOTE-CHECKPOINT.
           if CKPT-PERIOD = WS-ARCH-PERIOD
              move CKPT-RECORD-TYPE to WS-LAST-CKPT-TYPE
              move CKPT-ARCHIVING-FLAG to WS-LAST-CKPT-ARCHIVING
              move CKPT-LAST-CUST-NUMBER to WS-RESTART-CUST
              move CKPT-TIMESTAMP to WS-RESTART-TS
              move CKPT-STATEMENTS to WS-BEFORE-STATEMENTS
              move CKPT-ACCOUNTS to WS-BEFORE-ACCOUNTS
              move CKPT-MAILED to WS-BEFORE-MAILED
              move CKPT-COUNTER to WS-BEFORE-COUNTER
              move CKPT-RETURNED to WS-BEFORE-RETURNED
              move CKPT-SUPPRESSED to WS-BEFORE-SUPPRESSED
           end-if
           perform 1410-READ-CHECKPOINT
           .

      *****************************************************************
      *  Whatever the failed run wrote past its last checkpoint - the
      *  statement in progress and any finished since - comes off
      *  STMTHIST and PRINTBUR before the restart writes it again,
      *  so no customer is archived or mailed twice.  Each file goes
      *  through a keep file and is only rebuilt once that is
      *  complete, as BALSNAP rolls the snapshot history.
      *****************************************************************
       1600-TRIM-PARTIAL-OUTPUT.
           if not WS-ARCH-SKIP
              perform 1610-TRIM-ARCHIVE thru 1610-FIN
           end-if
           perform 1650-TRIM-BUREAU thru 1650-FIN
           display "LIGNES PARTIELLES RETIREES - ARCHIVE : "
                   WS-ARCH-LINES-DROPPED " BUREAU : "
                   WS-BUR-LINES-DROPPED
           .

       1610-TRIM-ARCHIVE.
           open input STATEMENT-ARCHIVE
           if not WS-ARCH-OK
              close STATEMENT-ARCHIVE
              go to 1610-FIN
           end-if
           open output ARCHIVE-KEEP-FILE
           move "N" to WS-TRIM-EOF-SWITCH
           perform 1611-READ-ARCHIVE
           perform 1612-KEEP-OR-DROP-ARCHIVE until WS-TRIM-EOF
           close STATEMENT-ARCHIVE
           close ARCHIVE-KEEP-FILE
           open input ARCHIVE-KEEP-FILE
           if not WS-ARCH-KEEP-OK
              display "FICHIER DE CONSERVATION ILLISIBLE : "
                      WS-ARCH-KEEP-STATUS
              close ARCHIVE-KEEP-FILE
              go to 1610-FIN
           end-if
           open output STATEMENT-ARCHIVE
           move "N" to WS-KEEP-EOF-SWITCH
           perform 1613-READ-ARCHIVE-KEEPER
           perform 1614-COPY-ARCHIVE-KEEPER until WS-KEEP-EOF
           close ARCHIVE-KEEP-FILE
           close STATEMENT-ARCHIVE
           .
       1610-FIN.
           exit
           .

       1611-READ-ARCHIVE.
           read STATEMENT-ARCHIVE
               at end set WS-TRIM-EOF to true
           end-read
           .

       1612-KEEP-OR-DROP-ARCHIVE.
           if STMH-PERIOD = WS-ARCH-PERIOD
                   and STMH-CUST-NUMBER > WS-RESTART-CUST
              add 1 to WS-ARCH-LINES-DROPPED
           else
              move STATEMENT-HISTORY-RECORD to ARCHIVE-KEEP-RECORD
              write ARCHIVE-KEEP-RECORD
           end-if
           perform 1611-READ-ARCHIVE
           .

       1613-READ-ARCHIVE-KEEPER.
           read ARCHIVE-KEEP-FILE
               at end set WS-KEEP-EOF to true
           end-read
           .

       1614-COPY-ARCHIVE-KEEPER.
           move ARCHIVE-KEEP-RECORD to STATEMENT-HISTORY-RECORD
           write STATEMENT-HISTORY-RECORD
           perform 1613-READ-ARCHIVE-KEEPER
           .

       1650-TRIM-BUREAU.
           open input PRINT-BUREAU-FILE
           if not WS-BUREAU-OK
              close PRINT-BUREAU-FILE
              go to 1650-FIN
           end-if
           open output BUREAU-KEEP-FILE
           move "N" to WS-TRIM-EOF-SWITCH
           perform 1651-READ-BUREAU
           perform 1652-KEEP-OR-DROP-BUREAU until WS-TRIM-EOF
           close PRINT-BUREAU-FILE
           close BUREAU-KEEP-FILE
           open input BUREAU-KEEP-FILE
           if not WS-BUR-KEEP-OK
              display "FICHIER DE CONSERVATION ILLISIBLE : "
                      WS-BUR-KEEP-STATUS
              close BUREAU-KEEP-FILE
              go to 1650-FIN
           end-if
           open output PRINT-BUREAU-FILE
           move "N" to WS-KEEP-EOF-SWITCH
           perform 1653-READ-BUREAU-KEEPER
           perform 1654-COPY-BUREAU-KEEPER until WS-KEEP-EOF
           close BUREAU-KEEP-FILE
           close PRINT-BUREAU-FILE
           .
       1650-FIN.
           exit
           .

       1651-READ-BUREAU.
           read PRINT-BUREAU-FILE
               at end set WS-TRIM-EOF to true
           end-read
           .

       1652-KEEP-OR-DROP-BUREAU.
           if PBR-CUST-NUMBER > WS-RESTART-CUST or PBR-TRAILER
              add 1 to WS-BUR-LINES-DROPPED
           else
              move BUREAU-RECORD to BUREAU-KEEP-RECORD
              write BUREAU-KEEP-RECORD
           end-if
           perform 1651-READ-BUREAU
           .

       1653-READ-BUREAU-KEEPER.
           read BUREAU-KEEP-FILE
               at end set WS-KEEP-EOF to true
           end-read
           .

       1654-COPY-BUREAU-KEEPER.
           move BUREAU-KEEP-RECORD to BUREAU-RECORD
           write BUREAU-RECORD
           perform 1653-READ-BUREAU-KEEPER
           .

      *****************************************************************
           end-read
           .

       2050-START-AFTER-RESTART.
           move WS-RESTART-CUST to CUST-NUMBER
           start CUSTOMER-MASTER key is greater than CUST-NUMBER
               invalid key set WS-CUST-EOF to true
           end-start
           .

      *****************************************************************
      *  One statement page per customer - heading, then every account
      *  the customer holds with its period detail.
           add 1 to WS-CUSTOMER-COUNT
           .
       3000-FIN.
           add 1 to WS-CUSTS-SINCE-CKPT
           if WS-CUSTS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
              move CUST-NUMBER to WS-COMMITTED-CUST
              move "C" to WS-CKPT-TYPE
              perform 8500-WRITE-CHECKPOINT
           end-if
           perform 2000-READ-CUSTOMER
           .

                   move "  OUVERT" to WS-AH-STATUS
               when ACCT-DORMANT
                   move "  DORMANT" to WS-AH-STATUS
               when ACCT-CLOSED
                       and ACCT-CLOSE-DATE(1:6) = WS-ARCH-PERIOD
                   move "  CLOTURE" to WS-AH-STATUS
               when other
                   move "  FERME" to WS-AH-STATUS
           end-evaluate
               when "L" move "PRET" to WS-ML-CHANNEL
               when "P" move "SALAIRE" to WS-ML-CHANNEL
               when "E" move "DESHERENCE" to WS-ML-CHANNEL
               when "N" move "PENALITE" to WS-ML-CHANNEL
               when "D" move "PRELEVEMNT" to WS-ML-CHANNEL
               when "X" move "VIR EXTERN" to WS-ML-CHANNEL
               when "K" move "IMPAYE CHQ" to WS-ML-CHANNEL
               when "B" move "BALAYAGE" to WS-ML-CHANNEL
               when "C" move "CLOTURE" to WS-ML-CHANNEL
               when other move spaces to WS-ML-CHANNEL
           end-evaluate
           .
      *  and address, the page lines follow as "L" records.
      *****************************************************************
       6400-WRITE-BUREAU-CONTROL.
           set PBR-STATEMENT-CONTROL to true
           move CUST-NUMBER to PBR-CUST-NUMBER
           move 0 to WS-BUREAU-SEQ
           move 0 to PBR-SEQUENCE
           end-if
           .

      *****************************************************************
      *  Commits every customer up to WS-COMMITTED-CUST: the archive
      *  and bureau files are closed and reopened so their lines are
      *  on disk before the checkpoint record says they are, then
      *  the checkpoint itself is written and made safe the same way.
      *****************************************************************
       8500-WRITE-CHECKPOINT.
           if not WS-ARCH-SKIP
              close STATEMENT-ARCHIVE
              open extend STATEMENT-ARCHIVE
           end-if
           close PRINT-BUREAU-FILE
           open extend PRINT-BUREAU-FILE
           accept WS-CKPT-DATE from date yyyymmdd
           accept WS-CKPT-TIME from time
           move spaces to WS-CKPT-TS-ALPHA
           string WS-CKPT-DATE delimited by size
                  WS-CKPT-TIME(1:6) delimited by size
                  into WS-CKPT-TS-ALPHA
           end-string
           move WS-ARCH-PERIOD to CKPT-PERIOD
           move WS-CKPT-TYPE to CKPT-RECORD-TYPE
           move WS-COMMITTED-CUST to CKPT-LAST-CUST-NUMBER
           if WS-ARCH-SKIP
              move "N" to CKPT-ARCHIVING-FLAG
           else
              move "O" to CKPT-ARCHIVING-FLAG
           end-if
           move WS-CUSTOMER-COUNT to CKPT-STATEMENTS
           move WS-ACCOUNT-COUNT to CKPT-ACCOUNTS
           move WS-MAILED-COUNT to CKPT-MAILED
           move WS-COUNTER-COUNT to CKPT-COUNTER
           move WS-RETURNED-COUNT to CKPT-RETURNED
           move WS-SUPPRESSED-COUNT to CKPT-SUPPRESSED
           move WS-CKPT-TS-ALPHA(1:14) to CKPT-TIMESTAMP
           write CHECKPOINT-RECORD
           close CHECKPOINT-FILE
           open extend CHECKPOINT-FILE
           move 0 to WS-CUSTS-SINCE-CKPT
           .

      *****************************************************************
      *  Restart summary - what the failed run had committed, what
      *  this run produced after it, and the cycle's total, which is
      *  what the bureau trailer and the run summary carry.
      *****************************************************************
       6600-PRINT-RESTART-SUMMARY.
           move spaces to STATEMENT-REPORT-LINE
           string "SYNTHESE DE REPRISE - PERIODE " delimited by size
                  WS-ARCH-PERIOD delimited by size
                  into STATEMENT-REPORT-LINE
           end-string
           write STATEMENT-REPORT-LINE after advancing page
           move spaces to STATEMENT-REPORT-LINE
           string "REPRISE APRES LE CLIENT " delimited by size
                  WS-RESTART-CUST delimited by size
                  " - POINT DE CONTROLE DU " delimited by size
                  WS-RESTART-TS delimited by size
                  into STATEMENT-REPORT-LINE
           end-string
           write STATEMENT-REPORT-LINE
           move spaces to STATEMENT-REPORT-LINE
           string "LIGNES PARTIELLES RETIREES - ARCHIVE : "
                  delimited by size
                  WS-ARCH-LINES-DROPPED delimited by size
                  " BUREAU : " delimited by size
                  WS-BUR-LINES-DROPPED delimited by size
                  into STATEMENT-REPORT-LINE
           end-string
           write STATEMENT-REPORT-LINE
           move spaces to STATEMENT-REPORT-LINE
           write STATEMENT-REPORT-LINE
           move WS-RESTART-HEAD-LINE to STATEMENT-REPORT-LINE
           write STATEMENT-REPORT-LINE
           move "RELEVES IMPRIMES" to WS-RSL-LABEL
           move WS-BEFORE-STATEMENTS to WS-RST-BEFORE
           move WS-CUSTOMER-COUNT to WS-RST-TOTAL
           perform 6610-PRINT-RESTART-LINE
           move "COMPTES DETAILLES" to WS-RSL-LABEL
           move WS-BEFORE-ACCOUNTS to WS-RST-BEFORE
           move WS-ACCOUNT-COUNT to WS-RST-TOTAL
           perform 6610-PRINT-RESTART-LINE
           move "EXPEDIES (BUREAU)" to WS-RSL-LABEL
           move WS-BEFORE-MAILED to WS-RST-BEFORE
           move WS-MAILED-COUNT to WS-RST-TOTAL
           perform 6610-PRINT-RESTART-LINE
           move "RETRAIT GUICHET" to WS-RSL-LABEL
           move WS-BEFORE-COUNTER to WS-RST-BEFORE
           move WS-COUNTER-COUNT to WS-RST-TOTAL
           perform 6610-PRINT-RESTART-LINE
           move "COURRIER RETOURNE (RETENUS)" to WS-RSL-LABEL
           move WS-BEFORE-RETURNED to WS-RST-BEFORE
           move WS-RETURNED-COUNT to WS-RST-TOTAL
           perform 6610-PRINT-RESTART-LINE
           move "SUPPRIMES" to WS-RSL-LABEL
           move WS-BEFORE-SUPPRESSED to WS-RST-BEFORE
           move WS-SUPPRESSED-COUNT to WS-RST-TOTAL
           perform 6610-PRINT-RESTART-LINE
           .

       6610-PRINT-RESTART-LINE.
           move WS-RST-BEFORE to WS-RSL-BEFORE
           compute WS-RSL-AFTER = WS-RST-TOTAL - WS-RST-BEFORE
           move WS-RST-TOTAL to WS-RSL-TOTAL
           move WS-RESTART-LINE to STATEMENT-REPORT-LINE
           write STATEMENT-REPORT-LINE
           display WS-RESTART-LINE
           .

       9999-TERMINATE.
           close CUSTOMER-MASTER
           close STATEMENT-REPORT
              close STATEMENT-ARCHIVE
           end-if
           close PRINT-BUREAU-FILE
           close CHECKPOINT-FILE
           display "CYCLE : " WS-CYCLE-NUMBER
           if WS-RESTART
              display "REPRISE APRES LE CLIENT : " WS-RESTART-CUST
           end-if
           display "RELEVES IMPRIMES : " WS-CUSTOMER-COUNT
           display "COMPTES DETAILLES : " WS-ACCOUNT-COUNT
           display "EXPEDIES (BUREAU D'IMPRESSION) : "
