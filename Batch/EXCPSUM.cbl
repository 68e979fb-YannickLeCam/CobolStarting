      *  EXCPSUM
      *
      *  Consolidated morning exceptions summary.  Exceptions land in
      *  seven places - CUSTEXCP (intake rejects), CUSTDUPR (possible
      *  duplicates), SOLDREJ (transaction rejects awaiting repair),
      *  GLBREAK (reconciliation breaks), BALBREAK (balance
      *  continuity breaks), PENDCHG (master changes still awaiting
      *  a second operator's approval) and TRANSUSP (broken batches
      *  held in suspense) - and the supervisor
      *  had to chase them all.  This program reads them all, prints
      *  the counts by category (transaction rejects broken down by
      *  reason code) with the detail lines grouped underneath, and
      *  ends with a single CLEAN / ATTENTION verdict line.
      *
      *  GLBREAK's aging-summary lines are part of GLRECON's report,
      *  not break detail - only lines opening with an account number
      *  are counted as breaks.  BALBREAK's likewise, plus the "***"
      *  lines BALCONT leaves when the proof could not be made.
      *  PENDCHG keeps decided requests on file - only the ones still
      *  pending are counted.  TRANSUSP holds BATPROOF's broken
      *  batches whole; it is cut into batches the way BATPROOF cuts
      *  the raw stream and each batch counts once, with its reason.
      *
      *  Modification history
      *  2026-08-21  YLC  Initial version.
      *  2026-10-01  YLC  Fifth category - BALCONT's balance
      *                   continuity breaks (BALBREAK).
      *  2026-10-05  YLC  Sixth category - sensitive master changes
      *                   still awaiting approval at end of day
      *                   (PENDCHG).
      *  2026-10-15  YLC  Seventh category - batches still in suspense
      *                   on TRANSUSP awaiting repair or release in
      *                   SUSPMNT.
      *****************************************************************
       environment division.
       input-output section.
               organization is sequential
               file status is WS-BREAK-STATUS.

           select CONTINUITY-REPORT assign to "BALBREAK"
               organization is sequential
               file status is WS-CONTINUITY-STATUS.

           select PENDING-CHANGES assign to "PENDCHG"
               organization is indexed
               access mode is sequential
               record key is PCHG-KEY
               file status is WS-PCHG-STATUS.

           select SUSPENSE-FILE assign to "TRANSUSP"
               organization is sequential
               file status is WS-SUSP-STATUS.

           select SUMMARY-REPORT assign to "EXCPRPT"
               organization is sequential
               file status is WS-RPT-STATUS.
       fd  BREAK-REPORT.
       01  BREAK-REPORT-LINE               PIC X(80).

       fd  CONTINUITY-REPORT.
       01  CONTINUITY-REPORT-LINE          PIC X(100).

       fd  PENDING-CHANGES.
       copy "PCHGREC.cpy".

       fd  SUSPENSE-FILE.
       copy "TRANREC.cpy".
       copy "BATCREC.cpy".

       fd  SUMMARY-REPORT.
       01  SUMMARY-REPORT-LINE             PIC X(100).

           88  WS-RECYCLE-OK                 VALUE "00".
       01  WS-BREAK-STATUS                 PIC X(02).
           88  WS-BREAK-OK                   VALUE "00".
       01  WS-CONTINUITY-STATUS            PIC X(02).
           88  WS-CONTINUITY-OK              VALUE "00".
       01  WS-PCHG-STATUS                  PIC X(02).
           88  WS-PCHG-OK                    VALUE "00".
       01  WS-SUSP-STATUS                  PIC X(02).
           88  WS-SUSP-OK                    VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).

       01  WS-SWITCHES.
       01  WS-DUPLICATE-COUNT              PIC 9(06) VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(06) VALUE 0.
       01  WS-BREAK-COUNT                  PIC 9(06) VALUE 0.
       01  WS-CONTINUITY-COUNT             PIC 9(06) VALUE 0.
       01  WS-PENDING-COUNT                PIC 9(06) VALUE 0.
       01  WS-SUSPENSE-COUNT               PIC 9(06) VALUE 0.
       01  WS-SUSPENSE-RECORDS             PIC 9(07) VALUE 0.
       01  WS-TOTAL-EXCEPTIONS             PIC 9(07) VALUE 0.

      *--------------------------------------------------------------*
           88  WS-REASON-FOUND               VALUE "Y".
       01  WS-AMOUNT-EDIT                  PIC -9(9).

      *--------------------------------------------------------------*
      *    The suspense batch being read - a headered batch or a run *
      *    of records outside any batch, as BATPROOF judged them.    *
      *--------------------------------------------------------------*
       01  WS-SUSP-BATCH.
           05  WS-SUSP-OPEN-SWITCH         PIC X(01) VALUE "N".
               88  WS-SUSP-OPEN              VALUE "Y".
           05  WS-SUSP-HEADER-FLAG         PIC X(01).
           05  WS-SUSP-TRAILER-FLAG        PIC X(01).
           05  WS-SUSP-SOURCE-ID           PIC X(08).
           05  WS-SUSP-BATCH-NUMBER        PIC 9(06).
           05  WS-SUSP-TRL-COUNT           PIC 9(06).
           05  WS-SUSP-TRL-HASH            PIC 9(13).
           05  WS-SUSP-TRAN-COUNT          PIC 9(06).
           05  WS-SUSP-TRAN-HASH           PIC 9(13).
       01  WS-SUSP-REASON                  PIC X(30).

       procedure division.

       0000-MAINLINE.
           perform 2000-SUMMARIZE-DUPLICATES thru 2000-CLOSE
           perform 3000-SUMMARIZE-REJECTS thru 3000-CLOSE
           perform 4000-SUMMARIZE-BREAKS thru 4000-CLOSE
           perform 5000-SUMMARIZE-CONTINUITY thru 5000-CLOSE
           perform 6000-SUMMARIZE-PENDING thru 6000-CLOSE
           perform 7000-SUMMARIZE-SUSPENSE thru 7000-CLOSE
           perform 9000-PRINT-VERDICT
           close SUMMARY-REPORT
           goback.
           perform 4100-READ-BREAK
           .

      *****************************************************************
      *  BALCONT's proof - account lines are breaks, "***" lines mean
      *  the proof itself could not be made.  The heading and the
      *  totals are not counted.
      *****************************************************************
       5000-SUMMARIZE-CONTINUITY.
           move "ECARTS DE CONTINUITE (BALBREAK)"
               to SUMMARY-REPORT-LINE
           write SUMMARY-REPORT-LINE
           move "N" to WS-FILE-EOF-SWITCH
           open input CONTINUITY-REPORT
           if not WS-CONTINUITY-OK
              set WS-FILE-EOF to true
              go to 5000-CLOSE
           end-if
           perform 5100-READ-CONTINUITY
           perform 5200-COUNT-CONTINUITY until WS-FILE-EOF
           .
       5000-CLOSE.
           close CONTINUITY-REPORT
           perform 8000-PRINT-CATEGORY-COUNT
           .

       5100-READ-CONTINUITY.
           read CONTINUITY-REPORT
               at end set WS-FILE-EOF to true
           end-read
           .

       5200-COUNT-CONTINUITY.
           if CONTINUITY-REPORT-LINE(1:1) is numeric
                   or CONTINUITY-REPORT-LINE(1:3) = "***"
              add 1 to WS-CONTINUITY-COUNT
              move spaces to SUMMARY-REPORT-LINE
              string "  " delimited by size
                     CONTINUITY-REPORT-LINE delimited by size
                     into SUMMARY-REPORT-LINE
              end-string
              write SUMMARY-REPORT-LINE
           end-if
           perform 5100-READ-CONTINUITY
           .

      *****************************************************************
      *  Sensitive master changes keyed today or earlier that no
      *  second operator has yet approved or refused on CHGAPPR.
      *****************************************************************
       6000-SUMMARIZE-PENDING.
           move "MODIFICATIONS EN ATTENTE D'APPROBATION (PENDCHG)"
               to SUMMARY-REPORT-LINE
           write SUMMARY-REPORT-LINE
           move "N" to WS-FILE-EOF-SWITCH
           open input PENDING-CHANGES
           if not WS-PCHG-OK
              set WS-FILE-EOF to true
              go to 6000-CLOSE
           end-if
           perform 6100-READ-PENDING
           perform 6200-COUNT-PENDING until WS-FILE-EOF
           .
       6000-CLOSE.
           close PENDING-CHANGES
           perform 8000-PRINT-CATEGORY-COUNT
           .

       6100-READ-PENDING.
           read PENDING-CHANGES
               at end set WS-FILE-EOF to true
           end-read
           .

       6200-COUNT-PENDING.
           if PCHG-PENDING
              add 1 to WS-PENDING-COUNT
              move spaces to SUMMARY-REPORT-LINE
              string "  " delimited by size
                     PCHG-REQUEST-TS delimited by size
                     " " delimited by size
                     PCHG-TYPE delimited by size
                     " CLE " delimited by size
                     PCHG-RECORD-KEY delimited by size
                     " PAR " delimited by size
                     PCHG-REQUESTED-BY delimited by size
                     " (" delimited by size
                     PCHG-SOURCE-PROGRAM delimited by size
                     ")" delimited by size
                     into SUMMARY-REPORT-LINE
              end-string
              write SUMMARY-REPORT-LINE
           end-if
           perform 6100-READ-PENDING
           .

      *****************************************************************
      *  Batches BATPROOF put in suspense and nobody has yet repaired,
      *  released or dropped in SUSPMNT - one line per batch with the
      *  reason it failed the proof.
      *****************************************************************
       7000-SUMMARIZE-SUSPENSE.
           move "LOTS EN SUSPENS (TRANSUSP)" to SUMMARY-REPORT-LINE
           write SUMMARY-REPORT-LINE
           move "N" to WS-FILE-EOF-SWITCH
           move "N" to WS-SUSP-OPEN-SWITCH
           open input SUSPENSE-FILE
           if not WS-SUSP-OK
              set WS-FILE-EOF to true
              go to 7000-CLOSE
           end-if
           perform 7100-READ-SUSPENSE
           perform 7200-COUNT-SUSPENSE until WS-FILE-EOF
           if WS-SUSP-OPEN
              perform 7400-CLOSE-SUSPENSE-BATCH
           end-if
           .
       7000-CLOSE.
           close SUSPENSE-FILE
           perform 8000-PRINT-CATEGORY-COUNT
           .

       7100-READ-SUSPENSE.
           read SUSPENSE-FILE
               at end set WS-FILE-EOF to true
           end-read
           .

       7200-COUNT-SUSPENSE.
           if BCT-HEADER or not WS-SUSP-OPEN
              if WS-SUSP-OPEN
                 perform 7400-CLOSE-SUSPENSE-BATCH
              end-if
              perform 7300-OPEN-SUSPENSE-BATCH
           end-if
           add 1 to WS-SUSPENSE-RECORDS
           evaluate true
               when BCT-HEADER
                   move "O" to WS-SUSP-HEADER-FLAG
                   move BCT-SOURCE-ID to WS-SUSP-SOURCE-ID
                   move BCT-BATCH-NUMBER to WS-SUSP-BATCH-NUMBER
               when BCT-TRAILER
                   move "O" to WS-SUSP-TRAILER-FLAG
                   move BCT-RECORD-COUNT to WS-SUSP-TRL-COUNT
                   move BCT-AMOUNT-HASH to WS-SUSP-TRL-HASH
                   if WS-SUSP-HEADER-FLAG not = "O"
                      move BCT-SOURCE-ID to WS-SUSP-SOURCE-ID
                      move BCT-BATCH-NUMBER to WS-SUSP-BATCH-NUMBER
                   end-if
                   perform 7400-CLOSE-SUSPENSE-BATCH
               when other
                   add 1 to WS-SUSP-TRAN-COUNT
                   add TRAN-AMOUNT to WS-SUSP-TRAN-HASH
                       on size error
                           continue
                   end-add
           end-evaluate
           perform 7100-READ-SUSPENSE
           .

       7300-OPEN-SUSPENSE-BATCH.
           set WS-SUSP-OPEN to true
           move "N" to WS-SUSP-HEADER-FLAG
           move "N" to WS-SUSP-TRAILER-FLAG
           move spaces to WS-SUSP-SOURCE-ID
           move 0 to WS-SUSP-BATCH-NUMBER
           move 0 to WS-SUSP-TRL-COUNT
           move 0 to WS-SUSP-TRL-HASH
           move 0 to WS-SUSP-TRAN-COUNT
           move 0 to WS-SUSP-TRAN-HASH
           .

       7400-CLOSE-SUSPENSE-BATCH.
           move "N" to WS-SUSP-OPEN-SWITCH
           add 1 to WS-SUSPENSE-COUNT
           evaluate true
               when WS-SUSP-HEADER-FLAG not = "O"
                   move "HORS LOT - EN-TETE ABSENT" to WS-SUSP-REASON
               when WS-SUSP-TRAILER-FLAG not = "O"
                   move "FIN DE LOT ABSENTE" to WS-SUSP-REASON
               when WS-SUSP-TRL-COUNT not = WS-SUSP-TRAN-COUNT
                   move "NOMBRE D'ENREGISTREMENTS FAUX"
                       to WS-SUSP-REASON
               when WS-SUSP-TRL-HASH not = WS-SUSP-TRAN-HASH
                   move "TOTAL DE CONTROLE FAUX" to WS-SUSP-REASON
               when other
                   move "REPARE - A LIBERER" to WS-SUSP-REASON
           end-evaluate
           move spaces to SUMMARY-REPORT-LINE
           string "  " delimited by size
                  WS-SUSP-SOURCE-ID delimited by size
                  " LOT " delimited by size
                  WS-SUSP-BATCH-NUMBER delimited by size
                  " ENREG " delimited by size
                  WS-SUSP-TRAN-COUNT delimited by size
                  " " delimited by size
                  WS-SUSP-REASON delimited by size
                  into SUMMARY-REPORT-LINE
           end-string
           write SUMMARY-REPORT-LINE
           .

       8000-PRINT-CATEGORY-COUNT.
           move spaces to SUMMARY-REPORT-LINE
           write SUMMARY-REPORT-LINE
           compute WS-TOTAL-EXCEPTIONS =
               WS-INTAKE-COUNT + WS-DUPLICATE-COUNT
               + WS-REJECT-COUNT + WS-BREAK-COUNT
               + WS-CONTINUITY-COUNT + WS-PENDING-COUNT
               + WS-SUSPENSE-COUNT
           move spaces to SUMMARY-REPORT-LINE
           string "ADMISSIONS " delimited by size
                  WS-INTAKE-COUNT delimited by size
                  WS-REJECT-COUNT delimited by size
                  "  ECARTS " delimited by size
                  WS-BREAK-COUNT delimited by size
                  "  CONTINUITE " delimited by size
                  WS-CONTINUITY-COUNT delimited by size
                  "  APPROB " delimited by size
                  WS-PENDING-COUNT delimited by size
                  into SUMMARY-REPORT-LINE
           end-string
           write SUMMARY-REPORT-LINE
           move spaces to SUMMARY-REPORT-LINE
           string "LOTS EN SUSPENS " delimited by size
                  WS-SUSPENSE-COUNT delimited by size
                  " (" delimited by size
                  WS-SUSPENSE-RECORDS delimited by size
                  " ENREGISTREMENTS)" delimited by size
                  into SUMMARY-REPORT-LINE
           end-string
           write SUMMARY-REPORT-LINE
