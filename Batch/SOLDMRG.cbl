       identification division.
       program-id. SOLDMRG.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-15.
       date-compiled.

      *****************************************************************
      *  SOLDMRG
      *
      *  Merge step of the partitioned nightly balance update, run
      *  once the four range runs of SOLDUPDT (jobs SOLDPRT1 to
      *  SOLDPRT4) and its cross-range pass have all finished.  Puts
      *  back the single views every later step of the chain reads:
      *
      *    - BALEXTR is rebuilt from the runs' extract parts, ranges
      *      in order then the cross-range pass, so an account's
      *      later line supersedes its earlier one as a corrective
      *      line always has;
      *    - the runs' history, reject and audit-journal parts are
      *      appended to TRANHIST, SOLDREJ and AUDITJRN in the same
      *      order - each journal part is a complete run segment
      *      with its own FINRUN trailer, as AUDITVER expects;
      *    - the runs' control totals (SOLDTOT, SOLDTREC.cpy) are
      *      combined into the night's proof on SOLDCTL.
      *
      *  The combined proof is by currency, in its own units: the
      *  opening is the range runs' openings, the debits and credits
      *  those of all five runs, and the closing the range runs'
      *  closings with the cross-range pass's accounts taken at its
      *  own closing instead of its opening.  Euro equivalents at
      *  the business date's rates follow, as on SOLDUPDT's report.
      *
      *  Every run must have finished (its run record present), for
      *  tonight's business date, once only, and balanced.  The
      *  parts are merged whatever - their postings are on the
      *  master - but anything missing or out of balance ends the
      *  step with return code 16, which stops the chain exactly as
      *  an unbalanced SOLDUPDT always has.
      *
      *  Modification history
      *  2026-10-15  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select RUN-PARAMETERS assign to "SOLDPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select TOTALS-PARTS assign to "TOTPRT"
               organization is sequential
               file status is WS-TOTPRT-STATUS.

           select EXTRACT-PARTS assign to "BALXPRT"
               organization is sequential
               file status is WS-BALXPRT-STATUS.

           select HISTORY-PARTS assign to "THSTPRT"
               organization is sequential
               file status is WS-THSTPRT-STATUS.

           select REJECT-PARTS assign to "REJPRT"
               organization is sequential
               file status is WS-REJPRT-STATUS.

           select AUDIT-PARTS assign to "AUDPRT"
               organization is sequential
               file status is WS-AUDPRT-STATUS.

           select BALANCE-EXTRACT assign to "BALEXTR"
               organization is sequential
               file status is WS-EXTRACT-STATUS.

           select TRANSACTION-HISTORY assign to "TRANHIST"
               organization is sequential
               file status is WS-TRANHIST-STATUS.

           select REJECT-FILE assign to "SOLDREJ"
               organization is sequential
               file status is WS-REJECT-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select CONTROL-REPORT assign to "SOLDCTL"
               organization is sequential
               file status is WS-CTLRPT-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       fd  TOTALS-PARTS.
       copy "SOLDTREC.cpy".

       fd  EXTRACT-PARTS.
       01  EXTRACT-PART-RECORD             PIC X(20).

       fd  HISTORY-PARTS.
       01  HISTORY-PART-RECORD             PIC X(81).

       fd  REJECT-PARTS.
       01  REJECT-PART-RECORD              PIC X(104).

       fd  AUDIT-PARTS.
       01  AUDIT-PART-RECORD               PIC X(172).

       fd  BALANCE-EXTRACT.
       01  BALANCE-EXTRACT-LINE            PIC X(20).

       fd  TRANSACTION-HISTORY.
       01  TRANSACTION-HISTORY-LINE        PIC X(81).

       fd  REJECT-FILE.
       01  REJECT-LINE                     PIC X(104).

       fd  AUDIT-JOURNAL.
       01  AUDIT-LINE                      PIC X(172).

       fd  CONTROL-REPORT.
       01  CONTROL-REPORT-LINE             PIC X(80).

       fd  RUN-LOG.
       copy "RUNLOGRC.cpy".

       working-storage section.
       01  WS-RUNLOG-STATUS                PIC X(02).
           88  WS-RUNLOG-OK                  VALUE "00".
       01  WS-RUNLOG-DATE                  PIC 9(08).
       01  WS-RUNLOG-TIME                  PIC 9(08).
       01  WS-RUNLOG-TS-ALPHA              PIC X(14).

       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-TOTPRT-STATUS                PIC X(02).
           88  WS-TOTPRT-OK                  VALUE "00".
       01  WS-BALXPRT-STATUS               PIC X(02).
           88  WS-BALXPRT-OK                 VALUE "00".
       01  WS-THSTPRT-STATUS               PIC X(02).
           88  WS-THSTPRT-OK                 VALUE "00".
       01  WS-REJPRT-STATUS                PIC X(02).
           88  WS-REJPRT-OK                  VALUE "00".
       01  WS-AUDPRT-STATUS                PIC X(02).
           88  WS-AUDPRT-OK                  VALUE "00".
       01  WS-EXTRACT-STATUS               PIC X(02).
       01  WS-TRANHIST-STATUS              PIC X(02).
           88  WS-TRANHIST-OK                VALUE "00".
       01  WS-REJECT-STATUS                PIC X(02).
           88  WS-REJECT-OK                  VALUE "00".
       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                   VALUE "00".
       01  WS-CTLRPT-STATUS                PIC X(02).

       01  WS-SWITCHES.
           05  WS-PART-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-PART-EOF                VALUE "Y".
           05  WS-BALANCED-SWITCH           PIC X(01) VALUE "Y".
               88  WS-BALANCED                VALUE "Y".
           05  WS-SIMULATION-SWITCH         PIC X(01) VALUE "N".
               88  WS-SIMULATION              VALUE "Y".
           05  WS-CCY-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  WS-CCY-FOUND               VALUE "Y".
           05  WS-FOREIGN-CCY-SWITCH        PIC X(01) VALUE "N".
               88  WS-FOREIGN-CCY             VALUE "Y".
           05  WS-EQV-MISSING-SWITCH        PIC X(01) VALUE "N".
               88  WS-EQV-MISSING             VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-FX-DATE                      PIC 9(08) VALUE 0.

      *--------------------------------------------------------------*
      *    One entry per run - the four ranges, then the cross-range *
      *    pass in entry 5 - filled from its run record.             *
      *--------------------------------------------------------------*
       01  WS-RUN-ID-DEF.
           05  FILLER                      PIC X(05) VALUE "1234X".
       01  WS-RUN-ID-TABLE REDEFINES WS-RUN-ID-DEF.
           05  WS-RUN-ID OCCURS 5 TIMES    PIC X(01).
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 5 TIMES.
               10  WS-RUN-RECORDS          PIC 9(02).
               10  WS-RUN-LOW              PIC 9(09).
               10  WS-RUN-HIGH             PIC 9(09).
               10  WS-RUN-ACCOUNTS         PIC 9(09).
               10  WS-RUN-REJECTS          PIC 9(06).
               10  WS-RUN-LATE-LINES       PIC 9(05).
               10  WS-RUN-STATE            PIC X(08).
       01  WS-RUN-SUB                      PIC 9(01).
       01  WS-RUNS-IN-ERROR                PIC 9(01) VALUE 0.
       01  WS-ACCOUNTS-TOTAL               PIC 9(09) VALUE 0.
       01  WS-REJECTS-TOTAL                PIC 9(06) VALUE 0.
       01  WS-LATE-LINES-TOTAL             PIC 9(06) VALUE 0.

      *--------------------------------------------------------------*
      *    Combined totals by account currency, in its own units,    *
      *    "???" catching anything past the table as on SOLDUPDT.    *
      *--------------------------------------------------------------*
       01  WS-TOTAL-CCY                    PIC X(03).
       01  WS-CCY-COUNT                    PIC 9(02) COMP VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 30 TIMES.
               10  WS-CCY-CODE             PIC X(03).
               10  WS-CCY-OPENING          PIC S9(11) COMP-3.
               10  WS-CCY-DEBITS           PIC S9(11) COMP-3.
               10  WS-CCY-CREDITS          PIC S9(11) COMP-3.
               10  WS-CCY-CLOSING          PIC S9(11) COMP-3.
       01  WS-CCY-SUB                      PIC 9(02) COMP.
       01  WS-CCY-EXPECTED                 PIC S9(11) COMP-3.
       01  WS-CCY-NO-RATE-COUNT            PIC 9(02) VALUE 0.
       01  WS-EQV-CCY                      PIC X(03).
       01  WS-EQV-AMOUNT                   PIC S9(11) COMP-3.
       01  WS-EQV-EUR                      PIC S9(11) COMP-3.

       01  WS-CONTROL-TOTALS.
           05  WS-OPENING-TOTAL             PIC S9(9) VALUE 0.
           05  WS-DEBIT-TOTAL               PIC S9(9) VALUE 0.
           05  WS-CREDIT-TOTAL              PIC S9(9) VALUE 0.
           05  WS-CLOSING-TOTAL             PIC S9(9) VALUE 0.

       01  WS-COPY-COUNTS.
           05  WS-EXTRACT-COUNT             PIC 9(09) VALUE 0.
           05  WS-HISTORY-COUNT             PIC 9(09) VALUE 0.
           05  WS-REJECT-COUNT              PIC 9(09) VALUE 0.
           05  WS-AUDIT-COUNT               PIC 9(09) VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(36)
               VALUE "FUSION DES PARTITIONS - JOURNEE DU ".
           05  WS-TL-DATE                  PIC 9(08).

       01  WS-RUN-HEAD-LINE.
           05  FILLER                      PIC X(05) VALUE "PART".
           05  FILLER                      PIC X(22)
                                           VALUE "COMPTES DE      A".
           05  FILLER                      PIC X(11) VALUE "  TRAITES".
           05  FILLER                      PIC X(09) VALUE "  REJETS".
           05  FILLER                      PIC X(08) VALUE " CORR.".
           05  FILLER                      PIC X(08) VALUE "ETAT".
       01  WS-RUN-LINE.
           05  WS-RNL-ID                   PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-RNL-LOW                  PIC 9(09).
           05  FILLER                      PIC X(03) VALUE " A ".
           05  WS-RNL-HIGH                 PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RNL-ACCOUNTS             PIC Z(09)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RNL-REJECTS              PIC Z(07)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RNL-LATE-LINES           PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RNL-STATE                PIC X(08).

       01  WS-CTL-LINE.
           05  WS-CTL-LABEL                 PIC X(24).
           05  WS-CTL-AMOUNT                PIC -9(8).

       01  WS-CCY-HEAD-LINE.
           05  FILLER                       PIC X(04) VALUE "DEV".
           05  FILLER                       PIC X(13)
                                            VALUE "   OUVERTURE".
           05  FILLER                       PIC X(13)
                                            VALUE "      DEBITS".
           05  FILLER                       PIC X(13)
                                            VALUE "     CREDITS".
           05  FILLER                       PIC X(13)
                                            VALUE "     CLOTURE".
           05  FILLER                       PIC X(13)
                                            VALUE "   CLOT. EUR".
           05  FILLER                       PIC X(04) VALUE "ETAT".
       01  WS-CCY-LINE.
           05  WS-CCL-CODE                  PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CCL-OPENING               PIC -Z(10)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CCL-DEBITS                PIC -Z(10)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CCL-CREDITS               PIC -Z(10)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CCL-CLOSING               PIC -Z(10)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CCL-EUR                   PIC -Z(10)9.
           05  WS-CCL-NO-RATE               PIC X(01).
           05  WS-CCL-STATUS                PIC X(05).
       01  WS-CCY-DATE-LINE.
           05  FILLER                       PIC X(33)
               VALUE "CONTRE-VALEUR EUR AUX COURS DU ".
           05  WS-CDL-DATE                  PIC 9(08).

       copy "FXCLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 8800-LOG-RUN-START
           perform 1000-INITIALIZE
           perform 2000-LOAD-TOTALS thru 2000-EXIT
           perform 2500-JUDGE-ONE-RUN
               varying WS-RUN-SUB from 1 by 1
               until WS-RUN-SUB > 5
           perform 3000-MERGE-EXTRACTS
           perform 3100-MERGE-HISTORY
           perform 3200-MERGE-REJECTS
           perform 3300-MERGE-AUDIT
           perform 6000-CONTROL-REPORT
           perform 9999-TERMINATE
           if not WS-BALANCED
              move 16 to return-code
           end-if
           perform 8900-LOG-RUN-END
           goback.

      *****************************************************************
      *  Business date from SOLDPARM - the date every run's totals
      *  must carry, and the one whose rates value the euro totals.
      *****************************************************************
       1000-INITIALIZE.
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end
                      move 0 to WS-PROCESS-DATE
                  not at end
                      move PARM-PROCESS-DATE to WS-PROCESS-DATE
              end-read
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE > 0
              move WS-PROCESS-DATE to WS-FX-DATE
           else
              accept WS-FX-DATE from date yyyymmdd
           end-if
           initialize WS-RUN-TABLE
           initialize WS-CCY-TABLE
           open output CONTROL-REPORT
           .

      *****************************************************************
      *  Every run's totals - currency records into the combined
      *  table, run records into the run table.
      *****************************************************************
       2000-LOAD-TOTALS.
           open input TOTALS-PARTS
           if not WS-TOTPRT-OK
              display "TOTAUX DES PARTITIONS ILLISIBLES : "
                      WS-TOTPRT-STATUS
              close TOTALS-PARTS
              go to 2000-EXIT
           end-if
           move "N" to WS-PART-EOF-SWITCH
           perform 2100-READ-TOTAL
           perform 2200-TAKE-ONE-TOTAL until WS-PART-EOF
           close TOTALS-PARTS
           .
       2000-EXIT.
           exit
           .

       2100-READ-TOTAL.
           read TOTALS-PARTS
               at end set WS-PART-EOF to true
           end-read
           .

       2200-TAKE-ONE-TOTAL.
           move 1 to WS-RUN-SUB
           perform 2210-NEXT-RUN
               until WS-RUN-SUB = 5
                  or WS-RUN-ID(WS-RUN-SUB) = PTOT-PARTITION
           if WS-RUN-ID(WS-RUN-SUB) not = PTOT-PARTITION
              display "PARTITION INCONNUE SUR SOLDTOT : "
                      PTOT-PARTITION
              move "N" to WS-BALANCED-SWITCH
           else
              if PTOT-CURRENCY-RECORD
                 perform 2300-ADD-CURRENCY-TOTAL
              else
                 perform 2400-TAKE-RUN-RECORD
              end-if
           end-if
           perform 2100-READ-TOTAL
           .

       2210-NEXT-RUN.
           add 1 to WS-RUN-SUB
           .

      *****************************************************************
      *  The cross-range pass re-reads accounts the range runs have
      *  already closed out, so its opening replaces part of their
      *  closing rather than adding to the opening.
      *****************************************************************
       2300-ADD-CURRENCY-TOTAL.
           move PTOT-CURRENCY-CODE to WS-TOTAL-CCY
           perform 2350-POINT-CCY-TOTALS
           add PTOT-DEBITS to WS-CCY-DEBITS(WS-CCY-SUB)
           add PTOT-CREDITS to WS-CCY-CREDITS(WS-CCY-SUB)
           add PTOT-CLOSING to WS-CCY-CLOSING(WS-CCY-SUB)
           if PTOT-RESIDUE
              subtract PTOT-OPENING from WS-CCY-CLOSING(WS-CCY-SUB)
           else
              add PTOT-OPENING to WS-CCY-OPENING(WS-CCY-SUB)
           end-if
           .

       2350-POINT-CCY-TOTALS.
           if WS-TOTAL-CCY = spaces
              move "EUR" to WS-TOTAL-CCY
           end-if
           move "N" to WS-CCY-FOUND-SWITCH
           move 1 to WS-CCY-SUB
           perform 2355-TEST-CCY-ENTRY
               until WS-CCY-FOUND or WS-CCY-SUB > WS-CCY-COUNT
           if not WS-CCY-FOUND
              if WS-CCY-COUNT < 29
                 perform 2358-NEW-CCY-ENTRY
              else
                 move "???" to WS-TOTAL-CCY
                 if WS-CCY-COUNT = 29
                    perform 2358-NEW-CCY-ENTRY
                 else
                    move 30 to WS-CCY-SUB
                 end-if
              end-if
           end-if
           .

       2355-TEST-CCY-ENTRY.
           if WS-CCY-CODE(WS-CCY-SUB) = WS-TOTAL-CCY
              set WS-CCY-FOUND to true
           else
              add 1 to WS-CCY-SUB
           end-if
           .

       2358-NEW-CCY-ENTRY.
           add 1 to WS-CCY-COUNT
           move WS-CCY-COUNT to WS-CCY-SUB
           move WS-TOTAL-CCY to WS-CCY-CODE(WS-CCY-SUB)
           move 0 to WS-CCY-OPENING(WS-CCY-SUB)
           move 0 to WS-CCY-DEBITS(WS-CCY-SUB)
           move 0 to WS-CCY-CREDITS(WS-CCY-SUB)
           move 0 to WS-CCY-CLOSING(WS-CCY-SUB)
           .

       2400-TAKE-RUN-RECORD.
           add 1 to WS-RUN-RECORDS(WS-RUN-SUB)
           move PTOT-RANGE-LOW to WS-RUN-LOW(WS-RUN-SUB)
           move PTOT-RANGE-HIGH to WS-RUN-HIGH(WS-RUN-SUB)
           move PTOT-ACCOUNTS to WS-RUN-ACCOUNTS(WS-RUN-SUB)
           move PTOT-REJECTS to WS-RUN-REJECTS(WS-RUN-SUB)
           move PTOT-LATE-LINES to WS-RUN-LATE-LINES(WS-RUN-SUB)
           add PTOT-ACCOUNTS to WS-ACCOUNTS-TOTAL
           add PTOT-REJECTS to WS-REJECTS-TOTAL
           add PTOT-LATE-LINES to WS-LATE-LINES-TOTAL
           if PTOT-SIMULATION
              set WS-SIMULATION to true
           end-if
           evaluate true
               when PTOT-PROCESS-DATE not = WS-FX-DATE
                   move "DATE" to WS-RUN-STATE(WS-RUN-SUB)
               when not PTOT-BALANCED
                   move "DESEQ" to WS-RUN-STATE(WS-RUN-SUB)
               when other
                   move "OK" to WS-RUN-STATE(WS-RUN-SUB)
           end-evaluate
           .

      *****************************************************************
      *  A run with no run record never finished; one with two was
      *  run again after finishing and its totals are counted twice.
      *****************************************************************
       2500-JUDGE-ONE-RUN.
           evaluate true
               when WS-RUN-RECORDS(WS-RUN-SUB) = 0
                   move "ABSENTE" to WS-RUN-STATE(WS-RUN-SUB)
               when WS-RUN-RECORDS(WS-RUN-SUB) > 1
                   move "DOUBLE" to WS-RUN-STATE(WS-RUN-SUB)
               when other
                   continue
           end-evaluate
           if WS-RUN-STATE(WS-RUN-SUB) not = "OK"
              add 1 to WS-RUNS-IN-ERROR
              move "N" to WS-BALANCED-SWITCH
              display "PARTITION " WS-RUN-ID(WS-RUN-SUB) " : "
                      WS-RUN-STATE(WS-RUN-SUB)
           end-if
           .

      *****************************************************************
      *  BALEXTR is tonight's file, built whole from the parts.
      *****************************************************************
       3000-MERGE-EXTRACTS.
           open output BALANCE-EXTRACT
           open input EXTRACT-PARTS
           if WS-BALXPRT-OK
              move "N" to WS-PART-EOF-SWITCH
              perform 3010-READ-EXTRACT-PART
              perform 3020-COPY-ONE-EXTRACT until WS-PART-EOF
           else
              display "EXTRAITS DES PARTITIONS ILLISIBLES : "
                      WS-BALXPRT-STATUS
           end-if
           close EXTRACT-PARTS
           close BALANCE-EXTRACT
           .

       3010-READ-EXTRACT-PART.
           read EXTRACT-PARTS
               at end set WS-PART-EOF to true
           end-read
           .

       3020-COPY-ONE-EXTRACT.
           move EXTRACT-PART-RECORD to BALANCE-EXTRACT-LINE
           write BALANCE-EXTRACT-LINE
           add 1 to WS-EXTRACT-COUNT
           perform 3010-READ-EXTRACT-PART
           .

      *****************************************************************
      *  The cumulative files are appended to, with the same create
      *  fallback SOLDUPDT has always used for them.
      *****************************************************************
       3100-MERGE-HISTORY.
           open extend TRANSACTION-HISTORY
           if not WS-TRANHIST-OK
              close TRANSACTION-HISTORY
              open output TRANSACTION-HISTORY
           end-if
           open input HISTORY-PARTS
           if WS-THSTPRT-OK
              move "N" to WS-PART-EOF-SWITCH
              perform 3110-READ-HISTORY-PART
              perform 3120-COPY-ONE-HISTORY until WS-PART-EOF
           else
              display "HISTORIQUES DES PARTITIONS ILLISIBLES : "
                      WS-THSTPRT-STATUS
           end-if
           close HISTORY-PARTS
           close TRANSACTION-HISTORY
           .

       3110-READ-HISTORY-PART.
           read HISTORY-PARTS
               at end set WS-PART-EOF to true
           end-read
           .

       3120-COPY-ONE-HISTORY.
           move HISTORY-PART-RECORD to TRANSACTION-HISTORY-LINE
           write TRANSACTION-HISTORY-LINE
           add 1 to WS-HISTORY-COUNT
           perform 3110-READ-HISTORY-PART
           .

       3200-MERGE-REJECTS.
           open extend REJECT-FILE
           if not WS-REJECT-OK
              close REJECT-FILE
              open output REJECT-FILE
           end-if
           open input REJECT-PARTS
           if WS-REJPRT-OK
              move "N" to WS-PART-EOF-SWITCH
              perform 3210-READ-REJECT-PART
              perform 3220-COPY-ONE-REJECT until WS-PART-EOF
           else
              display "REJETS DES PARTITIONS ILLISIBLES : "
                      WS-REJPRT-STATUS
           end-if
           close REJECT-PARTS
           close REJECT-FILE
           .

       3210-READ-REJECT-PART.
           read REJECT-PARTS
               at end set WS-PART-EOF to true
           end-read
           .

       3220-COPY-ONE-REJECT.
           move REJECT-PART-RECORD to REJECT-LINE
           write REJECT-LINE
           add 1 to WS-REJECT-COUNT
           perform 3210-READ-REJECT-PART
           .

       3300-MERGE-AUDIT.
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           open input AUDIT-PARTS
           if WS-AUDPRT-OK
              move "N" to WS-PART-EOF-SWITCH
              perform 3310-READ-AUDIT-PART
              perform 3320-COPY-ONE-AUDIT until WS-PART-EOF
           else
              display "JOURNAUX DES PARTITIONS ILLISIBLES : "
                      WS-AUDPRT-STATUS
           end-if
           close AUDIT-PARTS
           close AUDIT-JOURNAL
           .

       3310-READ-AUDIT-PART.
           read AUDIT-PARTS
               at end set WS-PART-EOF to true
           end-read
           .

       3320-COPY-ONE-AUDIT.
           move AUDIT-PART-RECORD to AUDIT-LINE
           write AUDIT-LINE
           add 1 to WS-AUDIT-COUNT
           perform 3310-READ-AUDIT-PART
           .

      *****************************************************************
      *  The night's control report - one line per run, then the
      *  combined totals proved currency by currency and their euro
      *  equivalents, laid out as on SOLDUPDT's own report.
      *****************************************************************
       6000-CONTROL-REPORT.
           move WS-FX-DATE to WS-TL-DATE
           move WS-TITLE-LINE to CONTROL-REPORT-LINE
           write CONTROL-REPORT-LINE
           if WS-SIMULATION
              move "*** SIMULATION - AUCUNE MISE A JOUR ***"
                  to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
           end-if
           move spaces to CONTROL-REPORT-LINE
           write CONTROL-REPORT-LINE
           move WS-RUN-HEAD-LINE to CONTROL-REPORT-LINE
           write CONTROL-REPORT-LINE
           perform 6050-PRINT-ONE-RUN
               varying WS-RUN-SUB from 1 by 1
               until WS-RUN-SUB > 5
           move spaces to CONTROL-REPORT-LINE
           write CONTROL-REPORT-LINE
           move 0 to WS-OPENING-TOTAL
           move 0 to WS-DEBIT-TOTAL
           move 0 to WS-CREDIT-TOTAL
           move 0 to WS-CLOSING-TOTAL
           move 0 to WS-CCY-NO-RATE-COUNT
           if WS-CCY-COUNT > 1
                   or (WS-CCY-COUNT = 1 and WS-CCY-CODE(1) not = "EUR")
              set WS-FOREIGN-CCY to true
              move "TOTAUX PAR DEVISE" to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
              move WS-CCY-HEAD-LINE to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
           end-if
           perform 6200-PROVE-CURRENCY
               varying WS-CCY-SUB from 1 by 1
               until WS-CCY-SUB > WS-CCY-COUNT
           if WS-FOREIGN-CCY
              if WS-CCY-NO-RATE-COUNT > 0
                 move "* DEVISE SANS COURS - HORS CONTRE-VALEUR"
                     to CONTROL-REPORT-LINE
                 write CONTROL-REPORT-LINE
              end-if
              move spaces to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
              move WS-FX-DATE to WS-CDL-DATE
              move WS-CCY-DATE-LINE to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
           end-if
           move "SOLDE OUVERTURE" to WS-CTL-LABEL
           move WS-OPENING-TOTAL to WS-CTL-AMOUNT
           perform 6100-PRINT-CTL-LINE
           move "TOTAL DEBITS" to WS-CTL-LABEL
           move WS-DEBIT-TOTAL to WS-CTL-AMOUNT
           perform 6100-PRINT-CTL-LINE
           move "TOTAL CREDITS" to WS-CTL-LABEL
           move WS-CREDIT-TOTAL to WS-CTL-AMOUNT
           perform 6100-PRINT-CTL-LINE
           move "SOLDE CLOTURE" to WS-CTL-LABEL
           move WS-CLOSING-TOTAL to WS-CTL-AMOUNT
           perform 6100-PRINT-CTL-LINE
           move "TRANSACTIONS REJETEES" to WS-CTL-LABEL
           move WS-REJECTS-TOTAL to WS-CTL-AMOUNT
           perform 6100-PRINT-CTL-LINE
           if WS-LATE-LINES-TOTAL > 0
              move "LIGNES CORRECTIVES" to WS-CTL-LABEL
              move WS-LATE-LINES-TOTAL to WS-CTL-AMOUNT
              perform 6100-PRINT-CTL-LINE
           end-if
           move spaces to CONTROL-REPORT-LINE
           if WS-BALANCED
              move "BATCH EQUILIBRE" to CONTROL-REPORT-LINE
           else
              move "*** BATCH DESEQUILIBRE ***" to CONTROL-REPORT-LINE
           end-if
           write CONTROL-REPORT-LINE
           if WS-RUNS-IN-ERROR > 0
              move "*** PARTITION(S) EN ERREUR - VOIR ETAT ***"
                  to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
           end-if
           .

       6050-PRINT-ONE-RUN.
           move WS-RUN-ID(WS-RUN-SUB) to WS-RNL-ID
           move WS-RUN-LOW(WS-RUN-SUB) to WS-RNL-LOW
           move WS-RUN-HIGH(WS-RUN-SUB) to WS-RNL-HIGH
           move WS-RUN-ACCOUNTS(WS-RUN-SUB) to WS-RNL-ACCOUNTS
           move WS-RUN-REJECTS(WS-RUN-SUB) to WS-RNL-REJECTS
           move WS-RUN-LATE-LINES(WS-RUN-SUB) to WS-RNL-LATE-LINES
           move WS-RUN-STATE(WS-RUN-SUB) to WS-RNL-STATE
           move WS-RUN-LINE to CONTROL-REPORT-LINE
           write CONTROL-REPORT-LINE
           .

       6100-PRINT-CTL-LINE.
           move spaces to CONTROL-REPORT-LINE
           move WS-CTL-LINE to CONTROL-REPORT-LINE
           write CONTROL-REPORT-LINE
           .

      *****************************************************************
      *  Proves currency WS-CCY-SUB in its own units and adds its
      *  euro equivalents to the four report totals - SOLDUPDT's
      *  6200 over the combined figures.
      *****************************************************************
       6200-PROVE-CURRENCY.
           compute WS-CCY-EXPECTED = WS-CCY-OPENING(WS-CCY-SUB)
                   - WS-CCY-DEBITS(WS-CCY-SUB)
                   + WS-CCY-CREDITS(WS-CCY-SUB)
           move WS-CCY-CODE(WS-CCY-SUB) to WS-EQV-CCY
           move WS-CCY-OPENING(WS-CCY-SUB) to WS-EQV-AMOUNT
           perform 6300-EURO-EQUIVALENT thru 6300-FIN
           if not WS-EQV-MISSING
              add WS-EQV-EUR to WS-OPENING-TOTAL
           end-if
           move WS-CCY-DEBITS(WS-CCY-SUB) to WS-EQV-AMOUNT
           perform 6300-EURO-EQUIVALENT thru 6300-FIN
           if not WS-EQV-MISSING
              add WS-EQV-EUR to WS-DEBIT-TOTAL
           end-if
           move WS-CCY-CREDITS(WS-CCY-SUB) to WS-EQV-AMOUNT
           perform 6300-EURO-EQUIVALENT thru 6300-FIN
           if not WS-EQV-MISSING
              add WS-EQV-EUR to WS-CREDIT-TOTAL
           end-if
           move WS-CCY-CLOSING(WS-CCY-SUB) to WS-EQV-AMOUNT
           perform 6300-EURO-EQUIVALENT thru 6300-FIN
           if not WS-EQV-MISSING
              add WS-EQV-EUR to WS-CLOSING-TOTAL
           end-if
           move WS-CCY-CODE(WS-CCY-SUB) to WS-CCL-CODE
           move WS-CCY-OPENING(WS-CCY-SUB) to WS-CCL-OPENING
           move WS-CCY-DEBITS(WS-CCY-SUB) to WS-CCL-DEBITS
           move WS-CCY-CREDITS(WS-CCY-SUB) to WS-CCL-CREDITS
           move WS-CCY-CLOSING(WS-CCY-SUB) to WS-CCL-CLOSING
           if WS-EQV-MISSING
              add 1 to WS-CCY-NO-RATE-COUNT
              move 0 to WS-CCL-EUR
              move "*" to WS-CCL-NO-RATE
           else
              move WS-EQV-EUR to WS-CCL-EUR
              move space to WS-CCL-NO-RATE
           end-if
           if WS-CCY-EXPECTED = WS-CCY-CLOSING(WS-CCY-SUB)
              move "OK" to WS-CCL-STATUS
           else
              move "N" to WS-BALANCED-SWITCH
              move "DESEQ" to WS-CCL-STATUS
           end-if
           if WS-FOREIGN-CCY
              move WS-CCY-LINE to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
           end-if
           .

       6300-EURO-EQUIVALENT.
           move "N" to WS-EQV-MISSING-SWITCH
           move WS-EQV-AMOUNT to WS-EQV-EUR
           if WS-EQV-CCY = spaces or WS-EQV-CCY = "EUR"
              go to 6300-FIN
           end-if
           move WS-EQV-CCY to FXC-FROM-CCY
           move "EUR" to FXC-TO-CCY
           move WS-FX-DATE to FXC-RATE-DATE
           move WS-EQV-AMOUNT to FXC-AMOUNT
           set FXC-NO-MARGIN to true
           call "FXCONV" using FX-CONVERSION-PARMS
           if FXC-RATE-MISSING
              set WS-EQV-MISSING to true
           else
              move FXC-CONVERTED-AMOUNT to WS-EQV-EUR
           end-if
           .
       6300-FIN.
           exit
           .

      *****************************************************************
      *  Start/end records on the shared nightly-chain run log, read
      *  back by MORNSUM's morning operations summary - the counts
      *  are the whole night's, all runs together.
      *****************************************************************
       8800-LOG-RUN-START.
           open extend RUN-LOG
           if not WS-RUNLOG-OK
              close RUN-LOG
              open output RUN-LOG
           end-if
           move "SOLDMRG " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "SOLDMRG " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move WS-ACCOUNTS-TOTAL to RUNLOG-RECORD-COUNT
           move WS-REJECTS-TOTAL to RUNLOG-REJECT-COUNT
           move return-code to RUNLOG-RETURN-CODE
           evaluate true
               when WS-RUNS-IN-ERROR > 0
                   move "ERREUR" to RUNLOG-OUTCOME
               when not WS-BALANCED
                   move "DESEQ" to RUNLOG-OUTCOME
               when WS-SIMULATION
                   move "SIMUL" to RUNLOG-OUTCOME
               when other
                   move "OK" to RUNLOG-OUTCOME
           end-evaluate
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
           close CONTROL-REPORT
           if not WS-BALANCED
              display "*** BATCH DESEQUILIBRE - ARRET ANORMAL ***"
           end-if
           display "LIGNES D'EXTRAIT : " WS-EXTRACT-COUNT
           display "MOUVEMENTS AJOUTES A L'HISTORIQUE : "
                   WS-HISTORY-COUNT
           display "REJETS AJOUTES : " WS-REJECT-COUNT
           display "ENREGISTREMENTS DE JOURNAL AJOUTES : "
                   WS-AUDIT-COUNT
           display "COMPTES TRAITES : " WS-ACCOUNTS-TOTAL
           display "TRANSACTIONS REJETEES : " WS-REJECTS-TOTAL
           .
