       identification division.
       program-id. CHQIMP.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-18.
       date-compiled.

      *****************************************************************
      *  CHQIMP
      *
      *  Unpaid deposited cheques, run ahead of the batch proof.
      *  The clearing house hands back the cheques drawn on other
      *  banks that their drawee refused to pay, quoting our
      *  remittance reference - the account and entry timestamp of
      *  the deposit - with the amount and the reason.  Each one is
      *  matched to its deposited-cheque record on CHQDEP, which must
      *  have posted and carry the same amount; the deposit is then
      *  reversed through the raw stream (an "R" naming the original
      *  credit, on the "K" channel SOLDUPDT posts without overdraft
      *  or hold checks), the record is marked unpaid with the
      *  reason, and the reason is journalled against the account.
      *  An item that matches nothing is listed for the clearing
      *  desk, never debited.
      *
      *  Modification history
      *  2026-09-18  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select RETURNS-FILE assign to "CHQIMPIN"
               organization is sequential
               file status is WS-RETURNS-STATUS.

           select CHEQUE-DEPOSIT-FILE assign to "CHQDEP"
               organization is indexed
               access mode is dynamic
               record key is CDP-KEY
               file status is WS-CHQDEP-STATUS.

           select RAW-TRANSACTION-FILE assign to "TRANRAW"
               organization is sequential
               file status is WS-TRANRAW-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select RETURNS-REPORT assign to "CHQIRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select RUN-PARAMETERS assign to "CHQIPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  RETURNS-FILE.
       01  RETURN-ITEM-RECORD.
           05  RTN-OUR-REF.
               10  RTN-REF-ACCT            PIC 9(09).
               10  RTN-REF-TIMESTAMP       PIC 9(14).
           05  RTN-AMOUNT                  PIC 9(09).
           05  RTN-REASON-CODE             PIC X(04).
           05  RTN-REASON-TEXT             PIC X(30).

       fd  CHEQUE-DEPOSIT-FILE.
       copy "CDEPREC.cpy".

       fd  RAW-TRANSACTION-FILE.
       copy "TRANREC.cpy".
       copy "BATCREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  RETURNS-REPORT.
       01  RETURNS-REPORT-LINE             PIC X(80).

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

       01  WS-RETURNS-STATUS               PIC X(02).
           88  WS-RETURNS-OK                 VALUE "00".
       01  WS-CHQDEP-STATUS                PIC X(02).
           88  WS-CHQDEP-OK                  VALUE "00".
       01  WS-TRANRAW-STATUS               PIC X(02).
           88  WS-TRANRAW-OK                 VALUE "00".
       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                   VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-RETURNS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-RETURNS-EOF             VALUE "Y".
           05  WS-ITEM-GOOD-SWITCH          PIC X(01).
               88  WS-ITEM-GOOD                VALUE "Y".

       01  WS-OPERATOR-ID                  PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                   PIC 9(08).
       01  WS-AUDIT-TIME                   PIC 9(08).
       01  WS-AUDIT-TS-ALPHA               PIC X(14).
       01  WS-AUDIT-SEQUENCE               PIC 9(07) VALUE 0.

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-TIME-NOW                     PIC 9(08).
       01  WS-TS-ALPHA                     PIC X(14).
       01  WS-REJECT-REASON                PIC X(25).
       01  WS-REVERSED-COUNT               PIC 9(06) VALUE 0.
       01  WS-REVERSED-TOTAL               PIC 9(11) VALUE 0.
       01  WS-UNMATCHED-COUNT              PIC 9(06) VALUE 0.
       01  WS-BATCH-NUMBER                 PIC 9(06).
       01  WS-BATCH-COUNT                  PIC 9(06) VALUE 0.
       01  WS-BATCH-HASH                   PIC 9(13) VALUE 0.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CODE                  PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-VERDICT               PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-REASON                PIC X(30).
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(12) VALUE
               "  EXTOURNES ".
           05  WS-TL-REVERSED              PIC ZZZZZ9.
           05  FILLER                      PIC X(14) VALUE
               "  NON RAPPROCH".
           05  WS-TL-UNMATCHED             PIC ZZZZZ9.
           05  FILLER                      PIC X(09) VALUE
               "  TOTAL :".
           05  WS-TL-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 8800-LOG-RUN-START
           perform 2000-READ-RETURN
           perform 3000-EXAMINE-RETURN until WS-RETURNS-EOF
           perform 6000-TOTALS
           perform 8900-LOG-RUN-END
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open input RETURNS-FILE
           if not WS-RETURNS-OK
              display "AUCUN FICHIER D'IMPAYES : " WS-RETURNS-STATUS
              set WS-RETURNS-EOF to true
           end-if
           open i-o CHEQUE-DEPOSIT-FILE
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
           open output RETURNS-REPORT
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
           move spaces to RETURNS-REPORT-LINE
           string "CHEQUES REMIS IMPAYES DU " delimited by size
                  WS-PROCESS-DATE delimited by size
                  into RETURNS-REPORT-LINE
           end-string
           write RETURNS-REPORT-LINE
           perform 4500-WRITE-BATCH-HEADER
           .

       2000-READ-RETURN.
           read RETURNS-FILE
               at end set WS-RETURNS-EOF to true
           end-read
           .

       3000-EXAMINE-RETURN.
           perform 3200-VALIDATE-RETURN thru 3200-FIN
           move RTN-REF-ACCT to WS-DL-ACCT
           move RTN-AMOUNT to WS-DL-AMOUNT
           move RTN-REASON-CODE to WS-DL-CODE
           if WS-ITEM-GOOD
              perform 4000-EMIT-REVERSAL
              set CDP-UNPAID to true
              move WS-PROCESS-DATE to CDP-RETURN-DATE
              move RTN-REASON-CODE to CDP-RETURN-REASON
              rewrite CHEQUE-DEPOSIT-RECORD
                  invalid key
                      display "ERREUR REECRITURE REMISE : " CDP-KEY
              end-rewrite
              perform 8000-WRITE-AUDIT
              add 1 to WS-REVERSED-COUNT
              add RTN-AMOUNT to WS-REVERSED-TOTAL
              move "EXTOURNE" to WS-DL-VERDICT
              move RTN-REASON-TEXT to WS-DL-REASON
           else
              add 1 to WS-UNMATCHED-COUNT
              move "*ECARTE*" to WS-DL-VERDICT
              move WS-REJECT-REASON to WS-DL-REASON
           end-if
           move spaces to RETURNS-REPORT-LINE
           move WS-DETAIL-LINE to RETURNS-REPORT-LINE
           write RETURNS-REPORT-LINE
           perform 2000-READ-RETURN
           .

      *****************************************************************
      *  Only a posted deposit for the same amount is reversed - a
      *  second return of the same cheque, or one whose credit never
      *  posted, would otherwise take the money twice or from
      *  nothing.
      *****************************************************************
       3200-VALIDATE-RETURN.
           move "N" to WS-ITEM-GOOD-SWITCH
           move spaces to WS-REJECT-REASON
           move RTN-REF-ACCT to CDP-ACCT-NUMBER
           move RTN-REF-TIMESTAMP to CDP-TIMESTAMP
           read CHEQUE-DEPOSIT-FILE
               invalid key
                   move "REMISE INCONNUE" to WS-REJECT-REASON
                   go to 3200-FIN
           end-read
           if CDP-UNPAID
              move "DEJA IMPAYE" to WS-REJECT-REASON
              go to 3200-FIN
           end-if
           if not CDP-UNCOLLECTED
              move "REMISE NON COMPTABILISEE" to WS-REJECT-REASON
              go to 3200-FIN
           end-if
           if CDP-AMOUNT not = RTN-AMOUNT
              move "MONTANT DIFFERENT" to WS-REJECT-REASON
              go to 3200-FIN
           end-if
           set WS-ITEM-GOOD to true
           .
       3200-FIN.
           exit
           .

      *****************************************************************
      *  The reversal names the deposit's credit through TRAN-ORIG-
      *  TIMESTAMP, so SOLDUPDT proves it against TRANHIST like any
      *  teller reversal.
      *****************************************************************
       4000-EMIT-REVERSAL.
           move spaces to TRANSACTION-RECORD
           move CDP-ACCT-NUMBER to TRAN-ACCT-NUMBER
           accept WS-TIME-NOW from time
           move spaces to WS-TS-ALPHA
           string WS-PROCESS-DATE delimited by size
                  WS-TIME-NOW(1:6) delimited by size
                  into WS-TS-ALPHA
           end-string
           move WS-TS-ALPHA(1:14) to TRAN-TIMESTAMP
           set TRAN-REVERSAL to true
           move CDP-AMOUNT to TRAN-AMOUNT
           move 0 to TRAN-COUNTERPART-ACCT
           move 0 to TRAN-CUST-NUMBER
           move 0 to TRAN-CHEQUE-SERIAL
           move "K" to TRAN-CHANNEL
           move CDP-TIMESTAMP to TRAN-ORIG-TIMESTAMP
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
           add CDP-AMOUNT to WS-BATCH-HASH
               on size error
                   continue
           end-add
           .

      *****************************************************************
      *  Batch header/trailer for the run's reversals - the trailer
      *  carries the record count and hashed amount total BATPROOF
      *  verifies.
      *****************************************************************
       4500-WRITE-BATCH-HEADER.
           accept WS-TIME-NOW from time
           move spaces to BATCH-CONTROL-RECORD
           set BCT-HEADER to true
           move "CHQIMP" to BCT-SOURCE-ID
           move WS-TIME-NOW(1:6) to WS-BATCH-NUMBER
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move 0 to BCT-RECORD-COUNT
           move 0 to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           .

       4600-WRITE-BATCH-TRAILER.
           move spaces to BATCH-CONTROL-RECORD
           set BCT-TRAILER to true
           move "CHQIMP" to BCT-SOURCE-ID
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move WS-BATCH-COUNT to BCT-RECORD-COUNT
           move WS-BATCH-HASH to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           .

       6000-TOTALS.
           move WS-REVERSED-COUNT to WS-TL-REVERSED
           move WS-UNMATCHED-COUNT to WS-TL-UNMATCHED
           move WS-REVERSED-TOTAL to WS-TL-TOTAL
           move spaces to RETURNS-REPORT-LINE
           write RETURNS-REPORT-LINE
           move WS-TOTAL-LINE to RETURNS-REPORT-LINE
           write RETURNS-REPORT-LINE
           .

      *****************************************************************
      *  The drawee's reason, journalled against the account the
      *  deposit is taken back from.
      *****************************************************************
       8000-WRITE-AUDIT.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "CHQIMP" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "CHQIMP" to AUDIT-ACTION
           move CDP-ACCT-NUMBER to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           string "REMISE " delimited by size
                  CDP-TIMESTAMP delimited by size
                  " BQ " delimited by size
                  CDP-DRAWEE-BANK delimited by size
                  " CHQ " delimited by size
                  CDP-CHEQUE-SERIAL delimited by size
                  into AUDIT-BEFORE-IMAGE
           end-string
           move spaces to AUDIT-AFTER-IMAGE
           string "IMPAYE " delimited by size
                  RTN-REASON-CODE delimited by size
                  " " delimited by size
                  RTN-REASON-TEXT delimited by size
                  into AUDIT-AFTER-IMAGE
           end-string
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
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
           move "CHQIMP  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "CHQIMP  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move WS-REVERSED-COUNT to RUNLOG-RECORD-COUNT
           move WS-UNMATCHED-COUNT to RUNLOG-REJECT-COUNT
           move return-code to RUNLOG-RETURN-CODE
           move "OK" to RUNLOG-OUTCOME
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
           move "CHQIMP" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           perform 4600-WRITE-BATCH-TRAILER
           close RETURNS-FILE
           close CHEQUE-DEPOSIT-FILE
           close RAW-TRANSACTION-FILE
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           close RETURNS-REPORT
           display "REMISES EXTOURNEES : " WS-REVERSED-COUNT
           display "IMPAYES ECARTES : " WS-UNMATCHED-COUNT
           display "MONTANT EXTOURNE : " WS-REVERSED-TOTAL
           .
