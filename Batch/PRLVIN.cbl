       identification division.
       program-id. PRLVIN.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-16.
       date-compiled.

      *****************************************************************
      *  PRLVIN
      *
      *  Inbound direct-debit collection interface, run ahead of the
      *  batch proof.  Reads the fixed-format collection file the
      *  creditors (utilities, insurers) send by transfer - one
      *  record per item carrying the creditor ID, the mandate
      *  reference, the debtor account and the amount, grouped by
      *  creditor - and checks each item against the mandate file:
      *  the mandate must exist and be active, name the same debtor
      *  account, and the account must still be live on ACCOUNT-
      *  MASTER.  Good items go into the raw stream as TRANREC
      *  debits (channel "D", wrapped in the batch header/trailer
      *  controls BATPROOF verifies) and stamp the mandate's last
      *  collection date.  Refused items go back to the creditor on
      *  the return file with a reason code:
      *
      *      MD01  no mandate for this creditor and reference
      *      MD02  mandate revoked by the debtor
      *      AC01  account unknown or not the mandate's account
      *      AC04  account closed
      *      AM01  zero amount
      *
      *  The acceptance report breaks per creditor: accepted count
      *  and total, and every returned item with its reason.
      *
      *  Modification history
      *  2026-09-16  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select COLLECTION-FILE assign to "PRLVFILE"
               organization is sequential
               file status is WS-COLL-STATUS.

           select MANDATE-FILE assign to "MANDFILE"
               organization is indexed
               access mode is dynamic
               record key is MND-KEY
               file status is WS-MANDATE-STATUS.

           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCTMAST-STATUS.

           select RAW-TRANSACTION-FILE assign to "TRANRAW"
               organization is sequential
               file status is WS-TRANRAW-STATUS.

           select RETURN-FILE assign to "PRLVRET"
               organization is sequential
               file status is WS-RETURN-STATUS.

           select ACCEPTANCE-REPORT assign to "PRLVRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select RUN-PARAMETERS assign to "PRLVPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  COLLECTION-FILE.
       01  COLLECTION-RECORD.
           05  COL-CREDITOR-ID             PIC X(10).
           05  COL-MANDATE-REF             PIC X(15).
           05  COL-DEBTOR-ACCT             PIC 9(09).
           05  COL-AMOUNT                  PIC 9(09).
           05  COL-END-TO-END-REF          PIC X(16).

      *--------------------------------------------------------------*
      *    The creditor's own item handed back unchanged, with the   *
      *    reason and the date we refused it.                        *
      *--------------------------------------------------------------*
       fd  RETURN-FILE.
       01  RETURN-RECORD.
           05  RET-CREDITOR-ID             PIC X(10).
           05  RET-MANDATE-REF             PIC X(15).
           05  RET-DEBTOR-ACCT             PIC 9(09).
           05  RET-AMOUNT                  PIC 9(09).
           05  RET-END-TO-END-REF          PIC X(16).
           05  RET-REASON-CODE             PIC X(04).
           05  RET-RETURN-DATE             PIC 9(08).

       fd  MANDATE-FILE.
       copy "MANDREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  RAW-TRANSACTION-FILE.
       copy "TRANREC.cpy".
       copy "BATCREC.cpy".

       fd  ACCEPTANCE-REPORT.
       01  ACCEPTANCE-REPORT-LINE          PIC X(80).

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

       01  WS-COLL-STATUS                  PIC X(02).
           88  WS-COLL-OK                    VALUE "00".
       01  WS-MANDATE-STATUS               PIC X(02).
           88  WS-MANDATE-OK                 VALUE "00".
       01  WS-ACCTMAST-STATUS              PIC X(02).
           88  WS-ACCTMAST-OK                VALUE "00".
       01  WS-TRANRAW-STATUS               PIC X(02).
           88  WS-TRANRAW-OK                 VALUE "00".
       01  WS-RETURN-STATUS                PIC X(02).
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-COLL-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-COLL-EOF                VALUE "Y".
           05  WS-ITEM-GOOD-SWITCH          PIC X(01).
               88  WS-ITEM-GOOD                VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-TIME-NOW                     PIC 9(08).
       01  WS-TS-ALPHA                     PIC X(14).
       01  WS-REASON-CODE                  PIC X(04).
       01  WS-REJECT-REASON                PIC X(25).
       01  WS-CURRENT-CREDITOR             PIC X(10).
       01  WS-CRD-ACCEPTED                 PIC 9(06).
       01  WS-CRD-RETURNED                 PIC 9(06).
       01  WS-CRD-TOTAL                    PIC 9(11).
       01  WS-GRAND-ACCEPTED               PIC 9(06) VALUE 0.
       01  WS-GRAND-RETURNED               PIC 9(06) VALUE 0.
       01  WS-GRAND-TOTAL                  PIC 9(11) VALUE 0.
       01  WS-BATCH-NUMBER                 PIC 9(06).
       01  WS-BATCH-COUNT                  PIC 9(06) VALUE 0.
       01  WS-BATCH-HASH                   PIC 9(13) VALUE 0.

       01  WS-CRD-HEADING.
           05  FILLER                      PIC X(11) VALUE
               "CREANCIER  ".
           05  WS-CH-REF                   PIC X(15).
       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-MANDATE               PIC X(15).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-VERDICT               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CODE                  PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-REASON                PIC X(25).
       01  WS-SUBTOTAL-LINE.
           05  FILLER                      PIC X(12) VALUE
               "  ACCEPTES :".
           05  WS-SL-ACCEPTED              PIC ZZZZZ9.
           05  FILLER                      PIC X(10) VALUE
               "  RETOURS:".
           05  WS-SL-RETURNED              PIC ZZZZZ9.
           05  FILLER                      PIC X(09) VALUE
               "  TOTAL :".
           05  WS-SL-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 8800-LOG-RUN-START
           perform 2000-READ-COLLECTION
           perform 3000-BREAK-ON-CREDITOR until WS-COLL-EOF
           perform 6000-GRAND-TOTALS
           perform 8900-LOG-RUN-END
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open input COLLECTION-FILE
           if not WS-COLL-OK
              display "AUCUN FICHIER DE PRELEVEMENTS : "
                      WS-COLL-STATUS
              set WS-COLL-EOF to true
           end-if
           open i-o MANDATE-FILE
           open input ACCOUNT-MASTER
           open extend RAW-TRANSACTION-FILE
           if not WS-TRANRAW-OK
              close RAW-TRANSACTION-FILE
              open output RAW-TRANSACTION-FILE
           end-if
           open output RETURN-FILE
           open output ACCEPTANCE-REPORT
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
           perform 4500-WRITE-BATCH-HEADER
           .

       2000-READ-COLLECTION.
           read COLLECTION-FILE
               at end set WS-COLL-EOF to true
           end-read
           .

      *****************************************************************
      *  One creditor's collection - the file arrives grouped by
      *  creditor ID, so a simple control break carries the
      *  subtotals.
      *****************************************************************
       3000-BREAK-ON-CREDITOR.
           move COL-CREDITOR-ID to WS-CURRENT-CREDITOR
           move 0 to WS-CRD-ACCEPTED
           move 0 to WS-CRD-RETURNED
           move 0 to WS-CRD-TOTAL
           move WS-CURRENT-CREDITOR to WS-CH-REF
           move spaces to ACCEPTANCE-REPORT-LINE
           move WS-CRD-HEADING to ACCEPTANCE-REPORT-LINE
           write ACCEPTANCE-REPORT-LINE
           perform 3100-EXAMINE-ONE-ITEM
               until WS-COLL-EOF
                  or COL-CREDITOR-ID not = WS-CURRENT-CREDITOR
           move WS-CRD-ACCEPTED to WS-SL-ACCEPTED
           move WS-CRD-RETURNED to WS-SL-RETURNED
           move WS-CRD-TOTAL to WS-SL-TOTAL
           move spaces to ACCEPTANCE-REPORT-LINE
           move WS-SUBTOTAL-LINE to ACCEPTANCE-REPORT-LINE
           write ACCEPTANCE-REPORT-LINE
           move spaces to ACCEPTANCE-REPORT-LINE
           write ACCEPTANCE-REPORT-LINE
           .

       3100-EXAMINE-ONE-ITEM.
           perform 3200-VALIDATE-ITEM thru 3200-FIN
           move COL-MANDATE-REF to WS-DL-MANDATE
           move COL-DEBTOR-ACCT to WS-DL-ACCT
           move COL-AMOUNT to WS-DL-AMOUNT
           if WS-ITEM-GOOD
              perform 4000-EMIT-COLLECTION-DEBIT
              add 1 to WS-CRD-ACCEPTED
              add 1 to WS-GRAND-ACCEPTED
              add COL-AMOUNT to WS-CRD-TOTAL
              add COL-AMOUNT to WS-GRAND-TOTAL
              move "ACCEPTE" to WS-DL-VERDICT
              move spaces to WS-DL-CODE
              move spaces to WS-DL-REASON
           else
              perform 5000-WRITE-RETURN
              add 1 to WS-CRD-RETURNED
              add 1 to WS-GRAND-RETURNED
              move "*RETOUR*" to WS-DL-VERDICT
              move WS-REASON-CODE to WS-DL-CODE
              move WS-REJECT-REASON to WS-DL-REASON
           end-if
           move spaces to ACCEPTANCE-REPORT-LINE
           move WS-DETAIL-LINE to ACCEPTANCE-REPORT-LINE
           write ACCEPTANCE-REPORT-LINE
           perform 2000-READ-COLLECTION
           .

      *****************************************************************
      *  Mandate first, then the account - a revoked mandate is
      *  returned as such even if the account has since closed.
      *****************************************************************
       3200-VALIDATE-ITEM.
           move "N" to WS-ITEM-GOOD-SWITCH
           move spaces to WS-REASON-CODE
           move spaces to WS-REJECT-REASON
           if COL-AMOUNT = 0
              move "AM01" to WS-REASON-CODE
              move "MONTANT NUL" to WS-REJECT-REASON
              go to 3200-FIN
           end-if
           move COL-CREDITOR-ID to MND-CREDITOR-ID
           move COL-MANDATE-REF to MND-REFERENCE
           read MANDATE-FILE
               invalid key
                   move "MD01" to WS-REASON-CODE
                   move "MANDAT INCONNU" to WS-REJECT-REASON
                   go to 3200-FIN
           end-read
           if MND-REVOKED
              move "MD02" to WS-REASON-CODE
              move "MANDAT REVOQUE" to WS-REJECT-REASON
              go to 3200-FIN
           end-if
           if MND-DEBTOR-ACCT not = COL-DEBTOR-ACCT
              move "AC01" to WS-REASON-CODE
              move "COMPTE HORS MANDAT" to WS-REJECT-REASON
              go to 3200-FIN
           end-if
           move COL-DEBTOR-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   move "AC01" to WS-REASON-CODE
                   move "COMPTE INCONNU" to WS-REJECT-REASON
                   go to 3200-FIN
           end-read
           if ACCT-CLOSED or ACCT-ESCHEATED
              move "AC04" to WS-REASON-CODE
              move "COMPTE CLOTURE" to WS-REJECT-REASON
              go to 3200-FIN
           end-if
           set WS-ITEM-GOOD to true
           .
       3200-FIN.
           exit
           .

       4000-EMIT-COLLECTION-DEBIT.
           move spaces to TRANSACTION-RECORD
           move COL-DEBTOR-ACCT to TRAN-ACCT-NUMBER
           accept WS-TIME-NOW from time
           move spaces to WS-TS-ALPHA
           string WS-PROCESS-DATE delimited by size
                  WS-TIME-NOW(1:6) delimited by size
                  into WS-TS-ALPHA
           end-string
           move WS-TS-ALPHA(1:14) to TRAN-TIMESTAMP
           set TRAN-DEBIT to true
           move COL-AMOUNT to TRAN-AMOUNT
           move 0 to TRAN-COUNTERPART-ACCT
           move 0 to TRAN-CUST-NUMBER
           move 0 to TRAN-CHEQUE-SERIAL
           move "D" to TRAN-CHANNEL
           move 0 to TRAN-ORIG-TIMESTAMP
           write TRANSACTION-RECORD
           add 1 to WS-BATCH-COUNT
           add COL-AMOUNT to WS-BATCH-HASH
               on size error
                   continue
           end-add
           move WS-PROCESS-DATE to MND-LAST-COLLECT-DATE
           rewrite MANDATE-RECORD
               invalid key
                   display "ERREUR REECRITURE MANDAT : "
                           MND-REFERENCE
           end-rewrite
           .

      *****************************************************************
      *  Batch header/trailer for the run's collection debits - the
      *  trailer carries the record count and hashed amount total
      *  BATPROOF verifies.
      *****************************************************************
       4500-WRITE-BATCH-HEADER.
           accept WS-TIME-NOW from time
           move spaces to BATCH-CONTROL-RECORD
           set BCT-HEADER to true
           move "PRLVIN" to BCT-SOURCE-ID
           move WS-TIME-NOW(1:6) to WS-BATCH-NUMBER
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move 0 to BCT-RECORD-COUNT
           move 0 to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           .

       4600-WRITE-BATCH-TRAILER.
           move spaces to BATCH-CONTROL-RECORD
           set BCT-TRAILER to true
           move "PRLVIN" to BCT-SOURCE-ID
           move WS-BATCH-NUMBER to BCT-BATCH-NUMBER
           move WS-BATCH-COUNT to BCT-RECORD-COUNT
           move WS-BATCH-HASH to BCT-AMOUNT-HASH
           write BATCH-CONTROL-RECORD
           .

       5000-WRITE-RETURN.
           move COL-CREDITOR-ID to RET-CREDITOR-ID
           move COL-MANDATE-REF to RET-MANDATE-REF
           move COL-DEBTOR-ACCT to RET-DEBTOR-ACCT
           move COL-AMOUNT to RET-AMOUNT
           move COL-END-TO-END-REF to RET-END-TO-END-REF
           move WS-REASON-CODE to RET-REASON-CODE
           move WS-PROCESS-DATE to RET-RETURN-DATE
           write RETURN-RECORD
           .

       6000-GRAND-TOTALS.
           move "TOUS CREANCIERS" to WS-CH-REF
           move spaces to ACCEPTANCE-REPORT-LINE
           move WS-CRD-HEADING to ACCEPTANCE-REPORT-LINE
           write ACCEPTANCE-REPORT-LINE
           move WS-GRAND-ACCEPTED to WS-SL-ACCEPTED
           move WS-GRAND-RETURNED to WS-SL-RETURNED
           move WS-GRAND-TOTAL to WS-SL-TOTAL
           move spaces to ACCEPTANCE-REPORT-LINE
           move WS-SUBTOTAL-LINE to ACCEPTANCE-REPORT-LINE
           write ACCEPTANCE-REPORT-LINE
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
           move "PRLVIN  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "PRLVIN  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move WS-GRAND-ACCEPTED to RUNLOG-RECORD-COUNT
           move WS-GRAND-RETURNED to RUNLOG-REJECT-COUNT
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

       9999-TERMINATE.
           perform 4600-WRITE-BATCH-TRAILER
           close COLLECTION-FILE
           close MANDATE-FILE
           close ACCOUNT-MASTER
           close RAW-TRANSACTION-FILE
           close RETURN-FILE
           close ACCEPTANCE-REPORT
           display "PRELEVEMENTS ACCEPTES : " WS-GRAND-ACCEPTED
           display "ITEMS RETOURNES : " WS-GRAND-RETURNED
           display "MONTANT PRELEVE : " WS-GRAND-TOTAL
           .
