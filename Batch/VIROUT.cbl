       identification division.
       program-id. VIROUT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-17.
       date-compiled.

      *****************************************************************
      *  VIROUT
      *
      *  Outgoing interbank payment file, run after SOLDUPDT.  The
      *  night's posted debits on the interbank channel ("X") - and
      *  any resubmitted reject ("R") that carries a pending
      *  instruction's key - are loaded from TRANHIST for
      *  PARM-PROCESS-DATE.  Each pending instruction on VIRPEND
      *  whose debit has posted goes onto the outgoing clearing file
      *  with the beneficiary's name, bank code and account
      *  identifier from the external-payee register, and is marked
      *  sent.  An instruction whose debit did not post (SOLDUPDT
      *  rejected it) stays pending and is listed.
      *
      *  The clearing file carries a header and a trailer with the
      *  item count and total.  The tie-out proves that total equals
      *  the "X" debits SOLDUPDT posted tonight; any posted debit
      *  with no instruction behind it is listed and the step ends
      *  RC=8 - money has left a customer with no payment sent.
      *
      *  Modification history
      *  2026-09-17  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select TRANSACTION-HISTORY assign to "TRANHIST"
               organization is sequential
               file status is WS-TRANHIST-STATUS.

           select VIREMENT-FILE assign to "VIRPEND"
               organization is indexed
               access mode is dynamic
               record key is VIR-KEY
               file status is WS-VIR-STATUS.

           select PAYEE-FILE assign to "PYEEFILE"
               organization is indexed
               access mode is dynamic
               record key is PYE-KEY
               file status is WS-PAYEE-STATUS.

           select CLEARING-FILE assign to "VIRCLR"
               organization is sequential
               file status is WS-CLEARING-STATUS.

           select TIE-OUT-REPORT assign to "VIRRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select RUN-PARAMETERS assign to "VIROPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  TRANSACTION-HISTORY.
       copy "THISTREC.cpy".

       fd  VIREMENT-FILE.
       copy "VIRREC.cpy".

       fd  PAYEE-FILE.
       copy "PYEEREC.cpy".

      *--------------------------------------------------------------*
      *    Clearing file - header, one detail per payment, trailer  *
      *    with the item count and total the other side proves the  *
      *    file against.  Our reference is the instruction key, so  *
      *    a return names the original debit.                       *
      *--------------------------------------------------------------*
       fd  CLEARING-FILE.
       01  CLEARING-RECORD.
           05  CLR-RECORD-TYPE             PIC X(01).
               88  CLR-HEADER               VALUE "E".
               88  CLR-DETAIL               VALUE "D".
               88  CLR-TRAILER              VALUE "T".
           05  CLR-BODY                    PIC X(119).
           05  CLR-DETAIL-BODY REDEFINES CLR-BODY.
               10  CLR-OUR-REF.
                   15  CLR-REF-ACCT        PIC 9(09).
                   15  CLR-REF-TIMESTAMP   PIC 9(14).
               10  CLR-AMOUNT              PIC 9(09).
               10  CLR-BENEF-NAME          PIC X(30).
               10  CLR-BENEF-BANK          PIC X(11).
               10  CLR-BENEF-ACCOUNT       PIC X(34).
               10  CLR-VALUE-DATE          PIC 9(08).
               10  FILLER                  PIC X(04).
           05  CLR-HEADER-BODY REDEFINES CLR-BODY.
               10  CLR-SENDER-ID           PIC X(08).
               10  CLR-FILE-DATE           PIC 9(08).
               10  CLR-FILE-NUMBER         PIC 9(06).
               10  FILLER                  PIC X(97).
           05  CLR-TRAILER-BODY REDEFINES CLR-BODY.
               10  CLR-ITEM-COUNT          PIC 9(06).
               10  CLR-TOTAL-AMOUNT        PIC 9(13).
               10  FILLER                  PIC X(100).

       fd  TIE-OUT-REPORT.
       01  TIE-OUT-REPORT-LINE             PIC X(80).

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
       01  WS-VIR-STATUS                   PIC X(02).
           88  WS-VIR-OK                     VALUE "00".
       01  WS-PAYEE-STATUS                 PIC X(02).
           88  WS-PAYEE-OK                   VALUE "00".
       01  WS-CLEARING-STATUS              PIC X(02).
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-HIST-EOF                VALUE "Y".
           05  WS-VIR-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-VIR-EOF                 VALUE "Y".
           05  WS-FOUND-SWITCH              PIC X(01).
               88  WS-FOUND                   VALUE "Y".
           05  WS-OVERFLOW-SWITCH           PIC X(01) VALUE "N".
               88  WS-OVERFLOW                VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-TIME-NOW                     PIC 9(08).

      *--------------------------------------------------------------*
      *    Tonight's posted interbank debits, from TRANHIST.         *
      *--------------------------------------------------------------*
       01  WS-POSTED-TABLE.
           05  WS-POSTED-ENTRY OCCURS 2000 TIMES.
               10  WS-PT-ACCT              PIC 9(09).
               10  WS-PT-TIMESTAMP         PIC 9(14).
               10  WS-PT-AMOUNT            PIC S9(9) COMP-3.
               10  WS-PT-CHANNEL           PIC X(01).
               10  WS-PT-MATCHED           PIC X(01).
       01  WS-POSTED-MAX                   PIC 9(04) VALUE 2000.
       01  WS-POSTED-COUNT                 PIC 9(04) VALUE 0.
       01  WS-POSTED-SUB                   PIC 9(04).
       01  WS-MATCH-SUB                    PIC 9(04).

       01  WS-POSTED-X-COUNT               PIC 9(06) VALUE 0.
       01  WS-POSTED-X-TOTAL               PIC 9(13) VALUE 0.
       01  WS-SENT-COUNT                   PIC 9(06) VALUE 0.
       01  WS-SENT-TOTAL                   PIC 9(13) VALUE 0.
       01  WS-SENT-X-TOTAL                 PIC 9(13) VALUE 0.
       01  WS-WAITING-COUNT                PIC 9(06) VALUE 0.
       01  WS-ORPHAN-COUNT                 PIC 9(06) VALUE 0.
       01  WS-ORPHAN-TOTAL                 PIC 9(13) VALUE 0.
       01  WS-FILE-NUMBER                  PIC 9(06).

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-TIMESTAMP             PIC 9(14).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-VERDICT               PIC X(25).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-TL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 8800-LOG-RUN-START
           perform 2000-LOAD-POSTED-DEBITS
           perform 3000-SEND-PENDING
           perform 4000-TIE-OUT
           perform 8900-LOG-RUN-END
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open input TRANSACTION-HISTORY
           if not WS-TRANHIST-OK
              display "HISTORIQUE ABSENT : " WS-TRANHIST-STATUS
              set WS-HIST-EOF to true
           end-if
           open i-o VIREMENT-FILE
           if not WS-VIR-OK
              display "AUCUN ORDRE DE VIREMENT : " WS-VIR-STATUS
              set WS-VIR-EOF to true
           end-if
           open input PAYEE-FILE
           open output CLEARING-FILE
           open output TIE-OUT-REPORT
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
           accept WS-TIME-NOW from time
           move WS-TIME-NOW(1:6) to WS-FILE-NUMBER
           move spaces to CLEARING-RECORD
           set CLR-HEADER to true
           move "AGCENTRL" to CLR-SENDER-ID
           move WS-PROCESS-DATE to CLR-FILE-DATE
           move WS-FILE-NUMBER to CLR-FILE-NUMBER
           write CLEARING-RECORD
           move spaces to TIE-OUT-REPORT-LINE
           string "VIREMENTS EMIS - FICHIER " delimited by size
                  WS-FILE-NUMBER delimited by size
                  " DU " delimited by size
                  WS-PROCESS-DATE delimited by size
                  into TIE-OUT-REPORT-LINE
           end-string
           write TIE-OUT-REPORT-LINE
           move spaces to TIE-OUT-REPORT-LINE
           write TIE-OUT-REPORT-LINE
           .

      *****************************************************************
      *  Tonight's posted debits that can carry an interbank payment
      *  - the "X" channel itself, and resubmitted rejects, which
      *  keep the original key but come back on channel "R".
      *****************************************************************
       2000-LOAD-POSTED-DEBITS.
           perform 2100-READ-HISTORY
           perform 2200-KEEP-ONE-DEBIT until WS-HIST-EOF
           .

       2100-READ-HISTORY.
           read TRANSACTION-HISTORY
               at end set WS-HIST-EOF to true
           end-read
           .

       2200-KEEP-ONE-DEBIT.
           if TH-POST-DATE = WS-PROCESS-DATE
                   and TH-DEBIT
                   and (TH-CHANNEL = "X" or TH-CHANNEL = "R")
              if TH-CHANNEL = "X"
                 add 1 to WS-POSTED-X-COUNT
                 add TH-AMOUNT to WS-POSTED-X-TOTAL
              end-if
              if WS-POSTED-COUNT < WS-POSTED-MAX
                 add 1 to WS-POSTED-COUNT
                 move TH-ACCT-NUMBER to WS-PT-ACCT(WS-POSTED-COUNT)
                 move TH-TIMESTAMP
                     to WS-PT-TIMESTAMP(WS-POSTED-COUNT)
                 move TH-AMOUNT to WS-PT-AMOUNT(WS-POSTED-COUNT)
                 move TH-CHANNEL to WS-PT-CHANNEL(WS-POSTED-COUNT)
                 move "N" to WS-PT-MATCHED(WS-POSTED-COUNT)
              else
                 if not WS-OVERFLOW
                    display "TABLE DES DEBITS PLEINE - "
                            "RAPPROCHEMENT INCOMPLET"
                    set WS-OVERFLOW to true
                 end-if
              end-if
           end-if
           perform 2100-READ-HISTORY
           .

      *****************************************************************
      *  Every pending instruction whose debit has posted is sent;
      *  the rest wait and are listed.
      *****************************************************************
       3000-SEND-PENDING.
           perform 3100-READ-INSTRUCTION
           perform 3200-EXAMINE-INSTRUCTION thru 3200-EXIT
               until WS-VIR-EOF
           .

       3100-READ-INSTRUCTION.
           read VIREMENT-FILE next record
               at end set WS-VIR-EOF to true
           end-read
           .

       3200-EXAMINE-INSTRUCTION.
           if not VIR-PENDING
              go to 3200-NEXT
           end-if
           perform 3300-FIND-POSTED-DEBIT
           move VIR-ACCT-NUMBER to WS-DL-ACCT
           move VIR-TIMESTAMP to WS-DL-TIMESTAMP
           move VIR-AMOUNT to WS-DL-AMOUNT
           if not WS-FOUND
              add 1 to WS-WAITING-COUNT
              move "EN ATTENTE - NON PASSE" to WS-DL-VERDICT
              perform 7000-WRITE-DETAIL
              go to 3200-NEXT
           end-if
           move VIR-PAYEE-NUMBER to PYE-NUMBER
           read PAYEE-FILE
               invalid key
                   add 1 to WS-WAITING-COUNT
                   move "BENEFICIAIRE INTROUVABLE" to WS-DL-VERDICT
                   perform 7000-WRITE-DETAIL
                   go to 3200-NEXT
           end-read
           move "Y" to WS-PT-MATCHED(WS-MATCH-SUB)
           perform 3400-WRITE-CLEARING-ITEM
           if WS-PT-CHANNEL(WS-MATCH-SUB) = "X"
              add VIR-AMOUNT to WS-SENT-X-TOTAL
           end-if
           set VIR-SENT to true
           move WS-PROCESS-DATE to VIR-SENT-DATE
           rewrite VIREMENT-RECORD
               invalid key
                   display "ERREUR REECRITURE ORDRE : " VIR-KEY
           end-rewrite
           move "EMIS" to WS-DL-VERDICT
           perform 7000-WRITE-DETAIL
           .
       3200-NEXT.
           perform 3100-READ-INSTRUCTION
           .
       3200-EXIT.
           exit
           .

       3300-FIND-POSTED-DEBIT.
           move "N" to WS-FOUND-SWITCH
           move 0 to WS-MATCH-SUB
           perform 3350-COMPARE-ONE
               varying WS-POSTED-SUB from 1 by 1
               until WS-POSTED-SUB > WS-POSTED-COUNT
                  or WS-FOUND
           .

       3350-COMPARE-ONE.
           if WS-PT-ACCT(WS-POSTED-SUB) = VIR-ACCT-NUMBER
                   and WS-PT-TIMESTAMP(WS-POSTED-SUB) = VIR-TIMESTAMP
                   and WS-PT-AMOUNT(WS-POSTED-SUB) = VIR-AMOUNT
                   and WS-PT-MATCHED(WS-POSTED-SUB) = "N"
              set WS-FOUND to true
              move WS-POSTED-SUB to WS-MATCH-SUB
           end-if
           .

       3400-WRITE-CLEARING-ITEM.
           move spaces to CLEARING-RECORD
           set CLR-DETAIL to true
           move VIR-ACCT-NUMBER to CLR-REF-ACCT
           move VIR-TIMESTAMP to CLR-REF-TIMESTAMP
           move VIR-AMOUNT to CLR-AMOUNT
           move PYE-NAME to CLR-BENEF-NAME
           move PYE-BANK-CODE to CLR-BENEF-BANK
           move PYE-ACCOUNT-ID to CLR-BENEF-ACCOUNT
           move WS-PROCESS-DATE to CLR-VALUE-DATE
           write CLEARING-RECORD
           add 1 to WS-SENT-COUNT
           add VIR-AMOUNT to WS-SENT-TOTAL
           .

      *****************************************************************
      *  Trailer, then the tie-out: the "X" debits posted tonight
      *  must all have gone out on the file.  A posted debit with no
      *  instruction behind it is listed and fails the step.
      *****************************************************************
       4000-TIE-OUT.
           move spaces to CLEARING-RECORD
           set CLR-TRAILER to true
           move WS-SENT-COUNT to CLR-ITEM-COUNT
           move WS-SENT-TOTAL to CLR-TOTAL-AMOUNT
           write CLEARING-RECORD
           perform 4100-CHECK-ONE-POSTED
               varying WS-POSTED-SUB from 1 by 1
               until WS-POSTED-SUB > WS-POSTED-COUNT
           move spaces to TIE-OUT-REPORT-LINE
           write TIE-OUT-REPORT-LINE
           move "DEBITS X COMPTABILISES" to WS-TL-LABEL
           move WS-POSTED-X-COUNT to WS-TL-COUNT
           move WS-POSTED-X-TOTAL to WS-TL-AMOUNT
           perform 7100-WRITE-TOTAL
           move "VIREMENTS EMIS SUR LE FICHIER" to WS-TL-LABEL
           move WS-SENT-COUNT to WS-TL-COUNT
           move WS-SENT-TOTAL to WS-TL-AMOUNT
           perform 7100-WRITE-TOTAL
           move "DEBITS SANS ORDRE" to WS-TL-LABEL
           move WS-ORPHAN-COUNT to WS-TL-COUNT
           move WS-ORPHAN-TOTAL to WS-TL-AMOUNT
           perform 7100-WRITE-TOTAL
           move "ORDRES EN ATTENTE" to WS-TL-LABEL
           move WS-WAITING-COUNT to WS-TL-COUNT
           move 0 to WS-TL-AMOUNT
           perform 7100-WRITE-TOTAL
           move spaces to TIE-OUT-REPORT-LINE
           if WS-SENT-X-TOTAL = WS-POSTED-X-TOTAL
                   and WS-ORPHAN-COUNT = 0
                   and not WS-OVERFLOW
              move "FICHIER RAPPROCHE DES DEBITS COMPTABILISES"
                  to TIE-OUT-REPORT-LINE
           else
              move "*** ECART FICHIER / DEBITS COMPTABILISES ***"
                  to TIE-OUT-REPORT-LINE
              move 8 to return-code
           end-if
           write TIE-OUT-REPORT-LINE
           .

       4100-CHECK-ONE-POSTED.
           if WS-PT-CHANNEL(WS-POSTED-SUB) = "X"
                   and WS-PT-MATCHED(WS-POSTED-SUB) = "N"
              add 1 to WS-ORPHAN-COUNT
              add WS-PT-AMOUNT(WS-POSTED-SUB) to WS-ORPHAN-TOTAL
              move WS-PT-ACCT(WS-POSTED-SUB) to WS-DL-ACCT
              move WS-PT-TIMESTAMP(WS-POSTED-SUB) to WS-DL-TIMESTAMP
              move WS-PT-AMOUNT(WS-POSTED-SUB) to WS-DL-AMOUNT
              move "*DEBIT SANS ORDRE*" to WS-DL-VERDICT
              perform 7000-WRITE-DETAIL
           end-if
           .

       7000-WRITE-DETAIL.
           move spaces to TIE-OUT-REPORT-LINE
           move WS-DETAIL-LINE to TIE-OUT-REPORT-LINE
           write TIE-OUT-REPORT-LINE
           .

       7100-WRITE-TOTAL.
           move spaces to TIE-OUT-REPORT-LINE
           move WS-TOTAL-LINE to TIE-OUT-REPORT-LINE
           write TIE-OUT-REPORT-LINE
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
           move "VIROUT  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "VIROUT  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move WS-SENT-COUNT to RUNLOG-RECORD-COUNT
           move WS-ORPHAN-COUNT to RUNLOG-REJECT-COUNT
           move return-code to RUNLOG-RETURN-CODE
           if return-code > 0
              move "ECART" to RUNLOG-OUTCOME
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

       9999-TERMINATE.
           close TRANSACTION-HISTORY
           close VIREMENT-FILE
           close PAYEE-FILE
           close CLEARING-FILE
           close TIE-OUT-REPORT
           display "VIREMENTS EMIS : " WS-SENT-COUNT
           display "MONTANT EMIS : " WS-SENT-TOTAL
           display "ORDRES EN ATTENTE : " WS-WAITING-COUNT
           display "DEBITS SANS ORDRE : " WS-ORPHAN-COUNT
           .
