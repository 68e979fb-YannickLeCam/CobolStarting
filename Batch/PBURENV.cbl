       identification division.
       program-id. PBURENV.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-13.
       date-compiled.

      *****************************************************************
      *  PBURENV
      *
      *  Print-bureau envelope run.  ACCTSTMT, FEESUMM and LTRRUN
      *  write their mailed documents to a raw bureau file; this
      *  program turns it into the file the bureau receives, with
      *  every document behind an "E" envelope record (PBURREC.cpy),
      *  so that a household's documents for the cycle go out in one
      *  envelope instead of one envelope each.  Runs at month-end
      *  behind FEESUMM for the statements and annual summaries, and
      *  nightly behind LTRRUN for the letters.
      *
      *  A document goes in its household's envelope, addressed to
      *  the household's mailing contact, when its customer is on
      *  HHLDFILE (built by HHBUILD).  It keeps an envelope of its
      *  own when the customer is on no household, has asked for
      *  separate mail (delivery code I) since the last build, or
      *  when the contact can no longer be mailed - not mailed at
      *  all, mail returned, deceased or gone from the master.
      *
      *  Each record is tagged with the customer its envelope goes
      *  to and its position in the raw file, sorted on the two,
      *  and written out with an envelope record at each change of
      *  envelope - so a document's own records stay together and
      *  in order, and documents keep the order they were written
      *  in within an envelope.  The writers' trailers are echoed on
      *  the report for the tie-up with their own counts; one new
      *  trailer closes the bureau file.
      *
      *  The report gives the documents received by kind, the
      *  envelopes produced and the envelopes saved by householding.
      *
      *  Modification history
      *  2026-10-13  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select SORT-WORK-FILE assign to "SORTWK1".

           select RAW-BUREAU-FILE assign to "PBURRAW"
               organization is sequential
               file status is WS-RAW-STATUS.

           select TAGGED-FILE assign to "ENVWORK"
               organization is sequential
               file status is WS-TAGGED-STATUS.

           select SORTED-FILE assign to "ENVSORT"
               organization is sequential
               file status is WS-SORTED-STATUS.

           select PRINT-BUREAU-FILE assign to "PRINTBUR"
               organization is sequential
               file status is WS-BUREAU-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is random
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select HOUSEHOLD-FILE assign to "HHLDFILE"
               organization is indexed
               access mode is random
               record key is HH-CUST-NUMBER
               alternate record key is HH-HOUSEHOLD-ID
                   with duplicates
               file status is WS-HHLD-STATUS.

           select ENVELOPE-REPORT assign to "ENVRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       sd  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-ENVELOPE-CUST           PIC 9(06).
           05  SRT-RECORD-SEQ              PIC 9(09).
           05  SRT-BUREAU-DATA             PIC X(98).

       fd  RAW-BUREAU-FILE.
       01  RAW-BUREAU-RECORD.
           05  RAW-RECORD-TYPE             PIC X(01).
               88  RAW-STATEMENT-CONTROL    VALUE "C".
               88  RAW-FEE-SUMMARY-CONTROL  VALUE "R".
               88  RAW-LETTER-CONTROL       VALUE "N".
               88  RAW-LINE-RECORD          VALUE "L".
               88  RAW-TRAILER              VALUE "T".
           05  RAW-CUST-NUMBER             PIC 9(06).
           05  RAW-SEQUENCE                PIC 9(05).
           05  RAW-LINE                    PIC X(86).

       fd  TAGGED-FILE.
       01  TAGGED-RECORD.
           05  TAG-ENVELOPE-CUST           PIC 9(06).
           05  TAG-RECORD-SEQ              PIC 9(09).
           05  TAG-BUREAU-DATA             PIC X(98).

       fd  SORTED-FILE.
       01  SORTED-RECORD.
           05  SRD-ENVELOPE-CUST           PIC 9(06).
           05  SRD-RECORD-SEQ              PIC 9(09).
           05  SRD-BUREAU-DATA.
               10  SRD-RECORD-TYPE         PIC X(01).
               10  SRD-CUST-NUMBER         PIC 9(06).
               10  SRD-SEQUENCE            PIC 9(05).
               10  SRD-LINE                PIC X(86).

       fd  PRINT-BUREAU-FILE.
       copy "PBURREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  HOUSEHOLD-FILE.
       copy "HHLDREC.cpy".

       fd  ENVELOPE-REPORT.
       01  ENVELOPE-REPORT-LINE            PIC X(100).

       fd  RUN-LOG.
       copy "RUNLOGRC.cpy".

       working-storage section.
       01  WS-RAW-STATUS                   PIC X(02).
           88  WS-RAW-OK                     VALUE "00".
       01  WS-TAGGED-STATUS                PIC X(02).
       01  WS-SORTED-STATUS                PIC X(02).
       01  WS-BUREAU-STATUS                PIC X(02).
       01  WS-CUSTMAST-STATUS              PIC X(02).
           88  WS-CUSTMAST-OK                VALUE "00".
       01  WS-HHLD-STATUS                  PIC X(02).
           88  WS-HHLD-OK                    VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-RUNLOG-STATUS                PIC X(02).
           88  WS-RUNLOG-OK                  VALUE "00".
       01  WS-RUNLOG-DATE                  PIC 9(08).
       01  WS-RUNLOG-TIME                  PIC 9(08).
       01  WS-RUNLOG-TS-ALPHA              PIC X(14).

       01  WS-SWITCHES.
           05  WS-RAW-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-RAW-EOF                 VALUE "Y".
           05  WS-SORTED-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-SORTED-EOF              VALUE "Y".
           05  WS-HHLD-SWITCH               PIC X(01) VALUE "N".
               88  WS-HHLD-AVAILABLE          VALUE "Y".
           05  WS-CONTACT-SWITCH            PIC X(01).
               88  WS-CONTACT-MAILABLE        VALUE "Y".
           05  WS-ENV-MIXED-SWITCH          PIC X(01).
               88  WS-ENV-MIXED               VALUE "Y".

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RECORD-SEQ                   PIC 9(09) VALUE 0.
       01  WS-DOC-ENVELOPE-CUST            PIC 9(06) VALUE 0.
       01  WS-ENV-CUST                     PIC 9(06) VALUE 0.
       01  WS-ENV-FIRST-CUST               PIC 9(06).
       01  WS-ENV-DOCUMENTS                PIC 9(05).

       01  WS-STATEMENT-COUNT              PIC 9(07) VALUE 0.
       01  WS-FEE-SUMMARY-COUNT            PIC 9(07) VALUE 0.
       01  WS-LETTER-COUNT                 PIC 9(07) VALUE 0.
       01  WS-DOCUMENT-COUNT               PIC 9(07) VALUE 0.
       01  WS-LINE-COUNT                   PIC 9(09) VALUE 0.
       01  WS-TRAILER-COUNT                PIC 9(03) VALUE 0.
       01  WS-UNKNOWN-COUNT                PIC 9(07) VALUE 0.
       01  WS-ENVELOPE-COUNT               PIC 9(07) VALUE 0.
       01  WS-HOUSEHOLD-ENV-COUNT          PIC 9(07) VALUE 0.
       01  WS-HOUSEHOLD-DOC-COUNT          PIC 9(07) VALUE 0.
       01  WS-SEPARATE-COUNT               PIC 9(07) VALUE 0.
       01  WS-CONTACT-UNMAILABLE-COUNT     PIC 9(07) VALUE 0.
       01  WS-SAVED-COUNT                  PIC 9(07) VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(32) VALUE
               "MISE SOUS PLI DU COURRIER DU ".
           05  WS-TT-DATE                  PIC 9(08).

       01  WS-LOT-LINE.
           05  FILLER                      PIC X(08) VALUE
               "  LOT : ".
           05  WS-LL-TEXT                  PIC X(86).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(44).
           05  WS-TL-COUNT                 PIC Z(08)9.

       procedure division.

       0000-MAINLINE.
           perform 8800-LOG-RUN-START
           perform 1000-INITIALIZE
           if not WS-RAW-OK
              display "FICHIER BUREAU BRUT ABSENT : " WS-RAW-STATUS
              move 8 to return-code
              close ENVELOPE-REPORT
              perform 8900-LOG-RUN-END
              goback
           end-if
           perform 2000-READ-RAW
           perform 3000-TAG-RECORD
               until WS-RAW-EOF
           close RAW-BUREAU-FILE
           close TAGGED-FILE
           sort SORT-WORK-FILE
               on ascending key SRT-ENVELOPE-CUST
               on ascending key SRT-RECORD-SEQ
               using TAGGED-FILE
               giving SORTED-FILE
           open input SORTED-FILE
           open output PRINT-BUREAU-FILE
           perform 4000-READ-SORTED
           perform 5000-WRITE-RECORD
               until WS-SORTED-EOF
           if WS-ENV-CUST not = 0
              perform 5200-CLOSE-ENVELOPE
           end-if
           perform 6000-WRITE-TRAILER
           perform 9000-WRITE-TOTALS
           perform 9999-TERMINATE
           perform 8900-LOG-RUN-END
           goback.

       1000-INITIALIZE.
           accept WS-RUN-DATE from date yyyymmdd
           open output ENVELOPE-REPORT
           move WS-RUN-DATE to WS-TT-DATE
           move spaces to ENVELOPE-REPORT-LINE
           move WS-TITLE-LINE to ENVELOPE-REPORT-LINE
           write ENVELOPE-REPORT-LINE
           move spaces to ENVELOPE-REPORT-LINE
           write ENVELOPE-REPORT-LINE
           open input RAW-BUREAU-FILE
           if WS-RAW-OK
              open output TAGGED-FILE
              open input CUSTOMER-MASTER
              open input HOUSEHOLD-FILE
              if WS-HHLD-OK
                 set WS-HHLD-AVAILABLE to true
              else
                 close HOUSEHOLD-FILE
                 display "PAS DE FICHIER DES MENAGES - "
                         "UNE ENVELOPPE PAR CLIENT"
              end-if
           end-if
           .

       2000-READ-RAW.
           read RAW-BUREAU-FILE
               at end set WS-RAW-EOF to true
           end-read
           .

      *****************************************************************
      *  Tags one raw record with its envelope.  A control record
      *  opens a document and decides its envelope; the document's
      *  lines follow it there.  The writers' trailers are echoed on
      *  the report and not carried over.
      *****************************************************************
       3000-TAG-RECORD.
           evaluate true
               when RAW-STATEMENT-CONTROL
                   add 1 to WS-STATEMENT-COUNT
                   perform 3100-CHOOSE-ENVELOPE
               when RAW-FEE-SUMMARY-CONTROL
                   add 1 to WS-FEE-SUMMARY-COUNT
                   perform 3100-CHOOSE-ENVELOPE
               when RAW-LETTER-CONTROL
                   add 1 to WS-LETTER-COUNT
                   perform 3100-CHOOSE-ENVELOPE
               when RAW-LINE-RECORD
                   add 1 to WS-LINE-COUNT
                   if WS-DOC-ENVELOPE-CUST = 0
                      move RAW-CUST-NUMBER to WS-DOC-ENVELOPE-CUST
                   end-if
               when RAW-TRAILER
                   add 1 to WS-TRAILER-COUNT
                   move RAW-LINE to WS-LL-TEXT
                   move spaces to ENVELOPE-REPORT-LINE
                   move WS-LOT-LINE to ENVELOPE-REPORT-LINE
                   write ENVELOPE-REPORT-LINE
               when other
                   add 1 to WS-UNKNOWN-COUNT
                   display "ENREGISTREMENT BUREAU INCONNU IGNORE : "
                           RAW-RECORD-TYPE " " RAW-CUST-NUMBER
           end-evaluate
           if RAW-STATEMENT-CONTROL or RAW-FEE-SUMMARY-CONTROL
                   or RAW-LETTER-CONTROL or RAW-LINE-RECORD
              add 1 to WS-RECORD-SEQ
              move WS-DOC-ENVELOPE-CUST to TAG-ENVELOPE-CUST
              move WS-RECORD-SEQ to TAG-RECORD-SEQ
              move RAW-BUREAU-RECORD to TAG-BUREAU-DATA
              write TAGGED-RECORD
           end-if
           perform 2000-READ-RAW
           .

      *****************************************************************
      *  The household contact's envelope when the customer is
      *  householded, has not since asked for separate mail, and the
      *  contact can still be mailed - otherwise the customer's own.
      *****************************************************************
       3100-CHOOSE-ENVELOPE.
           add 1 to WS-DOCUMENT-COUNT
           move RAW-CUST-NUMBER to WS-DOC-ENVELOPE-CUST
           if not WS-HHLD-AVAILABLE
              go to 3100-EXIT
           end-if
           move RAW-CUST-NUMBER to HH-CUST-NUMBER
           read HOUSEHOLD-FILE
               invalid key
                   go to 3100-EXIT
           end-read
           if HH-CONTACT-CUST = RAW-CUST-NUMBER
              go to 3100-EXIT
           end-if
           move RAW-CUST-NUMBER to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   go to 3100-EXIT
           end-read
           if CUST-DELIV-SEPARATE
              add 1 to WS-SEPARATE-COUNT
              go to 3100-EXIT
           end-if
           move "N" to WS-CONTACT-SWITCH
           move HH-CONTACT-CUST to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   continue
           end-read
           if WS-CUSTMAST-OK
              if CUST-DELIV-MAIL and not CUST-DELIV-SEPARATE
                      and not CUST-MAIL-RETURNED
                      and not CUST-DECEASED
                 set WS-CONTACT-MAILABLE to true
              end-if
           end-if
           if not WS-CONTACT-MAILABLE
              add 1 to WS-CONTACT-UNMAILABLE-COUNT
              go to 3100-EXIT
           end-if
           move HH-CONTACT-CUST to WS-DOC-ENVELOPE-CUST
           .
       3100-EXIT.
           exit
           .

       4000-READ-SORTED.
           read SORTED-FILE
               at end set WS-SORTED-EOF to true
           end-read
           .

      *****************************************************************
      *  Copies one sorted record to the bureau file, opening a new
      *  envelope first when the envelope customer changes.
      *****************************************************************
       5000-WRITE-RECORD.
           if SRD-ENVELOPE-CUST not = WS-ENV-CUST
              if WS-ENV-CUST not = 0
                 perform 5200-CLOSE-ENVELOPE
              end-if
              perform 5100-OPEN-ENVELOPE
           end-if
           if SRD-RECORD-TYPE not = "L"
              add 1 to WS-ENV-DOCUMENTS
              if SRD-CUST-NUMBER not = WS-ENV-FIRST-CUST
                 set WS-ENV-MIXED to true
              end-if
           end-if
           move SRD-BUREAU-DATA to BUREAU-RECORD
           write BUREAU-RECORD
           perform 4000-READ-SORTED
           .

      *****************************************************************
      *  The envelope record.  An envelope that opens on the
      *  addressee's own document carries that document's mailing
      *  line as the writer built it; otherwise the contact's name
      *  and address are taken from the master, laid out the same
      *  way.
      *****************************************************************
       5100-OPEN-ENVELOPE.
           add 1 to WS-ENVELOPE-COUNT
           move SRD-ENVELOPE-CUST to WS-ENV-CUST
           move SRD-CUST-NUMBER to WS-ENV-FIRST-CUST
           move 0 to WS-ENV-DOCUMENTS
           move "N" to WS-ENV-MIXED-SWITCH
           set PBR-ENVELOPE to true
           move WS-ENV-CUST to PBR-CUST-NUMBER
           move 0 to PBR-SEQUENCE
           move spaces to PBR-LINE
           if SRD-CUST-NUMBER = WS-ENV-CUST
                   and SRD-RECORD-TYPE not = "L"
              move SRD-LINE to PBR-LINE
           else
              move WS-ENV-CUST to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      move SRD-LINE to PBR-LINE
                  not invalid key
                      string CUST-PRENOM(1:10) delimited by size
                             " " delimited by size
                             CUST-NOM delimited by size
                             " " delimited by size
                             CUST-RUE(1:25) delimited by size
                             " " delimited by size
                             CUST-VILLE delimited by size
                             " " delimited by size
                             CUST-CODE-POSTAL delimited by size
                             into PBR-LINE
                      end-string
              end-read
           end-if
           write BUREAU-RECORD
           .

       5200-CLOSE-ENVELOPE.
           if WS-ENV-MIXED
              add 1 to WS-HOUSEHOLD-ENV-COUNT
              add WS-ENV-DOCUMENTS to WS-HOUSEHOLD-DOC-COUNT
           end-if
           .

       6000-WRITE-TRAILER.
           set PBR-TRAILER to true
           move 0 to PBR-CUST-NUMBER
           move 0 to PBR-SEQUENCE
           move spaces to PBR-LINE
           string "DOCUMENTS : " delimited by size
                  WS-DOCUMENT-COUNT delimited by size
                  " ENVELOPPES : " delimited by size
                  WS-ENVELOPE-COUNT delimited by size
                  into PBR-LINE
           end-string
           write BUREAU-RECORD
           .

       9000-WRITE-TOTALS.
           move spaces to ENVELOPE-REPORT-LINE
           write ENVELOPE-REPORT-LINE
           move "RELEVES" to WS-TL-LABEL
           move WS-STATEMENT-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "RECAPITULATIFS ANNUELS DE FRAIS" to WS-TL-LABEL
           move WS-FEE-SUMMARY-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "COURRIERS" to WS-TL-LABEL
           move WS-LETTER-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "DOCUMENTS RECUS" to WS-TL-LABEL
           move WS-DOCUMENT-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "LIGNES IMPRIMEES" to WS-TL-LABEL
           move WS-LINE-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move spaces to ENVELOPE-REPORT-LINE
           write ENVELOPE-REPORT-LINE
           move "ENVELOPPES PRODUITES" to WS-TL-LABEL
           move WS-ENVELOPE-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "  DONT ENVELOPPES DE MENAGE" to WS-TL-LABEL
           move WS-HOUSEHOLD-ENV-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "  DOCUMENTS DANS CES ENVELOPPES" to WS-TL-LABEL
           move WS-HOUSEHOLD-DOC-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           compute WS-SAVED-COUNT = WS-DOCUMENT-COUNT
                                  - WS-ENVELOPE-COUNT
           move "ENVELOPPES ECONOMISEES" to WS-TL-LABEL
           move WS-SAVED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "HORS MENAGE - PLI INDIVIDUEL DEMANDE" to WS-TL-LABEL
           move WS-SEPARATE-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "HORS MENAGE - CONTACT NON EXPEDIABLE"
               to WS-TL-LABEL
           move WS-CONTACT-UNMAILABLE-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           if WS-UNKNOWN-COUNT > 0
              move "ENREGISTREMENTS INCONNUS IGNORES" to WS-TL-LABEL
              move WS-UNKNOWN-COUNT to WS-TL-COUNT
              perform 9100-WRITE-TOTAL-LINE
              move 4 to return-code
           end-if
           .

       9100-WRITE-TOTAL-LINE.
           move spaces to ENVELOPE-REPORT-LINE
           move WS-TOTAL-LINE to ENVELOPE-REPORT-LINE
           write ENVELOPE-REPORT-LINE
           .

       9999-TERMINATE.
           close SORTED-FILE
           close PRINT-BUREAU-FILE
           close CUSTOMER-MASTER
           if WS-HHLD-AVAILABLE
              close HOUSEHOLD-FILE
           end-if
           close ENVELOPE-REPORT
           display "DOCUMENTS RECUS : " WS-DOCUMENT-COUNT
           display "ENVELOPPES PRODUITES : " WS-ENVELOPE-COUNT
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
           move "PBURENV " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "PBURENV " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move WS-DOCUMENT-COUNT to RUNLOG-RECORD-COUNT
           move WS-UNKNOWN-COUNT to RUNLOG-REJECT-COUNT
           move return-code to RUNLOG-RETURN-CODE
           if return-code >= 8
              move "ERREUR" to RUNLOG-OUTCOME
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
