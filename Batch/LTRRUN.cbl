       identification division.
       program-id. LTRRUN.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-24.
       date-compiled.

      *****************************************************************
      *  LTRRUN
      *
      *  Nightly customer-correspondence run.  Reads the letter
      *  requests the batch steps and screens queued on LTRQUEUE
      *  (LTRQREC.cpy) - an account gone overdrawn, a dormancy
      *  warning, a term deposit about to mature, funds frozen by a
      *  hold - and produces each letter from its template on
      *  LTRTMPL, with the customer's name and address from the
      *  customer master and the request's figures put in place of
      *  the template's &-fields.
      *
      *  The letter goes the way the customer's statements do: a
      *  mailed customer's through the print bureau as an "N"
      *  document (PBURREC.cpy), a counter-pickup or returned-mail
      *  customer's printed on the run report for the branch, a
      *  suppressed customer's not at all.  Every letter - including
      *  one not produced because the customer suppressed paper - is
      *  recorded on the letter register LTRREG with its route, so
      *  the branch can prove the customer was told; an event the
      *  register already holds is not notified a second time.
      *
      *  A request whose letter has no template yet is kept on the
      *  queue for the next night; a request for an unknown customer
      *  is listed and dropped.  Everything else leaves the queue.
      *
      *  Modification history
      *  2026-09-24  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select LETTER-QUEUE assign to "LTRQUEUE"
               organization is sequential
               file status is WS-QUEUE-STATUS.

           select TEMPLATE-FILE assign to "LTRTMPL"
               organization is indexed
               access mode is dynamic
               record key is LTPL-KEY
               file status is WS-TMPL-STATUS.

           select REGISTER-FILE assign to "LTRREG"
               organization is indexed
               access mode is dynamic
               record key is LREG-KEY
               file status is WS-REG-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is random
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select LETTER-REPORT assign to "LTRRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select PRINT-BUREAU-FILE assign to "PRINTBUR"
               organization is sequential
               file status is WS-BUREAU-STATUS.

           select RUN-PARAMETERS assign to "LTRPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  LETTER-QUEUE.
       copy "LTRQREC.cpy".

       fd  TEMPLATE-FILE.
       copy "LTPLREC.cpy".

       fd  REGISTER-FILE.
       copy "LREGREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  LETTER-REPORT.
       01  LETTER-REPORT-LINE              PIC X(86).

       fd  PRINT-BUREAU-FILE.
       copy "PBURREC.cpy".

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

       01  WS-QUEUE-STATUS                 PIC X(02).
           88  WS-QUEUE-OK                   VALUE "00".
       01  WS-TMPL-STATUS                  PIC X(02).
           88  WS-TMPL-OK                    VALUE "00".
       01  WS-REG-STATUS                   PIC X(02).
           88  WS-REG-OK                     VALUE "00".
       01  WS-CUSTMAST-STATUS              PIC X(02).
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-BUREAU-STATUS                PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-QUEUE-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-QUEUE-EOF               VALUE "Y".
           05  WS-QUEUE-PRESENT-SWITCH      PIC X(01) VALUE "N".
               88  WS-QUEUE-PRESENT           VALUE "Y".
           05  WS-TMPL-PRESENT-SWITCH       PIC X(01) VALUE "N".
               88  WS-TMPL-PRESENT            VALUE "Y".
           05  WS-TMPL-END-SWITCH           PIC X(01).
               88  WS-TMPL-END                VALUE "Y".
           05  WS-MAILED-SWITCH             PIC X(01).
               88  WS-MAILED                  VALUE "Y".
           05  WS-PRINTED-SWITCH            PIC X(01).
               88  WS-PRINTED                 VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.

      *--------------------------------------------------------------*
      *    Requests whose letter has no template yet - written back  *
      *    to the queue at the end of the run.                       *
      *--------------------------------------------------------------*
       01  WS-KEPT-COUNT                   PIC 9(04) COMP VALUE 0.
       01  WS-KEPT-TABLE.
           05  WS-KEPT-REQUEST OCCURS 1000 TIMES PIC X(80).
       01  WS-KEPT-SUB                     PIC 9(04).

      *--------------------------------------------------------------*
      *    Template line being merged and the &-field values.  The   *
      *    line is held with eight spare spaces so the longest       *
      *    field name can be compared at any position.               *
      *--------------------------------------------------------------*
       01  WS-IN-LINE                      PIC X(78).
       01  WS-IN-POS                       PIC 9(03).
       01  WS-OUT-PTR                      PIC 9(03).
       01  WS-NAME-TEXT                    PIC X(41).
       01  WS-ACCT-TEXT                    PIC 9(09).
       01  WS-AMOUNT-EDIT                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-LEAD                  PIC 9(02).
       01  WS-AMOUNT-ABS                   PIC 9(09).
       01  WS-DATE-TEXT                    PIC X(10).

       01  WS-BUREAU-SEQ                   PIC 9(05).
       01  WS-LETTER-LINES                 PIC 9(02).
       01  WS-REQUEST-COUNT                PIC 9(06) VALUE 0.
       01  WS-LETTER-COUNT                 PIC 9(06) VALUE 0.
       01  WS-MAILED-COUNT                 PIC 9(06) VALUE 0.
       01  WS-COUNTER-COUNT                PIC 9(06) VALUE 0.
       01  WS-RETURNED-COUNT               PIC 9(06) VALUE 0.
       01  WS-SUPPRESSED-COUNT             PIC 9(06) VALUE 0.
       01  WS-DUPLICATE-COUNT              PIC 9(06) VALUE 0.
       01  WS-NO-TEMPLATE-COUNT            PIC 9(06) VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(06) VALUE 0.

       01  WS-LETTER-HEADING.
           05  FILLER                      PIC X(13) VALUE
               "AVIS CLIENT  ".
           05  WS-LH-CODE                  PIC X(06).
           05  FILLER                      PIC X(09) VALUE
               "  COMPTE ".
           05  WS-LH-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(09) VALUE
               "  CLIENT ".
           05  WS-LH-CUST                  PIC 9(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-LH-ROUTE                 PIC X(20).

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 8800-LOG-RUN-START
           if WS-QUEUE-PRESENT
              perform 2000-READ-REQUEST
              perform 3000-PROCESS-REQUEST thru 3000-FIN
                  until WS-QUEUE-EOF
              close LETTER-QUEUE
              perform 8500-REWRITE-QUEUE
           end-if
           perform 6500-WRITE-BUREAU-TRAILER
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
              end-read
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           open input LETTER-QUEUE
           if WS-QUEUE-OK
              set WS-QUEUE-PRESENT to true
           else
              close LETTER-QUEUE
              display "AUCUNE DEMANDE DE COURRIER EN ATTENTE"
           end-if
           open input TEMPLATE-FILE
           if WS-TMPL-OK
              set WS-TMPL-PRESENT to true
           else
              close TEMPLATE-FILE
              display "FICHIER DES MODELES ABSENT - DEMANDES "
                      "CONSERVEES"
           end-if
           open i-o REGISTER-FILE
           if not WS-REG-OK
              close REGISTER-FILE
              open output REGISTER-FILE
              close REGISTER-FILE
              open i-o REGISTER-FILE
           end-if
           open input CUSTOMER-MASTER
           open output LETTER-REPORT
           open output PRINT-BUREAU-FILE
           .

       2000-READ-REQUEST.
           read LETTER-QUEUE
               at end set WS-QUEUE-EOF to true
           end-read
           .

      *****************************************************************
      *  One request - the customer must exist, the event must not be
      *  on the register yet, and the letter must have a template;
      *  the letter is then produced along the customer's delivery
      *  route and registered.
      *****************************************************************
       3000-PROCESS-REQUEST.
           add 1 to WS-REQUEST-COUNT
           move LTRQ-CUST-NUMBER to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   display "DEMANDE " LTRQ-LETTER-CODE " COMPTE "
                           LTRQ-ACCT-NUMBER " - CLIENT INCONNU "
                           LTRQ-CUST-NUMBER
                   add 1 to WS-REJECT-COUNT
                   go to 3000-FIN
           end-read
           move LTRQ-ACCT-NUMBER to LREG-ACCT-NUMBER
           move LTRQ-LETTER-CODE to LREG-LETTER-CODE
           move LTRQ-EVENT-DATE to LREG-EVENT-DATE
           read REGISTER-FILE
               invalid key
                   continue
               not invalid key
                   add 1 to WS-DUPLICATE-COUNT
                   go to 3000-FIN
           end-read
           perform 3100-FIND-TEMPLATE thru 3100-EXIT
           if WS-TMPL-END
              perform 3200-KEEP-REQUEST
              go to 3000-FIN
           end-if
           move "N" to WS-MAILED-SWITCH
           move "Y" to WS-PRINTED-SWITCH
           evaluate true
               when CUST-DELIV-SUPPRESSED
                   move "N" to WS-PRINTED-SWITCH
                   set LREG-SUPPRESSED to true
                   move "NON PRODUIT (SUPPR.)" to WS-LH-ROUTE
                   add 1 to WS-SUPPRESSED-COUNT
               when CUST-DELIV-MAIL and CUST-MAIL-RETURNED
                   set LREG-HELD-RETURNED to true
                   move "RETENU - NPAI" to WS-LH-ROUTE
                   add 1 to WS-RETURNED-COUNT
               when CUST-DELIV-MAIL
                   set WS-MAILED to true
                   set LREG-VIA-BUREAU to true
                   move "BUREAU D'IMPRESSION" to WS-LH-ROUTE
                   add 1 to WS-MAILED-COUNT
               when other
                   set LREG-AT-COUNTER to true
                   move "RETRAIT GUICHET" to WS-LH-ROUTE
                   add 1 to WS-COUNTER-COUNT
           end-evaluate
           move 0 to WS-LETTER-LINES
           if WS-PRINTED
              perform 4000-PRODUCE-LETTER
           end-if
           perform 7500-WRITE-REGISTER
           add 1 to WS-LETTER-COUNT
           .
       3000-FIN.
           perform 2000-READ-REQUEST
           .

      *****************************************************************
      *  Positions on the letter's first template line - WS-TMPL-END
      *  is left set when the letter has none.
      *****************************************************************
       3100-FIND-TEMPLATE.
           set WS-TMPL-END to true
           if not WS-TMPL-PRESENT
              go to 3100-EXIT
           end-if
           move LTRQ-LETTER-CODE to LTPL-LETTER-CODE
           move 0 to LTPL-LINE-NUMBER
           start TEMPLATE-FILE key is not less than LTPL-KEY
               invalid key
                   go to 3100-EXIT
           end-start
           read TEMPLATE-FILE next record
               at end
                   go to 3100-EXIT
           end-read
           if LTPL-LETTER-CODE = LTRQ-LETTER-CODE
              move "N" to WS-TMPL-END-SWITCH
           end-if
           .
       3100-EXIT.
           exit
           .

       3200-KEEP-REQUEST.
           add 1 to WS-NO-TEMPLATE-COUNT
           if WS-KEPT-COUNT < 1000
              add 1 to WS-KEPT-COUNT
              move LETTER-REQUEST-RECORD
                  to WS-KEPT-REQUEST(WS-KEPT-COUNT)
              display "LETTRE " LTRQ-LETTER-CODE
                      " SANS MODELE - DEMANDE CONSERVEE, COMPTE "
                      LTRQ-ACCT-NUMBER
           else
              display "FILE D'ATTENTE PLEINE - DEMANDE "
                      LTRQ-LETTER-CODE " COMPTE " LTRQ-ACCT-NUMBER
                      " PERDUE"
              add 1 to WS-REJECT-COUNT
           end-if
           .

      *****************************************************************
      *  The letter - heading for the branch copy, the address block
      *  as the bureau prints it, then the template's lines merged
      *  with the request.
      *****************************************************************
       4000-PRODUCE-LETTER.
           perform 5200-PREPARE-FIELDS
           if WS-MAILED
              perform 6400-WRITE-BUREAU-CONTROL
           end-if
           move LTRQ-LETTER-CODE to WS-LH-CODE
           move LTRQ-ACCT-NUMBER to WS-LH-ACCT
           move LTRQ-CUST-NUMBER to WS-LH-CUST
           move spaces to LETTER-REPORT-LINE
           move WS-LETTER-HEADING to LETTER-REPORT-LINE
           write LETTER-REPORT-LINE after advancing page
           move spaces to LETTER-REPORT-LINE
           write LETTER-REPORT-LINE
           move spaces to LETTER-REPORT-LINE
           move WS-NAME-TEXT to LETTER-REPORT-LINE
           perform 7000-PUT-LINE
           if CUST-DECEASED
              move spaces to LETTER-REPORT-LINE
              string "*** SUCCESSION - CLIENT DECEDE LE "
                     delimited by size
                     CUST-DECEASED-DATE delimited by size
                     " ***" delimited by size
                     into LETTER-REPORT-LINE
              end-string
              perform 7000-PUT-LINE
           end-if
           move spaces to LETTER-REPORT-LINE
           move CUST-RUE to LETTER-REPORT-LINE
           perform 7000-PUT-LINE
           move spaces to LETTER-REPORT-LINE
           string CUST-CODE-POSTAL delimited by size
                  " " delimited by size
                  CUST-VILLE delimited by size
                  into LETTER-REPORT-LINE
           end-string
           perform 7000-PUT-LINE
           move spaces to LETTER-REPORT-LINE
           perform 7000-PUT-LINE
           perform 4200-PUT-TEMPLATE-LINE until WS-TMPL-END
           .

       4100-READ-TEMPLATE-LINE.
           read TEMPLATE-FILE next record
               at end set WS-TMPL-END to true
           end-read
           if not WS-TMPL-END
                   and LTPL-LETTER-CODE not = LTRQ-LETTER-CODE
              set WS-TMPL-END to true
           end-if
           .

       4200-PUT-TEMPLATE-LINE.
           perform 5000-EXPAND-LINE
           perform 7000-PUT-LINE
           add 1 to WS-LETTER-LINES
           perform 4100-READ-TEMPLATE-LINE
           .

      *****************************************************************
      *  Copies the template line character by character into the
      *  report line, replacing each &-field by its value.
      *****************************************************************
       5000-EXPAND-LINE.
           move spaces to WS-IN-LINE
           move LTPL-TEXT to WS-IN-LINE
           move spaces to LETTER-REPORT-LINE
           move 1 to WS-OUT-PTR
           perform 5100-EXPAND-CHAR thru 5100-EXIT
               varying WS-IN-POS from 1 by 1
               until WS-IN-POS > 70
           .

       5100-EXPAND-CHAR.
           if WS-IN-LINE(WS-IN-POS:1) not = "&"
              string WS-IN-LINE(WS-IN-POS:1) delimited by size
                     into LETTER-REPORT-LINE
                     with pointer WS-OUT-PTR
              end-string
              go to 5100-EXIT
           end-if
           evaluate true
               when WS-IN-LINE(WS-IN-POS:8) = "&MONTANT"
                   string WS-AMOUNT-EDIT(WS-AMOUNT-LEAD:)
                          delimited by size
                          into LETTER-REPORT-LINE
                          with pointer WS-OUT-PTR
                   end-string
                   add 7 to WS-IN-POS
               when WS-IN-LINE(WS-IN-POS:7) = "&COMPTE"
                   string WS-ACCT-TEXT delimited by size
                          into LETTER-REPORT-LINE
                          with pointer WS-OUT-PTR
                   end-string
                   add 6 to WS-IN-POS
               when WS-IN-LINE(WS-IN-POS:6) = "&TEXTE"
                   string LTRQ-TEXT delimited by "  "
                          into LETTER-REPORT-LINE
                          with pointer WS-OUT-PTR
                   end-string
                   add 5 to WS-IN-POS
               when WS-IN-LINE(WS-IN-POS:5) = "&DATE"
                   string WS-DATE-TEXT delimited by size
                          into LETTER-REPORT-LINE
                          with pointer WS-OUT-PTR
                   end-string
                   add 4 to WS-IN-POS
               when WS-IN-LINE(WS-IN-POS:4) = "&NOM"
                   string WS-NAME-TEXT delimited by "  "
                          into LETTER-REPORT-LINE
                          with pointer WS-OUT-PTR
                   end-string
                   add 3 to WS-IN-POS
               when other
                   string "&" delimited by size
                          into LETTER-REPORT-LINE
                          with pointer WS-OUT-PTR
                   end-string
           end-evaluate
           .
       5100-EXIT.
           exit
           .

      *****************************************************************
      *  The &-field values for this request - name, account, the
      *  amount edited with its leading blanks skipped, and the event
      *  date as JJ/MM/AAAA.
      *****************************************************************
       5200-PREPARE-FIELDS.
           move spaces to WS-NAME-TEXT
           string CUST-PRENOM delimited by "  "
                  " " delimited by size
                  CUST-NOM delimited by "  "
                  into WS-NAME-TEXT
           end-string
           move LTRQ-ACCT-NUMBER to WS-ACCT-TEXT
           if LTRQ-AMOUNT < 0
              compute WS-AMOUNT-ABS = 0 - LTRQ-AMOUNT
           else
              move LTRQ-AMOUNT to WS-AMOUNT-ABS
           end-if
           move WS-AMOUNT-ABS to WS-AMOUNT-EDIT
           move 0 to WS-AMOUNT-LEAD
           inspect WS-AMOUNT-EDIT tallying WS-AMOUNT-LEAD
               for leading spaces
           add 1 to WS-AMOUNT-LEAD
           move spaces to WS-DATE-TEXT
           string LTRQ-EVENT-DATE(7:2) delimited by size
                  "/" delimited by size
                  LTRQ-EVENT-DATE(5:2) delimited by size
                  "/" delimited by size
                  LTRQ-EVENT-DATE(1:4) delimited by size
                  into WS-DATE-TEXT
           end-string
           .

      *****************************************************************
      *  One customer-control record opens each mailed letter on the
      *  bureau file, as ACCTSTMT opens a statement - the line area
      *  carries the mailing name and address.
      *****************************************************************
       6400-WRITE-BUREAU-CONTROL.
           set PBR-LETTER-CONTROL to true
           move CUST-NUMBER to PBR-CUST-NUMBER
           move 0 to WS-BUREAU-SEQ
           move 0 to PBR-SEQUENCE
           move spaces to PBR-LINE
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
           write BUREAU-RECORD
           .

       6500-WRITE-BUREAU-TRAILER.
           set PBR-TRAILER to true
           move 0 to PBR-CUST-NUMBER
           move 0 to PBR-SEQUENCE
           move spaces to PBR-LINE
           string "COURRIERS EXPEDIES : " delimited by size
                  WS-MAILED-COUNT delimited by size
                  into PBR-LINE
           end-string
           write BUREAU-RECORD
           .

      *****************************************************************
      *  The line just built - printed on the run report for the
      *  branch and sent to the bureau for a mailed customer.
      *****************************************************************
       7000-PUT-LINE.
           write LETTER-REPORT-LINE
           if WS-MAILED
              set PBR-LINE-RECORD to true
              move CUST-NUMBER to PBR-CUST-NUMBER
              add 1 to WS-BUREAU-SEQ
              move WS-BUREAU-SEQ to PBR-SEQUENCE
              move LETTER-REPORT-LINE to PBR-LINE
              write BUREAU-RECORD
           end-if
           .

      *****************************************************************
      *  The register entry - the proof the customer was notified,
      *  and the key that keeps the event from being sent again.
      *****************************************************************
       7500-WRITE-REGISTER.
           move LTRQ-ACCT-NUMBER to LREG-ACCT-NUMBER
           move LTRQ-LETTER-CODE to LREG-LETTER-CODE
           move LTRQ-EVENT-DATE to LREG-EVENT-DATE
           move LTRQ-CUST-NUMBER to LREG-CUST-NUMBER
           move WS-PROCESS-DATE to LREG-SENT-DATE
           move LTRQ-SOURCE-PROGRAM to LREG-SOURCE-PROGRAM
           move LTRQ-AMOUNT to LREG-AMOUNT
           move WS-LETTER-LINES to LREG-LINE-COUNT
           write LETTER-REGISTER-RECORD
               invalid key
                   display "ERREUR REGISTRE DES COURRIERS : "
                           WS-REG-STATUS " COMPTE " LTRQ-ACCT-NUMBER
           end-write
           .

      *****************************************************************
      *  The queue is emptied - only the requests still waiting for
      *  their template go back on it.
      *****************************************************************
       8500-REWRITE-QUEUE.
           open output LETTER-QUEUE
           perform 8510-WRITE-KEPT-REQUEST
               varying WS-KEPT-SUB from 1 by 1
               until WS-KEPT-SUB > WS-KEPT-COUNT
           close LETTER-QUEUE
           .

       8510-WRITE-KEPT-REQUEST.
           move WS-KEPT-REQUEST(WS-KEPT-SUB) to LETTER-REQUEST-RECORD
           write LETTER-REQUEST-RECORD
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
           move "LTRRUN  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "LTRRUN  " to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move WS-LETTER-COUNT to RUNLOG-RECORD-COUNT
           compute RUNLOG-REJECT-COUNT = WS-REJECT-COUNT
                                       + WS-NO-TEMPLATE-COUNT
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
           if WS-TMPL-PRESENT
              close TEMPLATE-FILE
           end-if
           close REGISTER-FILE
           close CUSTOMER-MASTER
           close LETTER-REPORT
           close PRINT-BUREAU-FILE
           display "DATE DE TRAITEMENT : " WS-PROCESS-DATE
           display "DEMANDES LUES : " WS-REQUEST-COUNT
           display "COURRIERS ENREGISTRES : " WS-LETTER-COUNT
           display "EXPEDIES (BUREAU D'IMPRESSION) : "
                   WS-MAILED-COUNT
           display "RETRAIT GUICHET : " WS-COUNTER-COUNT
           display "COURRIER RETOURNE (RETENUS) : "
                   WS-RETURNED-COUNT
           display "NON PRODUITS (SUPPRIMES) : " WS-SUPPRESSED-COUNT
           display "DEJA NOTIFIES : " WS-DUPLICATE-COUNT
           display "SANS MODELE (CONSERVES) : " WS-NO-TEMPLATE-COUNT
           display "REJETES : " WS-REJECT-COUNT
           .
