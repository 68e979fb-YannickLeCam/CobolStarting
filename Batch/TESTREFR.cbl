       identification division.
       program-id. TESTREFR.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-11.
       date-compiled.

      *****************************************************************
      *  TESTREFR
      *
      *  Refreshes the test environment from production on request.
      *  CUSTMAST, ACCTMAST, XREFFILE, LOANFILE and the recent part
      *  of TRANHIST are copied onto the TEST datasets, with the
      *  customer's personal data replaced on the way:
      *
      *    - first name and surname are drawn from fixed lists of
      *      test names, the first name following the customer's
      *      gender;
      *    - the birth day and month are replaced (the year is kept
      *      so age-dependent rules still see a true age) and the
      *      birth time cleared;
      *    - the street line becomes a test street and the phone a
      *      test number built from the customer number;
      *
      *  every value derived from the customer number alone, so the
      *  same customer is masked the same way on every refresh.  No
      *  key is touched - customer, account and loan numbers stay as
      *  they are so the files still join - and no amount either, so
      *  balances and the control totals carry over unchanged.  The
      *  slice of history starts at the test environment's own
      *  retention horizon (its PARM-ARCHIVE-CUTOFF-DATE), or three
      *  months before the production process date when it has none.
      *  The test CUSTCTL is set to the highest customer copied so
      *  intake in test numbers past the copied customers.
      *
      *  The run refuses to start (return code 16, nothing opened
      *  for output) unless the target parameter file TGTPARM reads
      *  PARM-ENV-TEST and the source SRCPARM reads production - the
      *  target DD statements must point at the datasets belonging
      *  to the TGTPARM given.  The control report proves records
      *  and amounts written against those read, file by file; a
      *  difference ends the run with return code 8.
      *
      *  Modification history
      *  2026-10-11  YLC  Initial version.
      *  2026-10-15  YLC  History record views follow THISTREC's new
      *                   currency code and exchange block.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is sequential
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is sequential
               record key is ACCT-NUMBER
               alternate record key is ACCT-CUST-NUMBER
                   with duplicates
               file status is WS-ACCTMAST-STATUS.

           select HOLDER-XREF-FILE assign to "XREFFILE"
               organization is indexed
               access mode is sequential
               record key is XREF-KEY
               file status is WS-XREF-STATUS.

           select LOAN-FILE assign to "LOANFILE"
               organization is indexed
               access mode is sequential
               record key is LOAN-KEY
               file status is WS-LOAN-STATUS.

           select TRANSACTION-HISTORY assign to "TRANHIST"
               organization is sequential
               file status is WS-TRANHIST-STATUS.

           select SOURCE-PARAMETERS assign to "SRCPARM"
               organization is sequential
               file status is WS-SRCPARM-STATUS.

           select TARGET-PARAMETERS assign to "TGTPARM"
               organization is sequential
               file status is WS-TGTPARM-STATUS.

           select TEST-CUSTOMER-MASTER assign to "TCUSTMST"
               organization is indexed
               access mode is sequential
               record key is TCUS-NUMBER
               file status is WS-TCUST-STATUS.

           select TEST-ACCOUNT-MASTER assign to "TACCTMST"
               organization is indexed
               access mode is sequential
               record key is TACC-NUMBER
               alternate record key is TACC-CUST-NUMBER
                   with duplicates
               file status is WS-TACCT-STATUS.

           select TEST-XREF-FILE assign to "TXREFFIL"
               organization is indexed
               access mode is sequential
               record key is TXRF-KEY
               file status is WS-TXREF-STATUS.

           select TEST-LOAN-FILE assign to "TLOANFIL"
               organization is indexed
               access mode is sequential
               record key is TLON-KEY
               file status is WS-TLOAN-STATUS.

           select TEST-TRANSACTION-HISTORY assign to "TTRANHST"
               organization is sequential
               file status is WS-TTHIST-STATUS.

           select TEST-CUSTOMER-CONTROL assign to "TCUSTCTL"
               organization is sequential
               file status is WS-TCTL-STATUS.

           select REFRESH-REPORT assign to "REFRRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  HOLDER-XREF-FILE.
       copy "XREFREC.cpy".

       fd  LOAN-FILE.
       copy "LOANREC.cpy".

       fd  TRANSACTION-HISTORY.
       copy "THISTREC.cpy".

       fd  SOURCE-PARAMETERS.
       copy "RUNPARM.cpy".

       fd  TARGET-PARAMETERS.
       copy "RUNPARM.cpy"
           replacing ==RUN-PARAMETER-RECORD== by
                         ==TGT-PARAMETER-RECORD==
                     ==PARM-PROCESS-DATE== by ==TGT-PROCESS-DATE==
                     ==PARM-ENVIRONMENT-FLAG== by
                         ==TGT-ENVIRONMENT-FLAG==
                     ==PARM-ENV-PRODUCTION== by ==TGT-ENV-PRODUCTION==
                     ==PARM-ENV-TEST== by ==TGT-ENV-TEST==
                     ==PARM-ARCHIVE-CUTOFF-DATE== by
                         ==TGT-ARCHIVE-CUTOFF-DATE==.

       fd  TEST-CUSTOMER-MASTER.
       copy "CUSTREC.cpy"
           replacing ==CUSTOMER-RECORD== by ==TCUS-RECORD==
                     ==CUST-KEY== by ==TCUS-KEY==
                     ==CUST-NUMBER== by ==TCUS-NUMBER==
                     ==CUST-DESCRIPTION== by ==TCUS-DESCRIPTION==
                     ==CUST-GROUP-A== by ==TCUS-GROUP-A==
                     ==CUST-F1== by ==TCUS-F1==
                     ==CUST-F2== by ==TCUS-F2==
                     ==CUST-GROUP-B== by ==TCUS-GROUP-B==
                     ==CUST-C1== by ==TCUS-C1==
                     ==CUST-C2== by ==TCUS-C2==
                     ==CUST-UTILISATEUR== by ==TCUS-UTILISATEUR==
                     ==CUST-ETAT-CIVIL== by ==TCUS-ETAT-CIVIL==
                     ==CUST-PRENOM== by ==TCUS-PRENOM==
                     ==CUST-NOM== by ==TCUS-NOM==
                     ==CUST-DATE-NAISSANCE== by
                         ==TCUS-DATE-NAISSANCE==
                     ==CUST-JOUR== by ==TCUS-JOUR==
                     ==CUST-MOIS== by ==TCUS-MOIS==
                     ==CUST-MOIS-NUM== by ==TCUS-MOIS-NUM==
                     ==CUST-ANNEE== by ==TCUS-ANNEE==
                     ==CUST-HEURE== by ==TCUS-HEURE==
                     ==CUST-MINUTE== by ==TCUS-MINUTE==
                     ==CUST-SECONDE== by ==TCUS-SECONDE==
                     ==CUST-GENRE== by ==TCUS-GENRE==
                     ==CUST-FEMME== by ==TCUS-FEMME==
                     ==CUST-HOMME== by ==TCUS-HOMME==
                     ==CUST-NON-PRECISE== by ==TCUS-NON-PRECISE==
                     ==CUST-REVIEW-STATUS== by ==TCUS-REVIEW-STATUS==
                     ==CUST-PENDING-REVIEW== by
                         ==TCUS-PENDING-REVIEW==
                     ==CUST-REVIEW-CLEARED== by
                         ==TCUS-REVIEW-CLEARED==
                     ==CUST-REVIEW-CONFIRMED== by
                         ==TCUS-REVIEW-CONFIRMED==
                     ==CUST-DECEASED-FLAG== by ==TCUS-DECEASED-FLAG==
                     ==CUST-DECEASED== by ==TCUS-DECEASED==
                     ==CUST-DECEASED-DATE== by ==TCUS-DECEASED-DATE==
                     ==CUST-DELIVERY-CODE== by ==TCUS-DELIVERY-CODE==
                     ==CUST-DELIV-MAIL== by ==TCUS-DELIV-MAIL==
                     ==CUST-DELIV-COUNTER== by ==TCUS-DELIV-COUNTER==
                     ==CUST-DELIV-SUPPRESSED== by
                         ==TCUS-DELIV-SUPPRESSED==
                     ==CUST-RETURNED-MAIL-FLAG== by
                         ==TCUS-RETURNED-MAIL-FLAG==
                     ==CUST-MAIL-RETURNED== by
                         ==TCUS-MAIL-RETURNED==
                     ==CUST-TAX-EXEMPT-FLAG== by
                         ==TCUS-TAX-EXEMPT-FLAG==
                     ==CUST-TAX-EXEMPT== by ==TCUS-TAX-EXEMPT==
                     ==CUST-ADRESSE== by ==TCUS-ADRESSE==
                     ==CUST-RUE== by ==TCUS-RUE==
                     ==CUST-VILLE== by ==TCUS-VILLE==
                     ==CUST-CODE-POSTAL== by ==TCUS-CODE-POSTAL==
                     ==CUST-TELEPHONE== by ==TCUS-TELEPHONE==
                     ==CUST-SUBACCT-COUNT== by ==TCUS-SUBACCT-COUNT==
                     ==CUST-SUBACCT-TABLE== by ==TCUS-SUBACCT-TABLE==
                     ==CUST-SUBACCT-IDX== by ==TCUS-SUBACCT-IDX==
                     ==CUST-SUBACCT-TYPE== by ==TCUS-SUBACCT-TYPE==
                     ==CUST-SUBACCT-NUMBER== by
                         ==TCUS-SUBACCT-NUMBER==
                     ==CUST-SUBACCT-BALANCE== by
                         ==TCUS-SUBACCT-BALANCE==
                     ==CUST-R== by ==TCUS-R==.
       fd  TEST-ACCOUNT-MASTER.
       copy "ACCTREC.cpy"
           replacing ==ACCOUNT-RECORD== by ==TACC-RECORD==
                     ==ACCT-KEY== by ==TACC-KEY==
                     ==ACCT-NUMBER== by ==TACC-NUMBER==
                     ==ACCT-CUST-NUMBER== by ==TACC-CUST-NUMBER==
                     ==ACCT-BRANCH-CODE== by ==TACC-BRANCH-CODE==
                     ==ACCT-PRODUCT-CODE== by ==TACC-PRODUCT-CODE==
                     ==ACCT-SOLDE== by ==TACC-SOLDE==
                     ==ACCT-STATUS== by ==TACC-STATUS==
                     ==ACCT-OPEN== by ==TACC-OPEN==
                     ==ACCT-CLOSED== by ==TACC-CLOSED==
                     ==ACCT-DORMANT== by ==TACC-DORMANT==
                     ==ACCT-ESCHEATED== by ==TACC-ESCHEATED==
                     ==ACCT-CLOSE-DATE== by ==TACC-CLOSE-DATE==
                     ==ACCT-OVERDRAFT-LIMIT== by
                         ==TACC-OVERDRAFT-LIMIT==
                     ==ACCT-OVERDRAWN-DATE== by
                         ==TACC-OVERDRAWN-DATE==
                     ==ACCT-LAST-ACTIVITY-DATE== by
                         ==TACC-LAST-ACTIVITY-DATE==
                     ==ACCT-PRINCIPAL== by ==TACC-PRINCIPAL==
                     ==ACCT-RATE== by ==TACC-RATE==
                     ==ACCT-MONTHLY-INTEREST== by
                         ==TACC-MONTHLY-INTEREST==
                     ==ACCT-LAST-ACCRUAL-DATE== by
                         ==TACC-LAST-ACCRUAL-DATE==
                     ==ACCT-HIST-COUNT== by ==TACC-HIST-COUNT==
                     ==ACCT-INTEREST-HISTORY== by
                         ==TACC-INTEREST-HISTORY==
                     ==ACCT-HIST-IDX== by ==TACC-HIST-IDX==
                     ==ACCT-HIST-YEAR== by ==TACC-HIST-YEAR==
                     ==ACCT-HIST-TOTAL-INTEREST== by
                         ==TACC-HIST-TOTAL-INTEREST==.
       fd  TEST-XREF-FILE.
       copy "XREFREC.cpy"
           replacing ==HOLDER-XREF-RECORD== by ==TXRF-RECORD==
                     ==XREF-KEY== by ==TXRF-KEY==
                     ==XREF-ACCT-NUMBER== by ==TXRF-ACCT-NUMBER==
                     ==XREF-CUST-NUMBER== by ==TXRF-CUST-NUMBER==.

       fd  TEST-LOAN-FILE.
       copy "LOANREC.cpy"
           replacing ==LOAN-RECORD== by ==TLON-RECORD==
                     ==LOAN-KEY== by ==TLON-KEY==
                     ==LOAN-NUMBER== by ==TLON-NUMBER==
                     ==LOAN-OUTSTANDING== by ==TLON-OUTSTANDING==.

       fd  TEST-TRANSACTION-HISTORY.
       copy "THISTREC.cpy"
           replacing ==TRANSACTION-HISTORY-RECORD== by
                         ==TTH-RECORD==
                     ==TH-ACCT-NUMBER== by ==TTH-ACCT-NUMBER==
                     ==TH-POST-DATE== by ==TTH-POST-DATE==
                     ==TH-TIMESTAMP== by ==TTH-TIMESTAMP==
                     ==TH-TYPE== by ==TTH-TYPE==
                     ==TH-DEBIT== by ==TTH-DEBIT==
                     ==TH-CREDIT== by ==TTH-CREDIT==
                     ==TH-AMOUNT== by ==TTH-AMOUNT==
                     ==TH-RESULTING-SOLDE== by
                         ==TTH-RESULTING-SOLDE==
                     ==TH-CHEQUE-SERIAL== by ==TTH-CHEQUE-SERIAL==
                     ==TH-CHANNEL== by ==TTH-CHANNEL==
                     ==TH-ORIG-TIMESTAMP== by
                         ==TTH-ORIG-TIMESTAMP==
                     ==TH-CURRENCY-CODE== by ==TTH-CURRENCY-CODE==
                     ==TH-FX-RATE== by ==TTH-FX-RATE==
                     ==TH-FX-MARGIN-PCT== by ==TTH-FX-MARGIN-PCT==
                     ==TH-FX-MARGIN-AMOUNT== by
                         ==TTH-FX-MARGIN-AMOUNT==.

       fd  TEST-CUSTOMER-CONTROL.
       01  TEST-CUSTOMER-CONTROL-RECORD.
           05  TCTL-LAST-CUST-NUMBER       PIC 9(06).

       fd  REFRESH-REPORT.
       01  REFRESH-REPORT-LINE             PIC X(80).

       working-storage section.
       01  WS-CUSTMAST-STATUS              PIC X(02).
           88  WS-CUSTMAST-OK                VALUE "00".
       01  WS-ACCTMAST-STATUS              PIC X(02).
           88  WS-ACCTMAST-OK                VALUE "00".
       01  WS-XREF-STATUS                  PIC X(02).
           88  WS-XREF-OK                    VALUE "00".
       01  WS-LOAN-STATUS                  PIC X(02).
           88  WS-LOAN-OK                    VALUE "00".
       01  WS-TRANHIST-STATUS              PIC X(02).
           88  WS-TRANHIST-OK                VALUE "00".
       01  WS-SRCPARM-STATUS               PIC X(02).
           88  WS-SRCPARM-OK                 VALUE "00".
       01  WS-TGTPARM-STATUS               PIC X(02).
           88  WS-TGTPARM-OK                 VALUE "00".
       01  WS-TCUST-STATUS                 PIC X(02).
           88  WS-TCUST-OK                   VALUE "00".
       01  WS-TACCT-STATUS                 PIC X(02).
           88  WS-TACCT-OK                   VALUE "00".
       01  WS-TXREF-STATUS                 PIC X(02).
           88  WS-TXREF-OK                   VALUE "00".
       01  WS-TLOAN-STATUS                 PIC X(02).
           88  WS-TLOAN-OK                   VALUE "00".
       01  WS-TTHIST-STATUS                PIC X(02).
           88  WS-TTHIST-OK                  VALUE "00".
       01  WS-TCTL-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                   PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                PIC X(01) VALUE "N".
               88  WS-EOF                    VALUE "Y".
           05  WS-REFUSED-SWITCH            PIC X(01) VALUE "N".
               88  WS-REFUSED                VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-SLICE-START-DATE             PIC 9(08) VALUE 0.
       01  WS-SLICE-DATE-PARTS REDEFINES WS-SLICE-START-DATE.
           05  WS-SLICE-YEAR               PIC 9(04).
           05  WS-SLICE-MONTH              PIC 9(02).
           05  WS-SLICE-DAY                PIC 9(02).
       01  WS-REFUSAL-REASON               PIC X(60) VALUE SPACES.
       01  WS-HIGHEST-CUST                 PIC 9(06) VALUE 0.

      *--------------------------------------------------------------*
      *    Read and written counts per file, and the amount proved   *
      *    on each: balances, loan outstanding, history movements.   *
      *--------------------------------------------------------------*
       01  WS-CONTROL-TOTALS.
           05  WS-CUST-READ                PIC 9(07) VALUE 0.
           05  WS-CUST-WRITTEN             PIC 9(07) VALUE 0.
           05  WS-ACCT-READ                PIC 9(07) VALUE 0.
           05  WS-ACCT-WRITTEN             PIC 9(07) VALUE 0.
           05  WS-ACCT-AMOUNT-READ         PIC S9(13) VALUE 0.
           05  WS-ACCT-AMOUNT-WRITTEN      PIC S9(13) VALUE 0.
           05  WS-XREF-READ                PIC 9(07) VALUE 0.
           05  WS-XREF-WRITTEN             PIC 9(07) VALUE 0.
           05  WS-LOAN-READ                PIC 9(07) VALUE 0.
           05  WS-LOAN-WRITTEN             PIC 9(07) VALUE 0.
           05  WS-LOAN-AMOUNT-READ         PIC S9(13) VALUE 0.
           05  WS-LOAN-AMOUNT-WRITTEN      PIC S9(13) VALUE 0.
           05  WS-HIST-READ                PIC 9(09) VALUE 0.
           05  WS-HIST-SELECTED            PIC 9(09) VALUE 0.
           05  WS-HIST-WRITTEN             PIC 9(09) VALUE 0.
           05  WS-HIST-AMOUNT-READ         PIC S9(13) VALUE 0.
           05  WS-HIST-AMOUNT-WRITTEN      PIC S9(13) VALUE 0.

      *--------------------------------------------------------------*
      *    Test names - first names 1-10 for women, 11-20 for men,   *
      *    any of the twenty when the gender was not given.          *
      *--------------------------------------------------------------*
       01  WS-FIRST-NAME-DEF.
           05  FILLER          PIC X(20) VALUE "ANNE".
           05  FILLER          PIC X(20) VALUE "BRIGITTE".
           05  FILLER          PIC X(20) VALUE "CLAIRE".
           05  FILLER          PIC X(20) VALUE "DOMINIQUE".
           05  FILLER          PIC X(20) VALUE "ELISE".
           05  FILLER          PIC X(20) VALUE "FRANCOISE".
           05  FILLER          PIC X(20) VALUE "GENEVIEVE".
           05  FILLER          PIC X(20) VALUE "HELENE".
           05  FILLER          PIC X(20) VALUE "ISABELLE".
           05  FILLER          PIC X(20) VALUE "JEANNE".
           05  FILLER          PIC X(20) VALUE "ALAIN".
           05  FILLER          PIC X(20) VALUE "BERNARD".
           05  FILLER          PIC X(20) VALUE "CHRISTIAN".
           05  FILLER          PIC X(20) VALUE "DANIEL".
           05  FILLER          PIC X(20) VALUE "ETIENNE".
           05  FILLER          PIC X(20) VALUE "FRANCOIS".
           05  FILLER          PIC X(20) VALUE "GERARD".
           05  FILLER          PIC X(20) VALUE "HENRI".
           05  FILLER          PIC X(20) VALUE "JACQUES".
           05  FILLER          PIC X(20) VALUE "LUC".
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-DEF.
           05  WS-FIRST-NAME OCCURS 20 TIMES PIC X(20).

       01  WS-SURNAME-DEF.
           05  FILLER          PIC X(20) VALUE "ESSAI".
           05  FILLER          PIC X(20) VALUE "RECETTE".
           05  FILLER          PIC X(20) VALUE "MAQUETTE".
           05  FILLER          PIC X(20) VALUE "PROTOTYPE".
           05  FILLER          PIC X(20) VALUE "SPECIMEN".
           05  FILLER          PIC X(20) VALUE "EXEMPLE".
           05  FILLER          PIC X(20) VALUE "MODELE".
           05  FILLER          PIC X(20) VALUE "EPREUVE".
           05  FILLER          PIC X(20) VALUE "CONTROLE".
           05  FILLER          PIC X(20) VALUE "PILOTE".
           05  FILLER          PIC X(20) VALUE "BROUILLON".
           05  FILLER          PIC X(20) VALUE "CALQUE".
           05  FILLER          PIC X(20) VALUE "ESQUISSE".
           05  FILLER          PIC X(20) VALUE "ETALON".
           05  FILLER          PIC X(20) VALUE "GABARIT".
           05  FILLER          PIC X(20) VALUE "PATRON".
           05  FILLER          PIC X(20) VALUE "REPERE".
           05  FILLER          PIC X(20) VALUE "TEMOIN".
           05  FILLER          PIC X(20) VALUE "VERIFICATION".
           05  FILLER          PIC X(20) VALUE "SIMULATION".
       01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-DEF.
           05  WS-SURNAME OCCURS 20 TIMES PIC X(20).

       01  WS-MONTH-TABLE-DEF.
           05  FILLER          PIC X(10) VALUE "JANVIER".
           05  FILLER          PIC X(10) VALUE "FEVRIER".
           05  FILLER          PIC X(10) VALUE "MARS".
           05  FILLER          PIC X(10) VALUE "AVRIL".
           05  FILLER          PIC X(10) VALUE "MAI".
           05  FILLER          PIC X(10) VALUE "JUIN".
           05  FILLER          PIC X(10) VALUE "JUILLET".
           05  FILLER          PIC X(10) VALUE "AOUT".
           05  FILLER          PIC X(10) VALUE "SEPTEMBRE".
           05  FILLER          PIC X(10) VALUE "OCTOBRE".
           05  FILLER          PIC X(10) VALUE "NOVEMBRE".
           05  FILLER          PIC X(10) VALUE "DECEMBRE".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-DEF.
           05  WS-MONTH-NAME OCCURS 12 TIMES PIC X(10).

       01  WS-MASK-QUOTIENT                PIC 9(06) COMP.
       01  WS-MASK-REMAINDER               PIC 9(04) COMP.
       01  WS-MASK-SUB                     PIC 9(04) COMP.
       01  WS-HOUSE-NUMBER                 PIC 9(03).
       01  WS-HOUSE-EDIT                   PIC ZZ9.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(42) VALUE
               "TESTREFR - RAFRAICHISSEMENT DE LA RECETTE ".
           05  FILLER                      PIC X(13) VALUE
               "- DONNEES AU ".
           05  WS-H1-DATE                  PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(29) VALUE
               "HISTORIQUE COPIE A PARTIR DU ".
           05  WS-H2-SLICE-DATE            PIC 9(08).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(11) VALUE "FICHIER".
           05  FILLER                      PIC X(11) VALUE
               "        LUS".
           05  FILLER                      PIC X(12) VALUE
               "      ECRITS".
           05  FILLER                      PIC X(19) VALUE
               "         MONTANT LU".
           05  FILLER                      PIC X(19) VALUE
               "      MONTANT ECRIT".
       01  WS-CONTROL-LINE.
           05  WS-CL-FILE                  PIC X(09).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CL-READ                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-WRITTEN               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-AMOUNT-READ           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-AMOUNT-WRITTEN        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-RESULT                PIC X(05).
       01  WS-MESSAGE-LINE                 PIC X(80).

       procedure division.

       0000-MAINLINE.
           open output REFRESH-REPORT
           perform 1000-CHECK-ENVIRONMENTS thru 1000-EXIT
           if WS-REFUSED
              move spaces to WS-MESSAGE-LINE
              string "RAFRAICHISSEMENT REFUSE - " delimited by size
                     WS-REFUSAL-REASON delimited by size
                     into WS-MESSAGE-LINE
              end-string
              write REFRESH-REPORT-LINE from WS-MESSAGE-LINE
              display WS-MESSAGE-LINE
              move 16 to return-code
           else
              perform 1500-WRITE-HEADINGS
              perform 2000-COPY-CUSTOMERS
              perform 3000-COPY-ACCOUNTS
              perform 4000-COPY-HOLDINGS
              perform 5000-COPY-LOANS
              perform 6000-COPY-HISTORY
              perform 7000-SET-CUSTOMER-CONTROL
              perform 8000-PRINT-CONTROLS
           end-if
           close REFRESH-REPORT
           goback.

      *****************************************************************
      *  Safety gate - nothing is opened for output until the source
      *  parameters read production and the target parameters read
      *  test.  A missing or unreadable parameter file refuses too.
      *****************************************************************
       1000-CHECK-ENVIRONMENTS.
           open input SOURCE-PARAMETERS
           if not WS-SRCPARM-OK
              close SOURCE-PARAMETERS
              set WS-REFUSED to true
              move "SRCPARM ILLISIBLE" to WS-REFUSAL-REASON
              go to 1000-EXIT
           end-if
           read SOURCE-PARAMETERS
               at end
                   set WS-REFUSED to true
                   move "SRCPARM VIDE" to WS-REFUSAL-REASON
           end-read
           close SOURCE-PARAMETERS
           if WS-REFUSED
              go to 1000-EXIT
           end-if
           if not PARM-ENV-PRODUCTION
              set WS-REFUSED to true
              move "LA SOURCE N'EST PAS LA PRODUCTION"
                  to WS-REFUSAL-REASON
              go to 1000-EXIT
           end-if
           move PARM-PROCESS-DATE to WS-PROCESS-DATE
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           open input TARGET-PARAMETERS
           if not WS-TGTPARM-OK
              close TARGET-PARAMETERS
              set WS-REFUSED to true
              move "TGTPARM ILLISIBLE" to WS-REFUSAL-REASON
              go to 1000-EXIT
           end-if
           read TARGET-PARAMETERS
               at end
                   set WS-REFUSED to true
                   move "TGTPARM VIDE" to WS-REFUSAL-REASON
           end-read
           close TARGET-PARAMETERS
           if WS-REFUSED
              go to 1000-EXIT
           end-if
           if not TGT-ENV-TEST
              set WS-REFUSED to true
              move "LA CIBLE N'EST PAS UN ENVIRONNEMENT DE TEST"
                  to WS-REFUSAL-REASON
              go to 1000-EXIT
           end-if
           move TGT-ARCHIVE-CUTOFF-DATE to WS-SLICE-START-DATE
           if WS-SLICE-START-DATE = 0
              perform 1100-DEFAULT-SLICE-START
           end-if
           .
       1000-EXIT.
           exit
           .

      *****************************************************************
      *  Three months back from the production process date - the
      *  day is kept as it is, the date only ever being compared.
      *****************************************************************
       1100-DEFAULT-SLICE-START.
           move WS-PROCESS-DATE to WS-SLICE-START-DATE
           if WS-SLICE-MONTH > 3
              subtract 3 from WS-SLICE-MONTH
           else
              add 9 to WS-SLICE-MONTH
              subtract 1 from WS-SLICE-YEAR
           end-if
           .

       1500-WRITE-HEADINGS.
           move WS-PROCESS-DATE to WS-H1-DATE
           write REFRESH-REPORT-LINE from WS-HEADING-1
           move WS-SLICE-START-DATE to WS-H2-SLICE-DATE
           write REFRESH-REPORT-LINE from WS-HEADING-2
           move spaces to REFRESH-REPORT-LINE
           write REFRESH-REPORT-LINE
           write REFRESH-REPORT-LINE from WS-HEADING-3
           .

      *****************************************************************
      *  Customers - masked in the input record area, then written.
      *****************************************************************
       2000-COPY-CUSTOMERS.
           open input CUSTOMER-MASTER
           open output TEST-CUSTOMER-MASTER
           move "N" to WS-EOF-SWITCH
           perform 2010-READ-CUSTOMER
           perform 2020-COPY-CUSTOMER until WS-EOF
           close CUSTOMER-MASTER
           close TEST-CUSTOMER-MASTER
           .

       2010-READ-CUSTOMER.
           read CUSTOMER-MASTER next record
               at end set WS-EOF to true
           end-read
           .

       2020-COPY-CUSTOMER.
           add 1 to WS-CUST-READ
           if CUST-NUMBER > WS-HIGHEST-CUST
              move CUST-NUMBER to WS-HIGHEST-CUST
           end-if
           perform 2100-MASK-CUSTOMER
           move CUST-SUBACCT-COUNT to TCUS-SUBACCT-COUNT
           move CUSTOMER-RECORD to TCUS-RECORD
           write TCUS-RECORD
           if WS-TCUST-OK
              add 1 to WS-CUST-WRITTEN
           else
              display "ERREUR ECRITURE TCUSTMST " CUST-NUMBER
                      " : " WS-TCUST-STATUS
           end-if
           perform 2010-READ-CUSTOMER
           .

      *****************************************************************
      *  Every replacement value comes from the customer number, so
      *  a customer reads the same on every refresh: the number's
      *  last digits pick the first name (within the gender's half
      *  of the list), the next ones the surname, the birth day and
      *  month and the house number.
      *****************************************************************
       2100-MASK-CUSTOMER.
           divide CUST-NUMBER by 10 giving WS-MASK-QUOTIENT
               remainder WS-MASK-REMAINDER
           evaluate true
               when CUST-FEMME
                   compute WS-MASK-SUB = WS-MASK-REMAINDER + 1
               when CUST-HOMME
                   compute WS-MASK-SUB = WS-MASK-REMAINDER + 11
               when other
                   divide CUST-NUMBER by 20 giving WS-MASK-QUOTIENT
                       remainder WS-MASK-REMAINDER
                   compute WS-MASK-SUB = WS-MASK-REMAINDER + 1
           end-evaluate
           move WS-FIRST-NAME(WS-MASK-SUB) to CUST-PRENOM
           divide CUST-NUMBER by 10 giving WS-MASK-QUOTIENT
           divide WS-MASK-QUOTIENT by 20 giving WS-MASK-QUOTIENT
               remainder WS-MASK-REMAINDER
           compute WS-MASK-SUB = WS-MASK-REMAINDER + 1
           move WS-SURNAME(WS-MASK-SUB) to CUST-NOM
           divide CUST-NUMBER by 28 giving WS-MASK-QUOTIENT
               remainder WS-MASK-REMAINDER
           compute CUST-JOUR = WS-MASK-REMAINDER + 1
           divide WS-MASK-QUOTIENT by 12 giving WS-MASK-QUOTIENT
               remainder WS-MASK-REMAINDER
           compute CUST-MOIS-NUM = WS-MASK-REMAINDER + 1
           move WS-MONTH-NAME(CUST-MOIS-NUM) to CUST-MOIS
           move 0 to CUST-HEURE
           move 0 to CUST-MINUTE
           move 0 to CUST-SECONDE
           divide CUST-NUMBER by 99 giving WS-MASK-QUOTIENT
               remainder WS-MASK-REMAINDER
           compute WS-HOUSE-NUMBER = WS-MASK-REMAINDER + 1
           move WS-HOUSE-NUMBER to WS-HOUSE-EDIT
           move spaces to CUST-RUE
           string WS-HOUSE-EDIT delimited by size
                  " RUE DE LA RECETTE" delimited by size
                  into CUST-RUE
           end-string
           move spaces to CUST-TELEPHONE
           string "0100" delimited by size
                  CUST-NUMBER delimited by size
                  into CUST-TELEPHONE
           end-string
           .

       3000-COPY-ACCOUNTS.
           open input ACCOUNT-MASTER
           open output TEST-ACCOUNT-MASTER
           move "N" to WS-EOF-SWITCH
           perform 3010-READ-ACCOUNT
           perform 3020-COPY-ACCOUNT until WS-EOF
           close ACCOUNT-MASTER
           close TEST-ACCOUNT-MASTER
           .

       3010-READ-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-EOF to true
           end-read
           .

       3020-COPY-ACCOUNT.
           add 1 to WS-ACCT-READ
           add ACCT-SOLDE to WS-ACCT-AMOUNT-READ
           move ACCT-HIST-COUNT to TACC-HIST-COUNT
           move ACCOUNT-RECORD to TACC-RECORD
           write TACC-RECORD
           if WS-TACCT-OK
              add 1 to WS-ACCT-WRITTEN
              add TACC-SOLDE to WS-ACCT-AMOUNT-WRITTEN
           else
              display "ERREUR ECRITURE TACCTMST " ACCT-NUMBER
                      " : " WS-TACCT-STATUS
           end-if
           perform 3010-READ-ACCOUNT
           .

       4000-COPY-HOLDINGS.
           open input HOLDER-XREF-FILE
           open output TEST-XREF-FILE
           move "N" to WS-EOF-SWITCH
           if not WS-XREF-OK
              set WS-EOF to true
           end-if
           perform 4010-READ-HOLDING
           perform 4020-COPY-HOLDING until WS-EOF
           close HOLDER-XREF-FILE
           close TEST-XREF-FILE
           .

       4010-READ-HOLDING.
           if not WS-EOF
              read HOLDER-XREF-FILE next record
                  at end set WS-EOF to true
              end-read
           end-if
           .

       4020-COPY-HOLDING.
           add 1 to WS-XREF-READ
           move HOLDER-XREF-RECORD to TXRF-RECORD
           write TXRF-RECORD
           if WS-TXREF-OK
              add 1 to WS-XREF-WRITTEN
           else
              display "ERREUR ECRITURE TXREFFIL " XREF-KEY
                      " : " WS-TXREF-STATUS
           end-if
           perform 4010-READ-HOLDING
           .

       5000-COPY-LOANS.
           open input LOAN-FILE
           open output TEST-LOAN-FILE
           move "N" to WS-EOF-SWITCH
           if not WS-LOAN-OK
              set WS-EOF to true
           end-if
           perform 5010-READ-LOAN
           perform 5020-COPY-LOAN until WS-EOF
           close LOAN-FILE
           close TEST-LOAN-FILE
           .

       5010-READ-LOAN.
           if not WS-EOF
              read LOAN-FILE next record
                  at end set WS-EOF to true
              end-read
           end-if
           .

       5020-COPY-LOAN.
           add 1 to WS-LOAN-READ
           add LOAN-OUTSTANDING to WS-LOAN-AMOUNT-READ
           move LOAN-RECORD to TLON-RECORD
           write TLON-RECORD
           if WS-TLOAN-OK
              add 1 to WS-LOAN-WRITTEN
              add TLON-OUTSTANDING to WS-LOAN-AMOUNT-WRITTEN
           else
              display "ERREUR ECRITURE TLOANFIL " LOAN-NUMBER
                      " : " WS-TLOAN-STATUS
           end-if
           perform 5010-READ-LOAN
           .

      *****************************************************************
      *  History from the slice start on; the amounts proved are the
      *  signed movements, debits counted negative.
      *****************************************************************
       6000-COPY-HISTORY.
           open input TRANSACTION-HISTORY
           open output TEST-TRANSACTION-HISTORY
           move "N" to WS-EOF-SWITCH
           if not WS-TRANHIST-OK
              set WS-EOF to true
           end-if
           perform 6010-READ-HISTORY
           perform 6020-COPY-HISTORY-RECORD until WS-EOF
           close TRANSACTION-HISTORY
           close TEST-TRANSACTION-HISTORY
           .

       6010-READ-HISTORY.
           if not WS-EOF
              read TRANSACTION-HISTORY
                  at end set WS-EOF to true
              end-read
           end-if
           .

       6020-COPY-HISTORY-RECORD.
           add 1 to WS-HIST-READ
           if TH-POST-DATE >= WS-SLICE-START-DATE
              add 1 to WS-HIST-SELECTED
              if TH-DEBIT
                 subtract TH-AMOUNT from WS-HIST-AMOUNT-READ
              else
                 add TH-AMOUNT to WS-HIST-AMOUNT-READ
              end-if
              move TRANSACTION-HISTORY-RECORD to TTH-RECORD
              write TTH-RECORD
              if WS-TTHIST-OK
                 add 1 to WS-HIST-WRITTEN
                 if TTH-DEBIT
                    subtract TTH-AMOUNT from WS-HIST-AMOUNT-WRITTEN
                 else
                    add TTH-AMOUNT to WS-HIST-AMOUNT-WRITTEN
                 end-if
              end-if
           end-if
           perform 6010-READ-HISTORY
           .

       7000-SET-CUSTOMER-CONTROL.
           open output TEST-CUSTOMER-CONTROL
           move WS-HIGHEST-CUST to TCTL-LAST-CUST-NUMBER
           write TEST-CUSTOMER-CONTROL-RECORD
           close TEST-CUSTOMER-CONTROL
           .

      *****************************************************************
      *  Control report - one line per file, written against read;
      *  any line out of balance ends the run with return code 8.
      *****************************************************************
       8000-PRINT-CONTROLS.
           move "CUSTMAST" to WS-CL-FILE
           move WS-CUST-READ to WS-CL-READ
           move WS-CUST-WRITTEN to WS-CL-WRITTEN
           move 0 to WS-CL-AMOUNT-READ
           move 0 to WS-CL-AMOUNT-WRITTEN
           if WS-CUST-WRITTEN = WS-CUST-READ
              move "OK" to WS-CL-RESULT
           else
              move "ECART" to WS-CL-RESULT
           end-if
           perform 8100-WRITE-CONTROL-LINE
           move "ACCTMAST" to WS-CL-FILE
           move WS-ACCT-READ to WS-CL-READ
           move WS-ACCT-WRITTEN to WS-CL-WRITTEN
           move WS-ACCT-AMOUNT-READ to WS-CL-AMOUNT-READ
           move WS-ACCT-AMOUNT-WRITTEN to WS-CL-AMOUNT-WRITTEN
           if WS-ACCT-WRITTEN = WS-ACCT-READ
                   and WS-ACCT-AMOUNT-WRITTEN = WS-ACCT-AMOUNT-READ
              move "OK" to WS-CL-RESULT
           else
              move "ECART" to WS-CL-RESULT
           end-if
           perform 8100-WRITE-CONTROL-LINE
           move "XREFFILE" to WS-CL-FILE
           move WS-XREF-READ to WS-CL-READ
           move WS-XREF-WRITTEN to WS-CL-WRITTEN
           move 0 to WS-CL-AMOUNT-READ
           move 0 to WS-CL-AMOUNT-WRITTEN
           if WS-XREF-WRITTEN = WS-XREF-READ
              move "OK" to WS-CL-RESULT
           else
              move "ECART" to WS-CL-RESULT
           end-if
           perform 8100-WRITE-CONTROL-LINE
           move "LOANFILE" to WS-CL-FILE
           move WS-LOAN-READ to WS-CL-READ
           move WS-LOAN-WRITTEN to WS-CL-WRITTEN
           move WS-LOAN-AMOUNT-READ to WS-CL-AMOUNT-READ
           move WS-LOAN-AMOUNT-WRITTEN to WS-CL-AMOUNT-WRITTEN
           if WS-LOAN-WRITTEN = WS-LOAN-READ
                   and WS-LOAN-AMOUNT-WRITTEN = WS-LOAN-AMOUNT-READ
              move "OK" to WS-CL-RESULT
           else
              move "ECART" to WS-CL-RESULT
           end-if
           perform 8100-WRITE-CONTROL-LINE
           move "TRANHIST" to WS-CL-FILE
           move WS-HIST-SELECTED to WS-CL-READ
           move WS-HIST-WRITTEN to WS-CL-WRITTEN
           move WS-HIST-AMOUNT-READ to WS-CL-AMOUNT-READ
           move WS-HIST-AMOUNT-WRITTEN to WS-CL-AMOUNT-WRITTEN
           if WS-HIST-WRITTEN = WS-HIST-SELECTED
                   and WS-HIST-AMOUNT-WRITTEN = WS-HIST-AMOUNT-READ
              move "OK" to WS-CL-RESULT
           else
              move "ECART" to WS-CL-RESULT
           end-if
           perform 8100-WRITE-CONTROL-LINE
           move spaces to REFRESH-REPORT-LINE
           write REFRESH-REPORT-LINE
           move spaces to WS-MESSAGE-LINE
           string "HISTORIQUE : " delimited by size
                  WS-HIST-READ delimited by size
                  " MOUVEMENTS LUS, RETENUS A PARTIR DU "
                      delimited by size
                  WS-SLICE-START-DATE delimited by size
                  into WS-MESSAGE-LINE
           end-string
           write REFRESH-REPORT-LINE from WS-MESSAGE-LINE
           move spaces to WS-MESSAGE-LINE
           string "CUSTCTL DE RECETTE POSITIONNE A " delimited by size
                  WS-HIGHEST-CUST delimited by size
                  into WS-MESSAGE-LINE
           end-string
           write REFRESH-REPORT-LINE from WS-MESSAGE-LINE
           if return-code = 0
              move "RAFRAICHISSEMENT EQUILIBRE" to REFRESH-REPORT-LINE
           else
              move "*** RAFRAICHISSEMENT NON EQUILIBRE ***"
                  to REFRESH-REPORT-LINE
           end-if
           write REFRESH-REPORT-LINE
           .

       8100-WRITE-CONTROL-LINE.
           if WS-CL-RESULT not = "OK"
              move 8 to return-code
           end-if
           write REFRESH-REPORT-LINE from WS-CONTROL-LINE
           .
