       identification division.
       program-id. ADDRCHK.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-12.
       date-compiled.

      *****************************************************************
      *  ADDRCHK
      *
      *  Address cleansing report, run once over the whole customer
      *  master when the postal reference was first loaded and every
      *  month-end after POSTLOAD.  Each customer's postcode and town
      *  on CUSTOMER-MASTER go through the same ADDRVAL check intake
      *  and CUSTMENU now apply; every address that fails is listed
      *  for the branch to correct through CUSTMENU's address
      *  maintenance:
      *
      *      ORTHOGRAPHE       pair known, town spelt differently -
      *                        the reference spelling is proposed
      *      VILLE HORS CP     postcode known, town not one of its
      *                        towns - the postcode's towns are shown
      *      CP INCONNU        postcode not on the reference
      *      CP NON NUMERIQUE  postcode is not five digits
      *      ADRESSE ABSENTE   no postcode and no town at all
      *
      *  RETOUR marks a customer whose mail has already come back.
      *
      *  The report is grouped by branch - the branch of the
      *  customer's first account read through the ACCT-CUST-NUMBER
      *  alternate index, or CUST-F1 for a customer whose accounts
      *  carry no branch stamp, the way BRPFRPT attributes them.
      *  Anonymised customers have no address left to check and are
      *  passed by.  Without a postal reference the run checks
      *  nothing and ends with return code 8.
      *
      *  Modification history
      *  2026-10-12  YLC  Initial version.
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
               access mode is dynamic
               record key is ACCT-NUMBER
               alternate record key is ACCT-CUST-NUMBER
                   with duplicates
               file status is WS-ACCTMAST-STATUS.

           select CLEANSING-REPORT assign to "ADDRRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  CLEANSING-REPORT.
       01  CLEANSING-REPORT-LINE           PIC X(80).

       working-storage section.
       01  WS-CUSTMAST-STATUS              PIC X(02).
           88  WS-CUSTMAST-OK                VALUE "00".
       01  WS-ACCTMAST-STATUS              PIC X(02).
           88  WS-ACCTMAST-OK                VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).

       01  WS-SWITCHES.
           05  WS-CUST-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-CUST-EOF                VALUE "Y".
           05  WS-REFERENCE-SWITCH          PIC X(01) VALUE "Y".
               88  WS-REFERENCE-AVAILABLE     VALUE "Y".

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-CUST-BRANCH                  PIC 9(02).
       01  WS-MOTIF                        PIC X(16).
       01  WS-SUGGESTION                   PIC X(60).
       01  WS-SUGGESTION-PTR               PIC 9(03).
       01  WS-TOWN-SUB                     PIC 9(02).

      *--------------------------------------------------------------*
      *    Failing addresses, held for the per-branch report.        *
      *--------------------------------------------------------------*
       01  WS-FAIL-COUNT                   PIC 9(04) COMP VALUE 0.
       01  WS-FAIL-TABLE.
           05  WS-FAIL OCCURS 5000 TIMES.
               10  WS-FAIL-BRANCH          PIC 9(02).
               10  WS-FAIL-CUST-NUMBER     PIC 9(06).
               10  WS-FAIL-NOM             PIC X(20).
               10  WS-FAIL-CODE-POSTAL     PIC X(05).
               10  WS-FAIL-VILLE           PIC X(20).
               10  WS-FAIL-MOTIF           PIC X(16).
               10  WS-FAIL-RETURNED        PIC X(01).
               10  WS-FAIL-SUGGESTION      PIC X(60).
       01  WS-FAIL-SUB                     PIC 9(04).
       01  WS-BRANCH-SUB                   PIC 9(03).
       01  WS-BRANCH-FAILURES              PIC 9(04).

       01  WS-EXAMINED-COUNT               PIC 9(06) VALUE 0.
       01  WS-ANONYMISED-COUNT             PIC 9(06) VALUE 0.
       01  WS-VALID-COUNT                  PIC 9(06) VALUE 0.
       01  WS-SPELLING-COUNT               PIC 9(06) VALUE 0.
       01  WS-MISMATCH-COUNT               PIC 9(06) VALUE 0.
       01  WS-UNKNOWN-COUNT                PIC 9(06) VALUE 0.
       01  WS-NOT-NUMERIC-COUNT            PIC 9(06) VALUE 0.
       01  WS-MISSING-COUNT                PIC 9(06) VALUE 0.
       01  WS-RETURNED-COUNT               PIC 9(06) VALUE 0.
       01  WS-BRANCH-COUNT                 PIC 9(03) VALUE 0.
       01  WS-UNLISTED-COUNT               PIC 9(06) VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(36) VALUE
               "ADRESSES A CORRIGER PAR AGENCE - DU ".
           05  WS-TT-DATE                  PIC 9(08).

       01  WS-BRANCH-LINE.
           05  FILLER                      PIC X(07) VALUE "AGENCE ".
           05  WS-BL-BRANCH                PIC 9(02).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  WS-BL-COUNT                 PIC ZZZ9.
           05  FILLER                      PIC X(23) VALUE
               " ADRESSE(S) A CORRIGER".

       01  WS-HEADER-LINE.
           05  FILLER                      PIC X(30) VALUE
               "  CLIENT NOM".
           05  FILLER                      PIC X(27) VALUE
               "CP    VILLE".
           05  FILLER                      PIC X(23) VALUE
               "MOTIF".

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-NUMBER           PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-NOM                   PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CODE-POSTAL           PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-VILLE                 PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-MOTIF                 PIC X(16).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-RETURNED              PIC X(06).

       01  WS-SUGGESTION-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-SL-TEXT                  PIC X(60).

       01  WS-FOOTER-LINE                  PIC X(80) VALUE
           "  A CORRIGER DANS CUSTMENU, OPTION 7 - ADRESSE".

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(40).
           05  WS-TL-COUNT                 PIC ZZZZZ9.

       copy "ADDRVLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-READ-CUSTOMER
           perform 3000-CHECK-CUSTOMER thru 3000-EXIT
               until WS-CUST-EOF
           if not WS-REFERENCE-AVAILABLE
              move "REFERENTIEL POSTAL INDISPONIBLE - AUCUN CONTROLE"
                  to CLEANSING-REPORT-LINE
              write CLEANSING-REPORT-LINE
              move 8 to return-code
           else
              perform 5000-PRINT-BRANCH thru 5000-EXIT
                  varying WS-BRANCH-SUB from 0 by 1
                  until WS-BRANCH-SUB > 99
              perform 9000-WRITE-TOTALS
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           accept WS-RUN-DATE from date yyyymmdd
           open input CUSTOMER-MASTER
           open input ACCOUNT-MASTER
           open output CLEANSING-REPORT
           move WS-RUN-DATE to WS-TT-DATE
           move spaces to CLEANSING-REPORT-LINE
           move WS-TITLE-LINE to CLEANSING-REPORT-LINE
           write CLEANSING-REPORT-LINE
           .

       2000-READ-CUSTOMER.
           read CUSTOMER-MASTER next record
               at end set WS-CUST-EOF to true
           end-read
           .

      *****************************************************************
      *  One customer's address through ADDRVAL.  A reference that
      *  turns out unavailable on the first call stops the scan -
      *  every address would otherwise look unchecked-but-fine.
      *****************************************************************
       3000-CHECK-CUSTOMER.
           if CUST-NOM = "ANONYMISE" and CUST-PRENOM = spaces
              add 1 to WS-ANONYMISED-COUNT
              go to 3000-EXIT
           end-if
           add 1 to WS-EXAMINED-COUNT
           move spaces to WS-MOTIF
           move spaces to WS-SUGGESTION
           if CUST-CODE-POSTAL = spaces and CUST-VILLE = spaces
              move "ADRESSE ABSENTE" to WS-MOTIF
              add 1 to WS-MISSING-COUNT
              perform 4000-HOLD-FAILURE thru 4000-EXIT
              go to 3000-EXIT
           end-if
           if CUST-CODE-POSTAL not numeric
              move "CP NON NUMERIQUE" to WS-MOTIF
              add 1 to WS-NOT-NUMERIC-COUNT
              perform 4000-HOLD-FAILURE thru 4000-EXIT
              go to 3000-EXIT
           end-if
           set AV-FN-VALIDATE to true
           move CUST-CODE-POSTAL to AV-CODE-POSTAL
           move CUST-VILLE to AV-VILLE
           call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
           evaluate true
               when AV-NO-REFERENCE
                   move "N" to WS-REFERENCE-SWITCH
                   set WS-CUST-EOF to true
                   go to 3000-EXIT
               when AV-MATCHED
                   add 1 to WS-VALID-COUNT
                   go to 3000-EXIT
               when AV-SPELLING-DIFFERS
                   move "ORTHOGRAPHE" to WS-MOTIF
                   add 1 to WS-SPELLING-COUNT
                   string "ORTHOGRAPHE OFFICIELLE : " delimited by size
                          AV-REFERENCE-VILLE delimited by size
                          into WS-SUGGESTION
                   end-string
               when AV-TOWN-MISMATCH
                   move "VILLE HORS CP" to WS-MOTIF
                   add 1 to WS-MISMATCH-COUNT
                   perform 3100-LIST-TOWNS
               when other
                   move "CP INCONNU" to WS-MOTIF
                   add 1 to WS-UNKNOWN-COUNT
           end-evaluate
           perform 4000-HOLD-FAILURE thru 4000-EXIT
           .
       3000-EXIT.
           if not WS-CUST-EOF
              perform 2000-READ-CUSTOMER
           end-if
           .

       3100-LIST-TOWNS.
           move 1 to WS-SUGGESTION-PTR
           string "VILLES DU CP : " delimited by size
                  into WS-SUGGESTION
                  with pointer WS-SUGGESTION-PTR
           end-string
           perform 3110-ADD-TOWN
               varying WS-TOWN-SUB from 1 by 1
               until WS-TOWN-SUB > AV-TOWN-COUNT
           .

       3110-ADD-TOWN.
           if WS-TOWN-SUB > 1
              string ", " delimited by size
                     into WS-SUGGESTION
                     with pointer WS-SUGGESTION-PTR
                  on overflow
                     continue
              end-string
           end-if
           string AV-TOWN(WS-TOWN-SUB) delimited by "  "
                  into WS-SUGGESTION
                  with pointer WS-SUGGESTION-PTR
               on overflow
                  continue
           end-string
           .

      *****************************************************************
      *  Holds a failing address with its customer's branch.
      *****************************************************************
       4000-HOLD-FAILURE.
           if CUST-MAIL-RETURNED
              add 1 to WS-RETURNED-COUNT
           end-if
           if WS-FAIL-COUNT >= 5000
              display "TABLE DES ADRESSES PLEINE - CLIENT "
                      CUST-NUMBER " NON LISTE"
              add 1 to WS-UNLISTED-COUNT
              go to 4000-EXIT
           end-if
           perform 4100-FIND-BRANCH
           add 1 to WS-FAIL-COUNT
           move WS-CUST-BRANCH to WS-FAIL-BRANCH(WS-FAIL-COUNT)
           move CUST-NUMBER to WS-FAIL-CUST-NUMBER(WS-FAIL-COUNT)
           move CUST-NOM to WS-FAIL-NOM(WS-FAIL-COUNT)
           move CUST-CODE-POSTAL to WS-FAIL-CODE-POSTAL(WS-FAIL-COUNT)
           move CUST-VILLE to WS-FAIL-VILLE(WS-FAIL-COUNT)
           move WS-MOTIF to WS-FAIL-MOTIF(WS-FAIL-COUNT)
           move CUST-RETURNED-MAIL-FLAG
               to WS-FAIL-RETURNED(WS-FAIL-COUNT)
           move WS-SUGGESTION to WS-FAIL-SUGGESTION(WS-FAIL-COUNT)
           .
       4000-EXIT.
           exit
           .

       4100-FIND-BRANCH.
           move CUST-F1 to WS-CUST-BRANCH
           move CUST-NUMBER to ACCT-CUST-NUMBER
           start ACCOUNT-MASTER key = ACCT-CUST-NUMBER
               invalid key
                   move "23" to WS-ACCTMAST-STATUS
           end-start
           if WS-ACCTMAST-OK
              read ACCOUNT-MASTER next record
                  at end
                      move "10" to WS-ACCTMAST-STATUS
              end-read
              if WS-ACCTMAST-OK
                      and ACCT-CUST-NUMBER = CUST-NUMBER
                      and ACCT-BRANCH-CODE > 0
                 move ACCT-BRANCH-CODE to WS-CUST-BRANCH
              end-if
           end-if
           .

      *****************************************************************
      *  One section per branch with addresses to correct.
      *****************************************************************
       5000-PRINT-BRANCH.
           move 0 to WS-BRANCH-FAILURES
           perform 5100-COUNT-BRANCH
               varying WS-FAIL-SUB from 1 by 1
               until WS-FAIL-SUB > WS-FAIL-COUNT
           if WS-BRANCH-FAILURES = 0
              go to 5000-EXIT
           end-if
           add 1 to WS-BRANCH-COUNT
           move spaces to CLEANSING-REPORT-LINE
           write CLEANSING-REPORT-LINE
           move WS-BRANCH-SUB to WS-BL-BRANCH
           move WS-BRANCH-FAILURES to WS-BL-COUNT
           move spaces to CLEANSING-REPORT-LINE
           move WS-BRANCH-LINE to CLEANSING-REPORT-LINE
           write CLEANSING-REPORT-LINE
           move WS-HEADER-LINE to CLEANSING-REPORT-LINE
           write CLEANSING-REPORT-LINE
           perform 5200-PRINT-FAILURE thru 5200-FIN
               varying WS-FAIL-SUB from 1 by 1
               until WS-FAIL-SUB > WS-FAIL-COUNT
           move WS-FOOTER-LINE to CLEANSING-REPORT-LINE
           write CLEANSING-REPORT-LINE
           .
       5000-EXIT.
           exit
           .

       5100-COUNT-BRANCH.
           if WS-FAIL-BRANCH(WS-FAIL-SUB) = WS-BRANCH-SUB
              add 1 to WS-BRANCH-FAILURES
           end-if
           .

       5200-PRINT-FAILURE.
           if WS-FAIL-BRANCH(WS-FAIL-SUB) not = WS-BRANCH-SUB
              go to 5200-FIN
           end-if
           move WS-FAIL-CUST-NUMBER(WS-FAIL-SUB) to WS-DL-CUST-NUMBER
           move WS-FAIL-NOM(WS-FAIL-SUB) to WS-DL-NOM
           move WS-FAIL-CODE-POSTAL(WS-FAIL-SUB) to WS-DL-CODE-POSTAL
           move WS-FAIL-VILLE(WS-FAIL-SUB) to WS-DL-VILLE
           move WS-FAIL-MOTIF(WS-FAIL-SUB) to WS-DL-MOTIF
           if WS-FAIL-RETURNED(WS-FAIL-SUB) = "R"
              move "RETOUR" to WS-DL-RETURNED
           else
              move spaces to WS-DL-RETURNED
           end-if
           move spaces to CLEANSING-REPORT-LINE
           move WS-DETAIL-LINE to CLEANSING-REPORT-LINE
           write CLEANSING-REPORT-LINE
           if WS-FAIL-SUGGESTION(WS-FAIL-SUB) not = spaces
              move WS-FAIL-SUGGESTION(WS-FAIL-SUB) to WS-SL-TEXT
              move spaces to CLEANSING-REPORT-LINE
              move WS-SUGGESTION-LINE to CLEANSING-REPORT-LINE
              write CLEANSING-REPORT-LINE
           end-if
           .
       5200-FIN.
           exit
           .

       9000-WRITE-TOTALS.
           move spaces to CLEANSING-REPORT-LINE
           write CLEANSING-REPORT-LINE
           move "CLIENTS CONTROLES" to WS-TL-LABEL
           move WS-EXAMINED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "ADRESSES CONFORMES" to WS-TL-LABEL
           move WS-VALID-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "ORTHOGRAPHE A CORRIGER" to WS-TL-LABEL
           move WS-SPELLING-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "VILLE HORS CODE POSTAL" to WS-TL-LABEL
           move WS-MISMATCH-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "CODE POSTAL INCONNU" to WS-TL-LABEL
           move WS-UNKNOWN-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "CODE POSTAL NON NUMERIQUE" to WS-TL-LABEL
           move WS-NOT-NUMERIC-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "ADRESSE ABSENTE" to WS-TL-LABEL
           move WS-MISSING-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "  DONT COURRIER DEJA REVENU" to WS-TL-LABEL
           move WS-RETURNED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "AGENCES CONCERNEES" to WS-TL-LABEL
           move WS-BRANCH-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "CLIENTS ANONYMISES IGNORES" to WS-TL-LABEL
           move WS-ANONYMISED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           if WS-UNLISTED-COUNT > 0
              move "EN ANOMALIE NON LISTES (TABLE PLEINE)"
                  to WS-TL-LABEL
              move WS-UNLISTED-COUNT to WS-TL-COUNT
              perform 9100-WRITE-TOTAL-LINE
           end-if
           .

       9100-WRITE-TOTAL-LINE.
           move spaces to CLEANSING-REPORT-LINE
           move WS-TOTAL-LINE to CLEANSING-REPORT-LINE
           write CLEANSING-REPORT-LINE
           .

       9999-TERMINATE.
           close CUSTOMER-MASTER
           close ACCOUNT-MASTER
           close CLEANSING-REPORT
           set AV-FN-FINISH to true
           call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
           display "CLIENTS CONTROLES : " WS-EXAMINED-COUNT
           display "ADRESSES A CORRIGER : " WS-FAIL-COUNT
           .
