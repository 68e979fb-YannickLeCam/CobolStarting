      *  2026-09-02  YLC  Writes start/end records with counts and
      *                   outcome to the shared nightly run log for
      *                   MORNSUM's morning operations summary.
      *  2026-09-20  YLC  The intake record now carries the due-
      *                   diligence fields - identity document type,
      *                   number and expiry, and the risk rating.  A
      *                   record without a valid, unexpired document
      *                   or a known rating is rejected like any
      *                   other failed gate, and an accepted customer
      *                   gets the KYCFILE record CUSTMENU would have
      *                   written, with the next review set from the
      *                   rating.
      *  2026-10-12  YLC  Postcode and town are checked against the
      *                   postal reference through ADDRVAL, as in
      *                   CUSTMENU.  A known pair spelt differently
      *                   is stored with the reference spelling and
      *                   the correction shown on the acceptance
      *                   report; a town the postcode does not serve
      *                   or an unknown postcode rejects the record,
      *                   the exception listing the postcode's towns.
      *****************************************************************
       environment division.
       configuration section.
               organization is sequential
               file status is WS-RUNLOG-STATUS.

           select KYC-FILE assign to "KYCFILE"
               organization is indexed
               access mode is dynamic
               record key is KYC-CUST-NUMBER
               file status is WS-KYC-STATUS.

       data division.
       file section.
       fd  BRANCH-INTAKE-FILE.
           05  BIN-VILLE                   PIC X(20).
           05  BIN-CODE-POSTAL             PIC X(05).
           05  BIN-TELEPHONE               PIC X(10).
           05  BIN-ID-TYPE                 PIC X(01).
           05  BIN-ID-NUMBER               PIC X(15).
           05  BIN-ID-EXPIRY-DATE          PIC 9(08).
           05  BIN-ID-EXPIRY-SPLIT REDEFINES BIN-ID-EXPIRY-DATE.
               10  BIN-ID-EXPIRY-YEAR      PIC 9(04).
               10  BIN-ID-EXPIRY-MONTH     PIC 9(02).
               10  BIN-ID-EXPIRY-DAY       PIC 9(02).
           05  BIN-RISK-RATING             PIC X(01).

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".
       fd  RUN-LOG.
       copy "RUNLOGRC.cpy".

       fd  KYC-FILE.
       copy "KYCREC.cpy".

       working-storage section.
       01  WS-RUNLOG-STATUS                PIC X(02).
           88  WS-RUNLOG-OK                  VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                   VALUE "00".
       01  WS-KYC-STATUS                   PIC X(02).
           88  WS-KYC-OK                     VALUE "00".

       01  WS-OPERATOR-ID                  PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                   PIC 9(08).
               88  WS-WATCH-EOF                VALUE "Y".

       01  WS-REJECT-REASON                PIC X(30).
       01  WS-INTAKE-VILLE                 PIC X(20).
       01  WS-EXPECTED-TOWNS               PIC X(60).
       01  WS-EXPECTED-PTR                 PIC 9(03).
       01  WS-TOWN-SUB                     PIC 9(02).
       01  WS-VILLE-CORRECTED-SWITCH       PIC X(01).
           88  WS-VILLE-CORRECTED            VALUE "Y".
       01  WS-CHAR-IDX                     PIC 9(02).
       01  WS-ONE-CHAR                     PIC X(01).
       01  WS-NOM-NORMALIZED               PIC X(20).
       01  WS-GRAND-ACCEPTED               PIC 9(06) VALUE 0.
       01  WS-GRAND-REJECTED               PIC 9(06) VALUE 0.

      *--------------------------------------------------------------*
      *    Document expiry lies in the future by definition, so it   *
      *    is validated locally (month lengths, leap years) - the    *
      *    shared DATEVAL rejects future dates.                      *
      *--------------------------------------------------------------*
       01  WS-TODAY-DATE                   PIC 9(08).
       01  WS-REVIEW-YEARS                 PIC 9(01).
       01  WS-DATE-VALID-SWITCH            PIC X(01).
           88  WS-DATE-VALID                 VALUE "Y".
       01  WS-LEAP-SWITCH                  PIC X(01).
           88  WS-LEAP-YEAR                  VALUE "Y".
       01  WS-MONTH-LAST-DAY               PIC 9(02).
       01  WS-LEAP-QUOTIENT                PIC 9(04).
       01  WS-LEAP-REMAINDER               PIC 9(04).
       01  WS-MONTH-LENGTH-DEF.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 28.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DEF.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

       01  WS-MONTH-TABLE-DEF.
           05  FILLER          PIC X(10) VALUE "JANVIER".
           05  FILLER          PIC X(10) VALUE "FEVRIER".

       copy "DATEVLNK.cpy".

       copy "ADDRVLNK.cpy".

       01  WS-BRANCH-HEADING.
           05  FILLER                      PIC X(08) VALUE
               "BRANCHE ".
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           open i-o KYC-FILE
           if not WS-KYC-OK
              close KYC-FILE
              open output KYC-FILE
              close KYC-FILE
              open i-o KYC-FILE
           end-if
           accept WS-TODAY-DATE from date yyyymmdd
           .

       2000-READ-INTAKE.
       4000-VALIDATE-RECORD.
           set WS-NAME-VALID to true
           move spaces to WS-REJECT-REASON
           move spaces to WS-EXPECTED-TOWNS
           move "N" to WS-VILLE-CORRECTED-SWITCH
           move BIN-VILLE to WS-INTAKE-VILLE
           if BIN-NOM = spaces
              set WS-NAME-INVALID to true
              move "NOM VIDE" to WS-REJECT-REASON
           if BIN-CODE-POSTAL is not numeric
              set WS-NAME-INVALID to true
              move "CODE POSTAL INVALIDE" to WS-REJECT-REASON
              go to 4000-FIN
           end-if
           perform 4100-CHECK-POSTAL-TOWN
           if WS-NAME-INVALID
              go to 4000-FIN
           end-if
           perform 4200-VALIDATE-KYC thru 4200-FIN
           .
       4000-FIN.
           exit
           .

      *****************************************************************
      *  Postcode and town against the postal reference (ADDRVAL).
      *  Nobody is at the terminal to choose, so a spelling
      *  difference is corrected to the reference and anything worse
      *  goes back to the branch.  No reference file means no check.
      *****************************************************************
       4100-CHECK-POSTAL-TOWN.
           set AV-FN-VALIDATE to true
           move BIN-CODE-POSTAL to AV-CODE-POSTAL
           move BIN-VILLE to AV-VILLE
           call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
           evaluate true
               when AV-SPELLING-DIFFERS
                   move AV-REFERENCE-VILLE to WS-INTAKE-VILLE
                   set WS-VILLE-CORRECTED to true
               when AV-TOWN-MISMATCH
                   set WS-NAME-INVALID to true
                   move "VILLE INCOHERENTE AVEC LE CP"
                       to WS-REJECT-REASON
                   move 1 to WS-EXPECTED-PTR
                   string "  VILLES DU CP " delimited by size
                          BIN-CODE-POSTAL delimited by size
                          " : " delimited by size
                          into WS-EXPECTED-TOWNS
                          with pointer WS-EXPECTED-PTR
                   end-string
                   perform 4110-ADD-EXPECTED-TOWN
                       varying WS-TOWN-SUB from 1 by 1
                       until WS-TOWN-SUB > AV-TOWN-COUNT
               when AV-UNKNOWN-CODE
                   set WS-NAME-INVALID to true
                   move "CODE POSTAL INCONNU" to WS-REJECT-REASON
               when other
                   continue
           end-evaluate
           .

       4110-ADD-EXPECTED-TOWN.
           if WS-TOWN-SUB > 1
              string ", " delimited by size
                     into WS-EXPECTED-TOWNS
                     with pointer WS-EXPECTED-PTR
                  on overflow
                     continue
              end-string
           end-if
           string AV-TOWN(WS-TOWN-SUB) delimited by "  "
                  into WS-EXPECTED-TOWNS
                  with pointer WS-EXPECTED-PTR
               on overflow
                  continue
           end-string
           .

      *****************************************************************
      *  The due-diligence gates CUSTMENU applies at the counter - a
      *  known document type with its number, a real expiry date
      *  after today, and a known risk rating.
      *****************************************************************
       4200-VALIDATE-KYC.
           if BIN-ID-TYPE not = "C" and BIN-ID-TYPE not = "P"
                                    and BIN-ID-TYPE not = "S"
              set WS-NAME-INVALID to true
              move "TYPE DE PIECE INVALIDE" to WS-REJECT-REASON
              go to 4200-FIN
           end-if
           if BIN-ID-NUMBER = spaces
              set WS-NAME-INVALID to true
              move "NUMERO DE PIECE ABSENT" to WS-REJECT-REASON
              go to 4200-FIN
           end-if
           perform 4250-VALIDATE-EXPIRY-DATE thru 4250-FIN
           if not WS-DATE-VALID
              set WS-NAME-INVALID to true
              move "EXPIRATION PIECE INVALIDE" to WS-REJECT-REASON
              go to 4200-FIN
           end-if
           if BIN-ID-EXPIRY-DATE not > WS-TODAY-DATE
              set WS-NAME-INVALID to true
              move "PIECE D'IDENTITE EXPIREE" to WS-REJECT-REASON
              go to 4200-FIN
           end-if
           if BIN-RISK-RATING not = "E" and BIN-RISK-RATING not = "M"
                                        and BIN-RISK-RATING not = "F"
              set WS-NAME-INVALID to true
              move "NIVEAU DE RISQUE INVALIDE" to WS-REJECT-REASON
           end-if
           .
       4200-FIN.
           exit
           .

      *****************************************************************
      *  Local calendar validation (month lengths, leap years) of
      *  the document expiry, the same check CALMNT applies to its
      *  holidays.
      *****************************************************************
       4250-VALIDATE-EXPIRY-DATE.
           move "N" to WS-DATE-VALID-SWITCH
           if BIN-ID-EXPIRY-DATE is not numeric
              go to 4250-FIN
           end-if
           if BIN-ID-EXPIRY-MONTH < 1 or BIN-ID-EXPIRY-MONTH > 12
              go to 4250-FIN
           end-if
           if BIN-ID-EXPIRY-YEAR < 1900 or BIN-ID-EXPIRY-YEAR > 2099
              go to 4250-FIN
           end-if
           move WS-MONTH-DAYS(BIN-ID-EXPIRY-MONTH)
               to WS-MONTH-LAST-DAY
           if BIN-ID-EXPIRY-MONTH = 2
              move "N" to WS-LEAP-SWITCH
              divide BIN-ID-EXPIRY-YEAR by 4 giving WS-LEAP-QUOTIENT
                  remainder WS-LEAP-REMAINDER
              if WS-LEAP-REMAINDER = 0
                 divide BIN-ID-EXPIRY-YEAR by 100
                     giving WS-LEAP-QUOTIENT
                     remainder WS-LEAP-REMAINDER
                 if WS-LEAP-REMAINDER not = 0
                    move "Y" to WS-LEAP-SWITCH
                 else
                    divide BIN-ID-EXPIRY-YEAR by 400
                        giving WS-LEAP-QUOTIENT
                        remainder WS-LEAP-REMAINDER
                    if WS-LEAP-REMAINDER = 0
                       move "Y" to WS-LEAP-SWITCH
                    end-if
                 end-if
              end-if
              if WS-LEAP-YEAR
                 move 29 to WS-MONTH-LAST-DAY
              end-if
           end-if
           if BIN-ID-EXPIRY-DAY >= 1
                   and BIN-ID-EXPIRY-DAY <= WS-MONTH-LAST-DAY
              move "Y" to WS-DATE-VALID-SWITCH
           end-if
           .
       4250-FIN.
           exit
           .

      *****************************************************************
      *  The interactive path's case-blind duplicate scan - a match
      *  does not stop the intake but lands the pair on the
              move "N" to CUST-GENRE
           end-if
           move BIN-RUE to CUST-RUE
           move WS-INTAKE-VILLE to CUST-VILLE
           move BIN-CODE-POSTAL to CUST-CODE-POSTAL
           move BIN-TELEPHONE to CUST-TELEPHONE
           move 0 to CUST-SUBACCT-COUNT
                           WS-CUSTMAST-STATUS
           end-write
           perform 8000-WRITE-AUDIT
           perform 5100-STORE-KYC
           move spaces to ACCEPTANCE-REPORT-LINE
           string "  CLIENT " delimited by size
                  CUST-NUMBER delimited by size
                  into ACCEPTANCE-REPORT-LINE
           end-string
           write ACCEPTANCE-REPORT-LINE
           if WS-VILLE-CORRECTED
              move spaces to ACCEPTANCE-REPORT-LINE
              string "    VILLE CORRIGEE : " delimited by size
                     BIN-VILLE delimited by size
                     " -> " delimited by size
                     WS-INTAKE-VILLE delimited by size
                     into ACCEPTANCE-REPORT-LINE
              end-string
              write ACCEPTANCE-REPORT-LINE
           end-if
           .

      *****************************************************************
      *  The accepted customer's due-diligence record, reviewed today
      *  with the next review one, three or five years out for an E,
      *  M or F rating, as CUSTMENU sets it.
      *****************************************************************
       5100-STORE-KYC.
           move spaces to KYC-RECORD
           move CUST-NUMBER to KYC-CUST-NUMBER
           move BIN-ID-TYPE to KYC-ID-TYPE
           move BIN-ID-NUMBER to KYC-ID-NUMBER
           move BIN-ID-EXPIRY-DATE to KYC-ID-EXPIRY-DATE
           move BIN-RISK-RATING to KYC-RISK-RATING
           move WS-TODAY-DATE to KYC-LAST-REVIEW-DATE
           evaluate true
               when KYC-RISK-ELEVE
                   move 1 to WS-REVIEW-YEARS
               when KYC-RISK-MOYEN
                   move 3 to WS-REVIEW-YEARS
               when other
                   move 5 to WS-REVIEW-YEARS
           end-evaluate
           compute KYC-NEXT-REVIEW-DATE =
               WS-TODAY-DATE + WS-REVIEW-YEARS * 10000
           if KYC-NEXT-REVIEW-DATE(5:4) = "0229"
              move "0228" to KYC-NEXT-REVIEW-DATE(5:4)
           end-if
           move WS-OPERATOR-ID to KYC-REVIEW-OPERATOR
           move space to KYC-OVERDUE-FLAG
           move 0 to KYC-FLAGGED-DATE
           write KYC-RECORD
               invalid key
                   rewrite KYC-RECORD
           end-write
           .

       7000-WRITE-EXCEPTION.
                  into EXCEPTION-REPORT-LINE
           end-string
           write EXCEPTION-REPORT-LINE
           if WS-EXPECTED-TOWNS not = spaces
              move WS-EXPECTED-TOWNS to EXCEPTION-REPORT-LINE
              write EXCEPTION-REPORT-LINE
           end-if
           move spaces to ACCEPTANCE-REPORT-LINE
           string "  " delimited by size
                  BIN-NOM delimited by size
           end-if
           close ACCEPTANCE-REPORT
           close AUDIT-JOURNAL
           close KYC-FILE
           set AV-FN-FINISH to true
           call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
           open output CUSTOMER-CONTROL
           write CUSTOMER-CONTROL-RECORD
           close CUSTOMER-CONTROL
