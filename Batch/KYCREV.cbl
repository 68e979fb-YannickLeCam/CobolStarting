       identification division.
       program-id. KYCREV.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-20.
       date-compiled.

      *****************************************************************
      *  KYCREV
      *
      *  Weekly customer due-diligence review run.  Reads every
      *  record on KYCFILE (KYCREC.cpy) and lists for the branches
      *  the customers whose periodic review date has passed and
      *  those whose identity document has expired.  A customer
      *  whose review is still overdue more than PARM-KYC-GRACE-DAYS
      *  days after it fell due is flagged on the record, with the
      *  change written to the shared AUDIT-JOURNAL; TRANENT warns
      *  the teller while the flag stands, and recording the review
      *  in CUSTMENU clears it.
      *
      *  A second pass over CUSTOMER-MASTER lists the customers who
      *  have no due-diligence record at all - those taken on before
      *  the record existed - so the branches can complete them.
      *  Deceased customers are left out of both lists, and a record
      *  whose customer has left CUSTOMER-MASTER is kept (the file
      *  outlives the relationship) but no longer reviewed.
      *
      *  Modification history
      *  2026-09-20  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select KYC-FILE assign to "KYCFILE"
               organization is indexed
               access mode is dynamic
               record key is KYC-CUST-NUMBER
               file status is WS-KYC-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select KYC-REPORT assign to "KYCRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select RUN-PARAMETERS assign to "KYCPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

       data division.
       file section.
       fd  KYC-FILE.
       copy "KYCREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  KYC-REPORT.
       01  KYC-REPORT-LINE                 PIC X(80).

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       working-storage section.
       01  WS-KYC-STATUS                   PIC X(02).
           88  WS-KYC-OK                     VALUE "00".
       01  WS-CUSTMAST-STATUS              PIC X(02).
           88  WS-CUSTMAST-OK                VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                   VALUE "00".
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-KYC-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-KYC-EOF                 VALUE "Y".
           05  WS-CUST-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-CUST-EOF                VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-GRACE-DAYS                   PIC 9(03) VALUE 0.
       01  WS-PROCESS-SERIAL               PIC 9(07).
       01  WS-DAYS-OVERDUE                 PIC S9(07).

       01  WS-EXAMINED-COUNT               PIC 9(06) VALUE 0.
       01  WS-OVERDUE-COUNT                PIC 9(06) VALUE 0.
       01  WS-EXPIRED-COUNT                PIC 9(06) VALUE 0.
       01  WS-FLAGGED-COUNT                PIC 9(06) VALUE 0.
       01  WS-MISSING-COUNT                PIC 9(06) VALUE 0.
       01  WS-DEPARTED-COUNT               PIC 9(06) VALUE 0.

      *--------------------------------------------------------------*
      *    Day-count arithmetic for the days overdue - the same     *
      *    civil-epoch serial CUSTMENU and OVRDRRPT use.            *
      *--------------------------------------------------------------*
       01  WS-SERIAL-DATE                  PIC 9(08).
       01  WS-SERIAL-DATE-SPLIT REDEFINES WS-SERIAL-DATE.
           05  WS-SERIAL-YEAR              PIC 9(04).
           05  WS-SERIAL-MONTH             PIC 9(02).
           05  WS-SERIAL-DAY               PIC 9(02).
       01  WS-SERIAL-DAYS                  PIC 9(07).
       01  WS-SERIAL-YEARS                 PIC 9(04).
       01  WS-LEAP-DAYS-4                  PIC 9(04).
       01  WS-LEAP-DAYS-100                PIC 9(04).
       01  WS-LEAP-DAYS-400                PIC 9(04).
       01  WS-LEAP-QUOTIENT                PIC 9(04).
       01  WS-LEAP-REMAINDER               PIC 9(04).

       01  WS-MONTH-OFFSET-DEF.
           05  FILLER                      PIC 9(03) VALUE 000.
           05  FILLER                      PIC 9(03) VALUE 031.
           05  FILLER                      PIC 9(03) VALUE 059.
           05  FILLER                      PIC 9(03) VALUE 090.
           05  FILLER                      PIC 9(03) VALUE 120.
           05  FILLER                      PIC 9(03) VALUE 151.
           05  FILLER                      PIC 9(03) VALUE 181.
           05  FILLER                      PIC 9(03) VALUE 212.
           05  FILLER                      PIC 9(03) VALUE 243.
           05  FILLER                      PIC 9(03) VALUE 273.
           05  FILLER                      PIC 9(03) VALUE 304.
           05  FILLER                      PIC 9(03) VALUE 334.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DEF.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).

       01  WS-OPERATOR-ID                  PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                   PIC 9(08).
       01  WS-AUDIT-TIME                   PIC 9(08).
       01  WS-AUDIT-TS-ALPHA               PIC X(14).
       01  WS-AUDIT-SEQUENCE               PIC 9(07) VALUE 0.
       01  WS-AUDIT-KEY                    PIC 9(09).

       01  WS-HEADING-LINE                 PIC X(80) VALUE
           "VIGILANCE CLIENT - CLIENT, NOM, ANOMALIE, DATE, JOURS".

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-NUMBER           PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-NOM                   PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-ANOMALY               PIC X(18).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-DATE                  PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-DAYS                  PIC ZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-MARKER                PIC X(18).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-COUNT                 PIC ZZZZZ9.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-READ-KYC
           perform 3000-EXAMINE-KYC thru 3000-EXIT
               until WS-KYC-EOF
           perform 4000-SWEEP-CUSTOMERS
           perform 9000-WRITE-TOTALS
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open i-o KYC-FILE
           if not WS-KYC-OK
              close KYC-FILE
              open output KYC-FILE
              close KYC-FILE
              open i-o KYC-FILE
           end-if
           open input CUSTOMER-MASTER
           open output KYC-REPORT
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end
                      move 0 to WS-PROCESS-DATE
                  not at end
                      move PARM-PROCESS-DATE to WS-PROCESS-DATE
                      move PARM-KYC-GRACE-DAYS to WS-GRACE-DAYS
              end-read
           else
              move 0 to WS-PROCESS-DATE
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           if WS-GRACE-DAYS = 0
              move 90 to WS-GRACE-DAYS
           end-if
           move WS-PROCESS-DATE to WS-SERIAL-DATE
           perform 8900-DATE-TO-SERIAL
           move WS-SERIAL-DAYS to WS-PROCESS-SERIAL
           move WS-HEADING-LINE to KYC-REPORT-LINE
           write KYC-REPORT-LINE
           .

       2000-READ-KYC.
           read KYC-FILE next record
               at end set WS-KYC-EOF to true
           end-read
           .

      *****************************************************************
      *  One due-diligence record - an expired document and an
      *  overdue review are listed independently, and the review
      *  overdue past the grace period flags the customer once.
      *****************************************************************
       3000-EXAMINE-KYC.
           move KYC-CUST-NUMBER to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   add 1 to WS-DEPARTED-COUNT
                   go to 3000-EXIT
           end-read
           if CUST-DECEASED
              go to 3000-EXIT
           end-if
           add 1 to WS-EXAMINED-COUNT
           if KYC-ID-EXPIRY-DATE < WS-PROCESS-DATE
              move spaces to WS-DL-MARKER
              move "PIECE EXPIREE" to WS-DL-ANOMALY
              move KYC-ID-EXPIRY-DATE to WS-DL-DATE
              move KYC-ID-EXPIRY-DATE to WS-SERIAL-DATE
              perform 8900-DATE-TO-SERIAL
              compute WS-DAYS-OVERDUE =
                  WS-PROCESS-SERIAL - WS-SERIAL-DAYS
              move WS-DAYS-OVERDUE to WS-DL-DAYS
              perform 7000-WRITE-DETAIL
              add 1 to WS-EXPIRED-COUNT
           end-if
           if KYC-NEXT-REVIEW-DATE < WS-PROCESS-DATE
              perform 3100-LIST-OVERDUE thru 3100-EXIT
           end-if
           .
       3000-EXIT.
           perform 2000-READ-KYC
           .

       3100-LIST-OVERDUE.
           add 1 to WS-OVERDUE-COUNT
           move KYC-NEXT-REVIEW-DATE to WS-SERIAL-DATE
           perform 8900-DATE-TO-SERIAL
           compute WS-DAYS-OVERDUE =
               WS-PROCESS-SERIAL - WS-SERIAL-DAYS
           move "REVUE EN RETARD" to WS-DL-ANOMALY
           move KYC-NEXT-REVIEW-DATE to WS-DL-DATE
           move WS-DAYS-OVERDUE to WS-DL-DAYS
           move spaces to WS-DL-MARKER
           if KYC-OVERDUE-FLAGGED
              move "DEJA SIGNALE" to WS-DL-MARKER
           else
              if WS-DAYS-OVERDUE > WS-GRACE-DAYS
                 perform 3200-FLAG-CUSTOMER thru 3200-EXIT
              end-if
           end-if
           perform 7000-WRITE-DETAIL
           .
       3100-EXIT.
           exit
           .

       3200-FLAG-CUSTOMER.
           set KYC-OVERDUE-FLAGGED to true
           move WS-PROCESS-DATE to KYC-FLAGGED-DATE
           rewrite KYC-RECORD
               invalid key
                   display "ERREUR REECRITURE KYCFILE : "
                           KYC-CUST-NUMBER
                   move space to KYC-OVERDUE-FLAG
                   move 0 to KYC-FLAGGED-DATE
                   go to 3200-EXIT
           end-rewrite
           move "SIGNALE CE JOUR" to WS-DL-MARKER
           perform 8000-WRITE-AUDIT
           add 1 to WS-FLAGGED-COUNT
           .
       3200-EXIT.
           exit
           .

      *****************************************************************
      *  Customers with no due-diligence record at all - a straight
      *  sweep of CUSTOMER-MASTER with a keyed read of KYCFILE each.
      *****************************************************************
       4000-SWEEP-CUSTOMERS.
           move 0 to CUST-NUMBER
           start CUSTOMER-MASTER key not < CUST-NUMBER
               invalid key
                   set WS-CUST-EOF to true
           end-start
           perform 4100-READ-CUSTOMER
           perform 4200-CHECK-ONE-CUSTOMER until WS-CUST-EOF
           .

       4100-READ-CUSTOMER.
           if not WS-CUST-EOF
              read CUSTOMER-MASTER next record
                  at end set WS-CUST-EOF to true
              end-read
           end-if
           .

       4200-CHECK-ONE-CUSTOMER.
           if not CUST-DECEASED
              move CUST-NUMBER to KYC-CUST-NUMBER
              read KYC-FILE
                  invalid key
                      move "DOSSIER ABSENT" to WS-DL-ANOMALY
                      move 0 to WS-DL-DATE
                      move 0 to WS-DL-DAYS
                      move spaces to WS-DL-MARKER
                      perform 7000-WRITE-DETAIL
                      add 1 to WS-MISSING-COUNT
              end-read
           end-if
           perform 4100-READ-CUSTOMER
           .

       7000-WRITE-DETAIL.
           move CUST-NUMBER to WS-DL-CUST-NUMBER
           move CUST-NOM to WS-DL-NOM
           move spaces to KYC-REPORT-LINE
           move WS-DETAIL-LINE to KYC-REPORT-LINE
           write KYC-REPORT-LINE
           .

      *****************************************************************
      *  Appends the flag to the shared AUDIT-JOURNAL the way
      *  DORMFLAG journals a dormant account.
      *****************************************************************
       8000-WRITE-AUDIT.
           move WS-PROCESS-DATE to WS-AUDIT-DATE
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "KYCREV" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "KYCBLQ" to AUDIT-ACTION
           move KYC-CUST-NUMBER to WS-AUDIT-KEY
           move WS-AUDIT-KEY to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           string "REVUE DUE LE " delimited by size
                  KYC-NEXT-REVIEW-DATE delimited by size
                  into AUDIT-BEFORE-IMAGE
           end-string
           move spaces to AUDIT-AFTER-IMAGE
           string "SIGNALE - RETARD DE " delimited by size
                  WS-DL-DAYS delimited by size
                  " JOURS" delimited by size
                  into AUDIT-AFTER-IMAGE
           end-string
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Converts WS-SERIAL-DATE (AAAAMMJJ) to a day count from the
      *  civil epoch so two dates can be subtracted to get elapsed
      *  days - the same arithmetic OVRDRRPT uses for days overdrawn.
      *****************************************************************
       8900-DATE-TO-SERIAL.
           compute WS-SERIAL-YEARS = WS-SERIAL-YEAR - 1
           divide WS-SERIAL-YEARS by 4 giving WS-LEAP-DAYS-4
           divide WS-SERIAL-YEARS by 100 giving WS-LEAP-DAYS-100
           divide WS-SERIAL-YEARS by 400 giving WS-LEAP-DAYS-400
           compute WS-SERIAL-DAYS = WS-SERIAL-YEARS * 365
               + WS-LEAP-DAYS-4
               - WS-LEAP-DAYS-100
               + WS-LEAP-DAYS-400
           add WS-MONTH-OFFSET(WS-SERIAL-MONTH) to WS-SERIAL-DAYS
           if WS-SERIAL-MONTH > 2
              divide WS-SERIAL-YEAR by 4 giving WS-LEAP-QUOTIENT
                  remainder WS-LEAP-REMAINDER
              if WS-LEAP-REMAINDER = 0
                 divide WS-SERIAL-YEAR by 100 giving WS-LEAP-QUOTIENT
                     remainder WS-LEAP-REMAINDER
                 if WS-LEAP-REMAINDER not = 0
                    add 1 to WS-SERIAL-DAYS
                 else
                    divide WS-SERIAL-YEAR by 400
                        giving WS-LEAP-QUOTIENT
                        remainder WS-LEAP-REMAINDER
                    if WS-LEAP-REMAINDER = 0
                       add 1 to WS-SERIAL-DAYS
                    end-if
                 end-if
              end-if
           end-if
           add WS-SERIAL-DAY to WS-SERIAL-DAYS
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
           move "KYCREV" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9000-WRITE-TOTALS.
           move spaces to KYC-REPORT-LINE
           write KYC-REPORT-LINE
           move "CLIENTS EXAMINES" to WS-TL-LABEL
           move WS-EXAMINED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "REVUES EN RETARD" to WS-TL-LABEL
           move WS-OVERDUE-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "  DONT SIGNALES CE JOUR" to WS-TL-LABEL
           move WS-FLAGGED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "PIECES EXPIREES" to WS-TL-LABEL
           move WS-EXPIRED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "DOSSIERS ABSENTS" to WS-TL-LABEL
           move WS-MISSING-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           .

       9100-WRITE-TOTAL-LINE.
           move spaces to KYC-REPORT-LINE
           move WS-TOTAL-LINE to KYC-REPORT-LINE
           write KYC-REPORT-LINE
           .

       9999-TERMINATE.
           close KYC-FILE
           close CUSTOMER-MASTER
           close KYC-REPORT
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           display "CLIENTS EXAMINES : " WS-EXAMINED-COUNT
           display "REVUES EN RETARD : " WS-OVERDUE-COUNT
           display "CLIENTS SIGNALES : " WS-FLAGGED-COUNT
           display "PIECES EXPIREES : " WS-EXPIRED-COUNT
           display "DOSSIERS ABSENTS : " WS-MISSING-COUNT
           display "DOSSIERS DE CLIENTS SORTIS : " WS-DEPARTED-COUNT
           .
