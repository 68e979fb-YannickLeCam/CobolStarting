       identification division.
       program-id. FEESUMM.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-23.
       date-compiled.

      *****************************************************************
      *  FEESUMM
      *
      *  Annual summary of fees and charges, one per customer, as
      *  the regulation requires.  Runs in the January month-end
      *  cycle (PARM-PROCESS-DATE in January) for the calendar year
      *  just closed; in any other month it does nothing.  For every
      *  account the customer holds it totals over the year:
      *
      *    - the service charges FEEGEN posted (channel "F");
      *    - the debit interest DEBINT posted ("A");
      *    - the returned-cheque fees - the "F" postings SOLDUPDT
      *      made for a cheque on the banking-ban register CHQBAN,
      *      found again by the presented cheque's timestamp;
      *    - the late-payment penalties ("N");
      *    - the loan interest collected on the loans paid from the
      *      account, from the yearly totals LOANPOST, LOANCOLL and
      *      LOANMNT keep on the loan master.
      *
      *  The year's movements come from the live TRANHIST and from
      *  the current archive generation THISTROL rolled the older
      *  months off to.  A refund (a credit on one of these
      *  channels) comes off its total.
      *
      *  Each summary is printed, archived to the statement history
      *  under the pseudo-period AAAA00 so STMTRPRT can reprint it,
      *  and - for a customer whose statements are mailed - written
      *  to the print-bureau file as an "R" document (PBURREC.cpy)
      *  followed by its lines.  A counter-pickup or returned-mail
      *  customer's summary is printed only; a suppressed customer's
      *  is archived only.  A year already archived is not produced
      *  a second time.
      *
      *  Modification history
      *  2026-09-23  YLC  Initial version.
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
               file status is WS-ACCTMAST-STATUS.

           select TRANSACTION-HISTORY assign to "TRANHIST"
               organization is sequential
               file status is WS-TRANHIST-STATUS.

           select HISTORY-ARCHIVE assign to "THARCIN"
               organization is sequential
               file status is WS-ARCIN-STATUS.

           select CHEQUE-BAN-FILE assign to "CHQBAN"
               organization is indexed
               access mode is sequential
               record key is BAN-KEY
               file status is WS-CHQBAN-STATUS.

           select LOAN-FILE assign to "LOANFILE"
               organization is indexed
               access mode is sequential
               record key is LOAN-KEY
               file status is WS-LOAN-STATUS.

           select SUMMARY-REPORT assign to "FSUMRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select STATEMENT-ARCHIVE assign to "STMTHIST"
               organization is sequential
               file status is WS-ARCH-STATUS.

           select PRINT-BUREAU-FILE assign to "PRINTBUR"
               organization is sequential
               file status is WS-BUREAU-STATUS.

           select RUN-PARAMETERS assign to "FSUMPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  TRANSACTION-HISTORY.
       copy "THISTREC.cpy".

       fd  HISTORY-ARCHIVE.
       copy "THISTREC.cpy"
           replacing ==TRANSACTION-HISTORY-RECORD== by
                         ==ARCIN-RECORD==
                     ==TH-ACCT-NUMBER== by ==ARCIN-ACCT-NUMBER==
                     ==TH-POST-DATE== by ==ARCIN-POST-DATE==
                     ==TH-TIMESTAMP== by ==ARCIN-TIMESTAMP==
                     ==TH-TYPE== by ==ARCIN-TYPE==
                     ==TH-DEBIT== by ==ARCIN-DEBIT==
                     ==TH-CREDIT== by ==ARCIN-CREDIT==
                     ==TH-AMOUNT== by ==ARCIN-AMOUNT==
                     ==TH-RESULTING-SOLDE== by
                         ==ARCIN-RESULTING-SOLDE==
                     ==TH-CHEQUE-SERIAL== by ==ARCIN-CHEQUE-SERIAL==
                     ==TH-CHANNEL== by ==ARCIN-CHANNEL==
                     ==TH-ORIG-TIMESTAMP== by
                         ==ARCIN-ORIG-TIMESTAMP==
                     ==TH-CURRENCY-CODE== by ==ARCIN-CURRENCY-CODE==
                     ==TH-FX-RATE== by ==ARCIN-FX-RATE==
                     ==TH-FX-MARGIN-PCT== by ==ARCIN-FX-MARGIN-PCT==
                     ==TH-FX-MARGIN-AMOUNT== by
                         ==ARCIN-FX-MARGIN-AMOUNT==.

       fd  CHEQUE-BAN-FILE.
       copy "BANREC.cpy".

       fd  LOAN-FILE.
       copy "LOANREC.cpy".

       fd  SUMMARY-REPORT.
       01  SUMMARY-REPORT-LINE             PIC X(86).

       fd  STATEMENT-ARCHIVE.
       copy "STMTHREC.cpy".

       fd  PRINT-BUREAU-FILE.
       copy "PBURREC.cpy".

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       working-storage section.
       01  WS-CUSTMAST-STATUS              PIC X(02).
       01  WS-ACCTMAST-STATUS              PIC X(02).
       01  WS-TRANHIST-STATUS              PIC X(02).
           88  WS-TRANHIST-OK                VALUE "00".
       01  WS-ARCIN-STATUS                 PIC X(02).
           88  WS-ARCIN-OK                   VALUE "00".
       01  WS-CHQBAN-STATUS                PIC X(02).
           88  WS-CHQBAN-OK                  VALUE "00".
       01  WS-LOAN-STATUS                  PIC X(02).
           88  WS-LOAN-OK                    VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-ARCH-STATUS                  PIC X(02).
           88  WS-ARCH-OK                    VALUE "00".
       01  WS-BUREAU-STATUS                PIC X(02).
           88  WS-BUREAU-OK                  VALUE "00".
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CUST-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-CUST-EOF                VALUE "Y".
           05  WS-ACCT-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-ACCT-EOF                VALUE "Y".
           05  WS-HIST-EOF-SWITCH           PIC X(01).
               88  WS-HIST-EOF                VALUE "Y".
           05  WS-BAN-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-BAN-EOF                 VALUE "Y".
           05  WS-LOAN-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-LOAN-EOF                VALUE "Y".
           05  WS-ARCH-SCAN-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-ARCH-SCAN-EOF           VALUE "Y".
           05  WS-YEAR-DONE-SWITCH          PIC X(01) VALUE "N".
               88  WS-YEAR-DONE               VALUE "Y".
           05  WS-FOUND-SWITCH              PIC X(01).
               88  WS-FOUND                   VALUE "Y".
           05  WS-MAILED-SWITCH             PIC X(01).
               88  WS-MAILED                  VALUE "Y".
           05  WS-PRINTED-SWITCH            PIC X(01).
               88  WS-PRINTED                 VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-PROCESS-SPLIT REDEFINES WS-PROCESS-DATE.
           05  WS-PROCESS-YEAR             PIC 9(04).
           05  WS-PROCESS-MONTH            PIC 9(02).
           05  WS-PROCESS-DAY              PIC 9(02).
       01  WS-SUMMARY-YEAR                 PIC 9(04).
       01  WS-SUMMARY-PERIOD               PIC 9(06).

      *--------------------------------------------------------------*
      *    Returned-cheque incidents - the fee's history record has  *
      *    the presented cheque's account and timestamp.            *
      *--------------------------------------------------------------*
       01  WS-BAN-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-BAN-TABLE.
           05  WS-BN OCCURS 2000 TIMES.
               10  WS-BN-ACCT              PIC 9(09).
               10  WS-BN-TIMESTAMP         PIC 9(14).
       01  WS-BN-SUB                       PIC 9(04).

      *--------------------------------------------------------------*
      *    Every account on the master with its holder and the       *
      *    year's totals by kind of charge.                          *
      *--------------------------------------------------------------*
       01  WS-ACC-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC OCCURS 5000 TIMES.
               10  WS-ACC-NUMBER           PIC 9(09).
               10  WS-ACC-CUST             PIC 9(06).
               10  WS-ACC-SERVICE          PIC S9(11) COMP-3.
               10  WS-ACC-DEBIT-INT        PIC S9(11) COMP-3.
               10  WS-ACC-CHEQUE-FEE       PIC S9(11) COMP-3.
               10  WS-ACC-PENALTY          PIC S9(11) COMP-3.
               10  WS-ACC-LOAN-INT         PIC S9(11) COMP-3.
       01  WS-ACC-SUB                      PIC 9(04).
       01  WS-SEARCH-ACCT                  PIC 9(09).
       01  WS-ARCH-ACCT                    PIC 9(09) VALUE 0.

      *--------------------------------------------------------------*
      *    The history record being classified - from the archive    *
      *    or the live file.                                         *
      *--------------------------------------------------------------*
       01  WS-MVT-ACCT                     PIC 9(09).
       01  WS-MVT-POST-DATE                PIC 9(08).
       01  WS-MVT-TIMESTAMP                PIC 9(14).
       01  WS-MVT-TYPE                     PIC X(01).
       01  WS-MVT-AMOUNT                   PIC S9(09).
       01  WS-MVT-CHANNEL                  PIC X(01).

       01  WS-CUST-TOTAL                   PIC S9(11) COMP-3.
       01  WS-ACCT-TOTAL                   PIC S9(11) COMP-3.
       01  WS-CUST-ACCT-COUNT              PIC 9(04).
       01  WS-BUREAU-SEQ                   PIC 9(05).
       01  WS-MOVEMENT-COUNT               PIC 9(07) VALUE 0.
       01  WS-SUMMARY-COUNT                PIC 9(06) VALUE 0.
       01  WS-MAILED-COUNT                 PIC 9(06) VALUE 0.
       01  WS-COUNTER-COUNT                PIC 9(06) VALUE 0.
       01  WS-RETURNED-COUNT               PIC 9(06) VALUE 0.
       01  WS-SUPPRESSED-COUNT             PIC 9(06) VALUE 0.
       01  WS-GRAND-TOTAL                  PIC S9(13) COMP-3 VALUE 0.

       01  WS-PAGE-HEADING-1.
           05  FILLER                      PIC X(40) VALUE
               "RECAPITULATIF ANNUEL DES FRAIS - ANNEE ".
           05  WS-PH-YEAR                  PIC 9(04).
       01  WS-PAGE-HEADING-2.
           05  FILLER                      PIC X(07) VALUE "CLIENT ".
           05  WS-PH-CUST-NUMBER           PIC 9(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-PH-PRENOM                PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-PH-NOM                   PIC X(20).
       01  WS-ACCOUNT-HEADING.
           05  FILLER                      PIC X(07) VALUE "COMPTE ".
           05  WS-AH-ACCT-NUMBER           PIC 9(09).
       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL                 PIC X(30).
           05  WS-AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9CR.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           if WS-PROCESS-MONTH not = 1
              display "CYCLE HORS JANVIER - AUCUN RECAPITULATIF ANNUEL"
              go to 0000-END
           end-if
           perform 1500-CHECK-YEAR-ARCHIVED thru 1500-EXIT
           if WS-YEAR-DONE
              go to 0000-END
           end-if
           perform 1600-LOAD-ACCOUNTS
           perform 1700-LOAD-BANS thru 1700-EXIT
           perform 2000-SCAN-ARCHIVE thru 2000-EXIT
           perform 2100-SCAN-HISTORY thru 2100-EXIT
           perform 2500-ADD-LOAN-INTEREST thru 2500-EXIT
           perform 3000-OPEN-OUTPUTS
           perform 3100-READ-CUSTOMER
           perform 4000-CUSTOMER-SUMMARY thru 4000-FIN
               until WS-CUST-EOF
           perform 6500-WRITE-BUREAU-TRAILER
           perform 9000-CLOSE-OUTPUTS
           .
       0000-END.
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
           compute WS-SUMMARY-YEAR = WS-PROCESS-YEAR - 1
           compute WS-SUMMARY-PERIOD = WS-SUMMARY-YEAR * 100
           .

      *****************************************************************
      *  A year already on the statement history was produced and
      *  sent - a rerun must not mail every customer a second copy.
      *****************************************************************
       1500-CHECK-YEAR-ARCHIVED.
           open input STATEMENT-ARCHIVE
           if not WS-ARCH-OK
              close STATEMENT-ARCHIVE
              go to 1500-EXIT
           end-if
           perform 1510-SCAN-ARCHIVE-PERIOD
               until WS-ARCH-SCAN-EOF or WS-YEAR-DONE
           close STATEMENT-ARCHIVE
           if WS-YEAR-DONE
              display "RECAPITULATIF " WS-SUMMARY-YEAR
                      " DEJA PRODUIT - NON REPETE"
           end-if
           .
       1500-EXIT.
           exit
           .

       1510-SCAN-ARCHIVE-PERIOD.
           read STATEMENT-ARCHIVE
               at end set WS-ARCH-SCAN-EOF to true
               not at end
                   if STMH-PERIOD = WS-SUMMARY-PERIOD
                      set WS-YEAR-DONE to true
                   end-if
           end-read
           .

       1600-LOAD-ACCOUNTS.
           open input ACCOUNT-MASTER
           perform 1610-READ-ACCOUNT
           perform 1620-KEEP-ACCOUNT until WS-ACCT-EOF
           close ACCOUNT-MASTER
           .

       1610-READ-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-ACCT-EOF to true
           end-read
           .

       1620-KEEP-ACCOUNT.
           if WS-ACC-COUNT < 5000
              add 1 to WS-ACC-COUNT
              move ACCT-NUMBER to WS-ACC-NUMBER(WS-ACC-COUNT)
              move ACCT-CUST-NUMBER to WS-ACC-CUST(WS-ACC-COUNT)
              move 0 to WS-ACC-SERVICE(WS-ACC-COUNT)
              move 0 to WS-ACC-DEBIT-INT(WS-ACC-COUNT)
              move 0 to WS-ACC-CHEQUE-FEE(WS-ACC-COUNT)
              move 0 to WS-ACC-PENALTY(WS-ACC-COUNT)
              move 0 to WS-ACC-LOAN-INT(WS-ACC-COUNT)
           else
              display "TABLE DES COMPTES PLEINE - COMPTE "
                      ACCT-NUMBER " SANS RECAPITULATIF"
           end-if
           perform 1610-READ-ACCOUNT
           .

      *****************************************************************
      *  Incidents of the year on the banking-ban register - lifted
      *  or not, the fee was charged.  No register, no cheque fees.
      *****************************************************************
       1700-LOAD-BANS.
           open input CHEQUE-BAN-FILE
           if not WS-CHQBAN-OK
              close CHEQUE-BAN-FILE
              go to 1700-EXIT
           end-if
           perform 1710-READ-BAN
           perform 1720-KEEP-BAN until WS-BAN-EOF
           close CHEQUE-BAN-FILE
           .
       1700-EXIT.
           exit
           .

       1710-READ-BAN.
           read CHEQUE-BAN-FILE next record
               at end set WS-BAN-EOF to true
           end-read
           .

       1720-KEEP-BAN.
           if BAN-TIMESTAMP(1:4) = WS-SUMMARY-YEAR
                   and BAN-FEE-AMOUNT > 0
              if WS-BAN-COUNT < 2000
                 add 1 to WS-BAN-COUNT
                 move BAN-ACCT-NUMBER to WS-BN-ACCT(WS-BAN-COUNT)
                 move BAN-TIMESTAMP to WS-BN-TIMESTAMP(WS-BAN-COUNT)
              else
                 display "TABLE DES INCIDENTS PLEINE - COMPTE "
                         BAN-ACCT-NUMBER " FRAIS EN COMMISSIONS"
              end-if
           end-if
           perform 1710-READ-BAN
           .

      *****************************************************************
      *  The months THISTROL already rolled off - the current archive
      *  generation holds everything older than the live file.
      *****************************************************************
       2000-SCAN-ARCHIVE.
           move "N" to WS-HIST-EOF-SWITCH
           open input HISTORY-ARCHIVE
           if not WS-ARCIN-OK
              close HISTORY-ARCHIVE
              go to 2000-EXIT
           end-if
           perform 2010-READ-ARCHIVE
           perform 2020-TAKE-ARCHIVE until WS-HIST-EOF
           close HISTORY-ARCHIVE
           .
       2000-EXIT.
           exit
           .

       2010-READ-ARCHIVE.
           read HISTORY-ARCHIVE
               at end set WS-HIST-EOF to true
           end-read
           .

       2020-TAKE-ARCHIVE.
           move ARCIN-ACCT-NUMBER to WS-MVT-ACCT
           move ARCIN-POST-DATE to WS-MVT-POST-DATE
           move ARCIN-TIMESTAMP to WS-MVT-TIMESTAMP
           move ARCIN-TYPE to WS-MVT-TYPE
           move ARCIN-AMOUNT to WS-MVT-AMOUNT
           move ARCIN-CHANNEL to WS-MVT-CHANNEL
           perform 2200-CLASSIFY-MOVEMENT thru 2200-FIN
           perform 2010-READ-ARCHIVE
           .

       2100-SCAN-HISTORY.
           move "N" to WS-HIST-EOF-SWITCH
           open input TRANSACTION-HISTORY
           if not WS-TRANHIST-OK
              display "AUCUN HISTORIQUE DE TRANSACTIONS : "
                      WS-TRANHIST-STATUS
              close TRANSACTION-HISTORY
              go to 2100-EXIT
           end-if
           perform 2110-READ-HISTORY
           perform 2120-TAKE-HISTORY until WS-HIST-EOF
           close TRANSACTION-HISTORY
           .
       2100-EXIT.
           exit
           .

       2110-READ-HISTORY.
           read TRANSACTION-HISTORY
               at end set WS-HIST-EOF to true
           end-read
           .

       2120-TAKE-HISTORY.
           move TH-ACCT-NUMBER to WS-MVT-ACCT
           move TH-POST-DATE to WS-MVT-POST-DATE
           move TH-TIMESTAMP to WS-MVT-TIMESTAMP
           move TH-TYPE to WS-MVT-TYPE
           move TH-AMOUNT to WS-MVT-AMOUNT
           move TH-CHANNEL to WS-MVT-CHANNEL
           perform 2200-CLASSIFY-MOVEMENT thru 2200-FIN
           perform 2110-READ-HISTORY
           .

      *****************************************************************
      *  A charge of the year goes to its account's total - a debit
      *  adds, a credit on the same channel (a refund) takes off.
      *****************************************************************
       2200-CLASSIFY-MOVEMENT.
           if WS-MVT-POST-DATE(1:4) not = WS-SUMMARY-YEAR
              go to 2200-FIN
           end-if
           if WS-MVT-CHANNEL not = "F" and WS-MVT-CHANNEL not = "A"
                   and WS-MVT-CHANNEL not = "N"
              go to 2200-FIN
           end-if
           move WS-MVT-ACCT to WS-SEARCH-ACCT
           perform 2300-FIND-ACCOUNT
           if not WS-FOUND
              go to 2200-FIN
           end-if
           if WS-MVT-AMOUNT < 0
              compute WS-MVT-AMOUNT = 0 - WS-MVT-AMOUNT
           end-if
           if WS-MVT-TYPE not = "D"
              compute WS-MVT-AMOUNT = 0 - WS-MVT-AMOUNT
           end-if
           add 1 to WS-MOVEMENT-COUNT
           evaluate WS-MVT-CHANNEL
               when "A"
                   add WS-MVT-AMOUNT to WS-ACC-DEBIT-INT(WS-ACC-SUB)
               when "N"
                   add WS-MVT-AMOUNT to WS-ACC-PENALTY(WS-ACC-SUB)
               when other
                   perform 2400-MATCH-BAN
                   if WS-FOUND
                      add WS-MVT-AMOUNT
                          to WS-ACC-CHEQUE-FEE(WS-ACC-SUB)
                   else
                      add WS-MVT-AMOUNT to WS-ACC-SERVICE(WS-ACC-SUB)
                   end-if
           end-evaluate
           .
       2200-FIN.
           exit
           .

       2300-FIND-ACCOUNT.
           move "N" to WS-FOUND-SWITCH
           perform 2310-COMPARE-ACCOUNT
               varying WS-ACC-SUB from 1 by 1
               until WS-ACC-SUB > WS-ACC-COUNT or WS-FOUND
           if WS-FOUND
              subtract 1 from WS-ACC-SUB
           end-if
           .

       2310-COMPARE-ACCOUNT.
           if WS-ACC-NUMBER(WS-ACC-SUB) = WS-SEARCH-ACCT
              set WS-FOUND to true
           end-if
           .

       2400-MATCH-BAN.
           move "N" to WS-FOUND-SWITCH
           perform 2410-COMPARE-BAN
               varying WS-BN-SUB from 1 by 1
               until WS-BN-SUB > WS-BAN-COUNT or WS-FOUND
           .

       2410-COMPARE-BAN.
           if WS-BN-ACCT(WS-BN-SUB) = WS-MVT-ACCT
                   and WS-BN-TIMESTAMP(WS-BN-SUB) = WS-MVT-TIMESTAMP
              set WS-FOUND to true
           end-if
           .

      *****************************************************************
      *  Loan interest collected in the year, to the account the
      *  loan is paid from.  January's LOANPOST has already moved
      *  the closed year's total across on a loan it collected.
      *****************************************************************
       2500-ADD-LOAN-INTEREST.
           open input LOAN-FILE
           if not WS-LOAN-OK
              close LOAN-FILE
              go to 2500-EXIT
           end-if
           perform 2510-READ-LOAN
           perform 2520-TAKE-LOAN until WS-LOAN-EOF
           close LOAN-FILE
           .
       2500-EXIT.
           exit
           .

       2510-READ-LOAN.
           read LOAN-FILE next record
               at end set WS-LOAN-EOF to true
           end-read
           .

       2520-TAKE-LOAN.
           move LOAN-PAYMENT-ACCT to WS-SEARCH-ACCT
           perform 2300-FIND-ACCOUNT
           if WS-FOUND
              evaluate true
                  when LOAN-INT-YEAR = WS-SUMMARY-YEAR
                      add LOAN-INT-YEAR-TOTAL
                          to WS-ACC-LOAN-INT(WS-ACC-SUB)
                  when LOAN-INT-YEAR = WS-PROCESS-YEAR
                      add LOAN-INT-PRIOR-YEAR-TOTAL
                          to WS-ACC-LOAN-INT(WS-ACC-SUB)
                  when other
                      continue
              end-evaluate
           end-if
           perform 2510-READ-LOAN
           .

       3000-OPEN-OUTPUTS.
           open input CUSTOMER-MASTER
           open output SUMMARY-REPORT
           open extend STATEMENT-ARCHIVE
           if not WS-ARCH-OK
              close STATEMENT-ARCHIVE
              open output STATEMENT-ARCHIVE
           end-if
           open extend PRINT-BUREAU-FILE
           if not WS-BUREAU-OK
              close PRINT-BUREAU-FILE
              open output PRINT-BUREAU-FILE
           end-if
           .

       3100-READ-CUSTOMER.
           read CUSTOMER-MASTER next record
               at end set WS-CUST-EOF to true
           end-read
           .

      *****************************************************************
      *  One summary per customer holding at least one account -
      *  heading, each account's charges by kind with its total, and
      *  the customer's total for the year.
      *****************************************************************
       4000-CUSTOMER-SUMMARY.
           move 0 to WS-CUST-ACCT-COUNT
           perform 4050-COUNT-ACCOUNT
               varying WS-ACC-SUB from 1 by 1
               until WS-ACC-SUB > WS-ACC-COUNT
           if WS-CUST-ACCT-COUNT = 0
              go to 4000-FIN
           end-if
           move "N" to WS-MAILED-SWITCH
           move "Y" to WS-PRINTED-SWITCH
           evaluate true
               when CUST-DELIV-SUPPRESSED
                   move "N" to WS-PRINTED-SWITCH
                   add 1 to WS-SUPPRESSED-COUNT
               when CUST-DELIV-MAIL and CUST-MAIL-RETURNED
                   add 1 to WS-RETURNED-COUNT
               when CUST-DELIV-MAIL
                   set WS-MAILED to true
                   add 1 to WS-MAILED-COUNT
                   perform 6400-WRITE-BUREAU-CONTROL
               when other
                   add 1 to WS-COUNTER-COUNT
           end-evaluate
           move 0 to WS-CUST-TOTAL
           move WS-SUMMARY-YEAR to WS-PH-YEAR
           move spaces to SUMMARY-REPORT-LINE
           move WS-PAGE-HEADING-1 to SUMMARY-REPORT-LINE
           if WS-PRINTED
              write SUMMARY-REPORT-LINE after advancing page
           end-if
           move 0 to WS-ARCH-ACCT
           perform 7100-ARCHIVE-LINE
           move CUST-NUMBER to WS-PH-CUST-NUMBER
           move CUST-PRENOM to WS-PH-PRENOM
           move CUST-NOM to WS-PH-NOM
           move spaces to SUMMARY-REPORT-LINE
           move WS-PAGE-HEADING-2 to SUMMARY-REPORT-LINE
           perform 7000-PUT-LINE
           if CUST-DECEASED
              move spaces to SUMMARY-REPORT-LINE
              string "*** SUCCESSION - CLIENT DECEDE LE "
                     delimited by size
                     CUST-DECEASED-DATE delimited by size
                     " ***" delimited by size
                     into SUMMARY-REPORT-LINE
              end-string
              perform 7000-PUT-LINE
           end-if
           move spaces to SUMMARY-REPORT-LINE
           perform 7000-PUT-LINE
           perform 5000-ACCOUNT-SECTION
               varying WS-ACC-SUB from 1 by 1
               until WS-ACC-SUB > WS-ACC-COUNT
           move 0 to WS-ARCH-ACCT
           move "TOTAL DES FRAIS DE L'ANNEE" to WS-AL-LABEL
           move WS-CUST-TOTAL to WS-AL-AMOUNT
           move spaces to SUMMARY-REPORT-LINE
           move WS-AMOUNT-LINE to SUMMARY-REPORT-LINE
           perform 7000-PUT-LINE
           add WS-CUST-TOTAL to WS-GRAND-TOTAL
           add 1 to WS-SUMMARY-COUNT
           .
       4000-FIN.
           perform 3100-READ-CUSTOMER
           .

       4050-COUNT-ACCOUNT.
           if WS-ACC-CUST(WS-ACC-SUB) = CUST-NUMBER
              add 1 to WS-CUST-ACCT-COUNT
           end-if
           .

       5000-ACCOUNT-SECTION.
           if WS-ACC-CUST(WS-ACC-SUB) not = CUST-NUMBER
              go to 5000-FIN
           end-if
           move WS-ACC-NUMBER(WS-ACC-SUB) to WS-ARCH-ACCT
           move WS-ACC-NUMBER(WS-ACC-SUB) to WS-AH-ACCT-NUMBER
           move spaces to SUMMARY-REPORT-LINE
           move WS-ACCOUNT-HEADING to SUMMARY-REPORT-LINE
           perform 7000-PUT-LINE
           move "  COMMISSIONS DE SERVICE" to WS-AL-LABEL
           move WS-ACC-SERVICE(WS-ACC-SUB) to WS-AL-AMOUNT
           perform 5100-PUT-AMOUNT
           move "  INTERETS DEBITEURS" to WS-AL-LABEL
           move WS-ACC-DEBIT-INT(WS-ACC-SUB) to WS-AL-AMOUNT
           perform 5100-PUT-AMOUNT
           move "  FRAIS DE CHEQUES IMPAYES" to WS-AL-LABEL
           move WS-ACC-CHEQUE-FEE(WS-ACC-SUB) to WS-AL-AMOUNT
           perform 5100-PUT-AMOUNT
           move "  PENALITES DE RETARD" to WS-AL-LABEL
           move WS-ACC-PENALTY(WS-ACC-SUB) to WS-AL-AMOUNT
           perform 5100-PUT-AMOUNT
           move "  INTERETS D'EMPRUNT" to WS-AL-LABEL
           move WS-ACC-LOAN-INT(WS-ACC-SUB) to WS-AL-AMOUNT
           perform 5100-PUT-AMOUNT
           compute WS-ACCT-TOTAL = WS-ACC-SERVICE(WS-ACC-SUB)
               + WS-ACC-DEBIT-INT(WS-ACC-SUB)
               + WS-ACC-CHEQUE-FEE(WS-ACC-SUB)
               + WS-ACC-PENALTY(WS-ACC-SUB)
               + WS-ACC-LOAN-INT(WS-ACC-SUB)
           move "  TOTAL DU COMPTE" to WS-AL-LABEL
           move WS-ACCT-TOTAL to WS-AL-AMOUNT
           perform 5100-PUT-AMOUNT
           add WS-ACCT-TOTAL to WS-CUST-TOTAL
           move spaces to SUMMARY-REPORT-LINE
           perform 7000-PUT-LINE
           .
       5000-FIN.
           exit
           .

       5100-PUT-AMOUNT.
           move spaces to SUMMARY-REPORT-LINE
           move WS-AMOUNT-LINE to SUMMARY-REPORT-LINE
           perform 7000-PUT-LINE
           .

      *****************************************************************
      *  One customer-control record opens each mailed summary on the
      *  bureau file, as ACCTSTMT opens a statement - the line area
      *  carries the mailing name and address.
      *****************************************************************
       6400-WRITE-BUREAU-CONTROL.
           set PBR-FEE-SUMMARY-CONTROL to true
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
           string "RECAPITULATIFS ANNUELS EXPEDIES : " delimited by size
                  WS-MAILED-COUNT delimited by size
                  into PBR-LINE
           end-string
           write BUREAU-RECORD
           .

      *****************************************************************
      *  The line just built - printed unless the customer suppressed
      *  paper, archived under the year's pseudo-period, and sent to
      *  the bureau for a mailed customer.
      *****************************************************************
       7000-PUT-LINE.
           if WS-PRINTED
              write SUMMARY-REPORT-LINE
           end-if
           perform 7100-ARCHIVE-LINE
           .

       7100-ARCHIVE-LINE.
           move WS-SUMMARY-PERIOD to STMH-PERIOD
           move CUST-NUMBER to STMH-CUST-NUMBER
           move WS-ARCH-ACCT to STMH-ACCT-NUMBER
           move SUMMARY-REPORT-LINE to STMH-LINE
           write STATEMENT-HISTORY-RECORD
           if WS-MAILED
              set PBR-LINE-RECORD to true
              move CUST-NUMBER to PBR-CUST-NUMBER
              add 1 to WS-BUREAU-SEQ
              move WS-BUREAU-SEQ to PBR-SEQUENCE
              move SUMMARY-REPORT-LINE to PBR-LINE
              write BUREAU-RECORD
           end-if
           .

       9000-CLOSE-OUTPUTS.
           close CUSTOMER-MASTER
           close SUMMARY-REPORT
           close STATEMENT-ARCHIVE
           close PRINT-BUREAU-FILE
           .

       9999-TERMINATE.
           display "ANNEE RECAPITULEE : " WS-SUMMARY-YEAR
           display "MOUVEMENTS DE FRAIS RETENUS : " WS-MOVEMENT-COUNT
           display "RECAPITULATIFS PRODUITS : " WS-SUMMARY-COUNT
           display "EXPEDIES (BUREAU D'IMPRESSION) : "
                   WS-MAILED-COUNT
           display "RETRAIT GUICHET : " WS-COUNTER-COUNT
           display "COURRIER RETOURNE (RETENUS) : "
                   WS-RETURNED-COUNT
           display "ARCHIVES SEULEMENT (SUPPRIMES) : "
                   WS-SUPPRESSED-COUNT
           display "TOTAL DES FRAIS DE L'ANNEE : " WS-GRAND-TOTAL
           .
