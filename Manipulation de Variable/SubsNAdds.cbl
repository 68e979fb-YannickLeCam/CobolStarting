      *  the balance extract are all produced as the match advances,
      *  with one REWRITE per touched account.
      *
      *  With a range record on SOLDRNGE (PARTREC.cpy, from TRANSPLT)
      *  the same program runs as one partition of the nightly
      *  update - its own account-number range only, side by side
      *  with the others, or the cross-range pass over the transfers
      *  between ranges once they are through - and leaves its
      *  history and control totals (SOLDTOT) for SOLDMRG to merge.
      *
      *  Modification history
      *  2026-08-08  YLC  Added ON SIZE ERROR to every arithmetic
      *                   statement so a sequence of transactions that
      *                   AUDIT-SEQUENCE and the run closes with a
      *                   FINRUN trailer carrying the record count,
      *                   for AUDITVER's integrity proof.
      *  2026-09-18  YLC  Overdraft and hold checks now work on the
      *                   available balance - the ledger balance less
      *                   deposited cheques still uncollected on
      *                   CHQDEP (CDEPREC.cpy).  A teller credit that
      *                   carries a deposited cheque stamps it with
      *                   its availability date, PARM-CHEQUE-FLOAT-
      *                   DAYS business days on per CALFILE.  The
      *                   reversal of an unpaid cheque ("K" channel,
      *                   from CHQIMP) posts without the overdraft
      *                   and hold checks - the money was never ours
      *                   to give.
      *  2026-09-19  YLC  A presented cheque the account cannot cover
      *                   now rejects CHQSP (returned unpaid) instead
      *                   of OVRLM: the first return of a serial
      *                   records the injunction on the banking-ban
      *                   register CHQBAN (BANREC.cpy) and charges the
      *                   returned-cheque fee, PARM-CHEQUE-RETURN-FEE,
      *                   as a forced debit on the fee channel.
      *  2026-09-26  YLC  Product rules from PRODRULE (PRODREC.cpy) -
      *                   an opening of a regulated product the
      *                   customer already holds open or dormant
      *                   rejects PRDUN (the customer's accounts are
      *                   read through the ACCT-CUST-NUMBER alternate
      *                   index), and a credit or transfer credit leg
      *                   taking the balance above the product's
      *                   legal ceiling rejects PLAFD.  Capitalised
      *                   interest (channel "I") may pass the ceiling.
      *                   A missing rule file skips both checks.
      *  2026-09-27  YLC  Opening eligibility from the product rules -
      *                   an "O" is refused ELDCD for a deceased
      *                   customer, ELREV for one in screening review,
      *                   ELAGE outside the product's age band (or
      *                   with no date of birth), ELDEP when the
      *                   opening deposit declared in TRAN-AMOUNT is
      *                   below the minimum, and ELNBR when the
      *                   customer already holds the maximum number
      *                   of accounts of the product.
      *  2026-10-03  YLC  An interest correction credit (channel "J")
      *                   may pass the product ceiling like the
      *                   capitalised interest it corrects.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *  2026-10-15  YLC  Accounts may be kept in a currency other than
      *                   the euro (ACCT-CURRENCY-CODE). An opening
      *                   takes TRAN-CURRENCY-CODE and is refused for a
      *                   currency without a rate (DEVIS) or on a
      *                   regulated product (ELDEV); the minimum deposit
      *                   and the ceiling are held in euros. A transfer
      *                   between currencies credits the amount
      *                   converted through FXCONV at the business
      *                   date's rates less the exchange margin, both
      *                   legs' history carrying the rate and margin, or
      *                   rejects (FXRAT). Control totals are kept and
      *                   proved by currency, the four report totals
      *                   becoming their euro equivalents.
      *  2026-10-15  YLC  Runs as one partition of the partitioned
      *                   nightly update when the JCL supplies a range
      *                   record on SOLDRNGE: a range run scans
      *                   ACCOUNT-MASTER from the low to the high
      *                   account of its range only, the cross-range
      *                   pass ("X") reads only the accounts its
      *                   transfers name. Either refuses a range file
      *                   dated for another business day, honours
      *                   PARM-RESTART-KEY only when
      *                   PARM-RESTART-PARTITION names it, posts its
      *                   history to THISTPRT (TRANHIST is only read)
      *                   and writes its control totals by currency to
      *                   SOLDTOT for SOLDMRG. A transfer credit posted
      *                   ahead of the scan to an account never reached
      *                   is now folded into the closing total with a
      *                   corrective extract line, as one behind it
      *                   already was.
      *  2026-10-15  YLC  A partitioned run's reversal check also reads
      *                   its own THISTPRT postings, so an original
      *                   posted earlier in the night is found and a
      *                   second reversal of it refused. A range run
      *                   opens AUTH-FILE input only and neither stamps
      *                   the logon nor counts a failed attempt; the
      *                   residue run does so once for the night.
      *****************************************************************
       environment division.
       input-output section.
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               alternate record key is ACCT-CUST-NUMBER
                   with duplicates
               file status is WS-ACCTMAST-STATUS.

           select BALANCE-EXTRACT assign to "BALEXTR"
               record key is BP-KEY
               file status is WS-BRPRD-STATUS.

           select CHEQUE-DEPOSIT-FILE assign to "CHQDEP"
               organization is indexed
               access mode is dynamic
               record key is CDP-KEY
               file status is WS-CHQDEP-STATUS.

           select CALENDAR-FILE assign to "CALFILE"
               organization is indexed
               access mode is dynamic
               record key is CAL-KEY
               file status is WS-CAL-STATUS.

           select CHEQUE-BAN-FILE assign to "CHQBAN"
               organization is indexed
               access mode is dynamic
               record key is BAN-KEY
               file status is WS-CHQBAN-STATUS.

           select PRODUCT-RULE-FILE assign to "PRODRULE"
               organization is indexed
               access mode is dynamic
               record key is PRD-KEY
               file status is WS-PRDRULE-STATUS.

           select RANGE-FILE assign to "SOLDRNGE"
               organization is sequential
               file status is WS-RANGE-STATUS.

           select HISTORY-PART assign to "THISTPRT"
               organization is sequential
               file status is WS-HISTPART-STATUS.

           select PARTITION-TOTALS assign to "SOLDTOT"
               organization is sequential
               file status is WS-SOLDTOT-STATUS.

       data division.
       file section.
       fd  TRANSACTION-FILE.
       fd  BRANCH-PRODUCT-FILE.
       copy "BRPRDREC.cpy".

       fd  CHEQUE-DEPOSIT-FILE.
       copy "CDEPREC.cpy".

       fd  CALENDAR-FILE.
       copy "CALREC.cpy".

       fd  CHEQUE-BAN-FILE.
       copy "BANREC.cpy".

       fd  PRODUCT-RULE-FILE.
       copy "PRODREC.cpy".

       fd  RANGE-FILE.
       copy "PARTREC.cpy".

       fd  HISTORY-PART.
       01  HISTORY-PART-RECORD             PIC X(81).

       fd  PARTITION-TOTALS.
       copy "SOLDTREC.cpy".

       working-storage section.
       01  WS-PRDRULE-STATUS               PIC X(02).
           88  WS-PRDRULE-OK                 VALUE "00".
       01  WS-CHQBAN-STATUS                PIC X(02).
           88  WS-CHQBAN-OK                  VALUE "00".
       01  WS-CHQDEP-STATUS                PIC X(02).
           88  WS-CHQDEP-OK                  VALUE "00".
       01  WS-CAL-STATUS                   PIC X(02).
           88  WS-CAL-OK                     VALUE "00".
       01  WS-BRPRD-STATUS                 PIC X(02).
           88  WS-BRPRD-OK                   VALUE "00".
       01  WS-STOPFILE-STATUS              PIC X(02).
       01  WS-AFTER-SOLDE                  PIC S9(9) COMP-3.
       01  WS-HIST-TIMESTAMP               PIC 9(14).
       01  WS-HIST-AMOUNT                  PIC S9(9) COMP-3.
       01  WS-HIST-FX-RATE                 PIC 9(5)V9(6) COMP-3.
       01  WS-HIST-FX-MARGIN-PCT           PIC 9(2)V9(4) COMP-3.
       01  WS-HIST-FX-MARGIN-AMT           PIC S9(9) COMP-3.

      *--------------------------------------------------------------*
      *    Journal/history buffer for the account group being worked *
               10  WS-GL-CHEQUE-SERIAL     PIC 9(06).
               10  WS-GL-CHANNEL           PIC X(01).
               10  WS-GL-ORIG-TS           PIC 9(14).
               10  WS-GL-FX-RATE           PIC 9(5)V9(6) COMP-3.
               10  WS-GL-FX-MARGIN-PCT     PIC 9(2)V9(4) COMP-3.
               10  WS-GL-FX-MARGIN-AMT     PIC S9(9) COMP-3.
       01  WS-GROUP-LOG-SUB                PIC 9(03).
       01  WS-RUNLOG-STATUS                PIC X(02).
           88  WS-RUNLOG-OK                  VALUE "00".
       01  WS-XFER-DEBIT-NEW                PIC S9(9) COMP-3.
       01  WS-XFER-CREDIT-BEFORE           PIC S9(9) COMP-3.
       01  WS-XFER-CREDIT-NEW              PIC S9(9) COMP-3.
       01  WS-XFER-CREDIT-AMOUNT           PIC S9(9) COMP-3.
       01  WS-XFER-DEBIT-CCY               PIC X(03).
       01  WS-XFER-CREDIT-CCY              PIC X(03).
       01  WS-TRAN-STATUS                  PIC X(02).
           88  WS-TRAN-OK                   VALUE "00".
       01  WS-ACCTMAST-STATUS              PIC X(02).
               88  WS-ALREADY-REVERSED         VALUE "Y".
           05  WS-RVSCAN-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-RVSCAN-EOF               VALUE "Y".
           05  WS-DEPOSITS-PRESENT-SWITCH   PIC X(01) VALUE "N".
               88  WS-DEPOSITS-PRESENT         VALUE "Y".
           05  WS-CALENDAR-PRESENT-SWITCH   PIC X(01) VALUE "N".
               88  WS-CALENDAR-PRESENT         VALUE "Y".
           05  WS-CDPSCAN-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-CDPSCAN-EOF              VALUE "Y".
           05  WS-AVAIL-BUSINESS-SWITCH     PIC X(01) VALUE "N".
               88  WS-AVAIL-BUSINESS           VALUE "Y".
           05  WS-LEAP-SWITCH               PIC X(01) VALUE "N".
               88  WS-LEAP-YEAR                VALUE "Y".
           05  WS-BANS-PRESENT-SWITCH       PIC X(01) VALUE "N".
               88  WS-BANS-PRESENT             VALUE "Y".
           05  WS-PRDRULE-PRESENT-SWITCH    PIC X(01) VALUE "N".
               88  WS-PRDRULE-PRESENT          VALUE "Y".
           05  WS-PRDRULE-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-PRDRULE-FOUND            VALUE "Y".
           05  WS-CEILING-BLOCKED-SWITCH    PIC X(01) VALUE "N".
               88  WS-CEILING-BLOCKED          VALUE "Y".
           05  WS-HOLDSCAN-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-HOLDSCAN-EOF             VALUE "Y".
           05  WS-NOT-ELIGIBLE-SWITCH       PIC X(01) VALUE "N".
               88  WS-NOT-ELIGIBLE             VALUE "Y".
           05  WS-AGE-UNKNOWN-SWITCH        PIC X(01) VALUE "N".
               88  WS-AGE-UNKNOWN              VALUE "Y".
           05  WS-XFER-FX-ERROR-SWITCH      PIC X(01) VALUE "N".
               88  WS-XFER-FX-ERROR            VALUE "Y".
           05  WS-EQV-MISSING-SWITCH        PIC X(01) VALUE "N".
               88  WS-EQV-MISSING              VALUE "Y".
           05  WS-CCY-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  WS-CCY-FOUND                VALUE "Y".
           05  WS-FOREIGN-CCY-SWITCH        PIC X(01) VALUE "N".
               88  WS-FOREIGN-CCY              VALUE "Y".
           05  WS-RANGE-REFUSED-SWITCH      PIC X(01) VALUE "N".
               88  WS-RANGE-REFUSED            VALUE "Y".

      *--------------------------------------------------------------*
      *    Partitioned update - with a range file on SOLDRNGE the    *
      *    run covers one account-number range ("P") or makes the    *
      *    cross-range pass ("X"); without one it is the full pass.  *
      *--------------------------------------------------------------*
       01  WS-RANGE-STATUS                 PIC X(02).
           88  WS-RANGE-OK                   VALUE "00".
       01  WS-HISTPART-STATUS              PIC X(02).
           88  WS-HISTPART-OK                VALUE "00".
       01  WS-SOLDTOT-STATUS               PIC X(02).
       01  WS-RUN-MODE                     PIC X(01) VALUE SPACE.
           88  WS-FULL-RUN                   VALUE SPACE.
           88  WS-RANGE-RUN                  VALUE "P".
           88  WS-RESIDUE-RUN                VALUE "X".
           88  WS-PARTITIONED                VALUE "P" "X".
       01  WS-PARTITION-ID                 PIC X(01) VALUE SPACE.
       01  WS-RANGE-LOW                    PIC 9(09) VALUE 0.
       01  WS-RANGE-HIGH                   PIC 9(09) VALUE 999999999.
       01  WS-PARM-RESTART-PARTITION       PIC X(01) VALUE SPACE.

       01  WS-RANGE-LINE.
           05  FILLER                      PIC X(10) VALUE "PARTITION ".
           05  WS-RGL-PARTITION            PIC X(01).
           05  FILLER                      PIC X(10) VALUE " COMPTES ".
           05  WS-RGL-LOW                  PIC 9(09).
           05  FILLER                      PIC X(03) VALUE " A ".
           05  WS-RGL-HIGH                 PIC 9(09).

      *--------------------------------------------------------------*
      *    Product rules - the product of the account being checked, *
      *    the candidate balance a credit would leave, and for an    *
      *    opening the customer's age and accounts already held.     *
      *--------------------------------------------------------------*
       01  WS-RULE-PRODUCT                 PIC 9(02).
       01  WS-CEILING-CHECK-SOLDE          PIC S9(11) COMP-3.
       01  WS-CEILING-CREDIT               PIC S9(9) COMP-3.
       01  WS-CUST-AGE                     PIC 9(03).
       01  WS-BIRTH-MMDD                   PIC 9(04).
       01  WS-AGE-ASOF-DATE                PIC 9(08).
       01  WS-AGE-ASOF-SPLIT REDEFINES WS-AGE-ASOF-DATE.
           05  WS-AGE-ASOF-YEAR            PIC 9(04).
           05  WS-AGE-ASOF-MMDD            PIC 9(04).
       01  WS-HOLDING-COUNT                PIC 9(03) COMP.

      *--------------------------------------------------------------*
      *    Returned cheques - the fee set on SOLDPARM (zero reads as *
      *    the regulated ceiling), the fee worked out for the cheque *
      *    in hand, and the run's count of new injunctions.          *
      *--------------------------------------------------------------*
       01  WS-CHEQUE-RETURN-FEE            PIC 9(05) VALUE 0.
       01  WS-RETURN-FEE                   PIC 9(07) VALUE 0.
       01  WS-RETURN-CHEQUE-AMOUNT         PIC S9(9) COMP-3.
       01  WS-BAN-DATE                     PIC 9(08).
       01  WS-RETURNED-COUNT               PIC 9(06) VALUE 0.

      *--------------------------------------------------------------*
      *    Available balance - the ledger balance less the deposited *
      *    cheques on CHQDEP not yet past their availability date,   *
      *    totalled once per account (WS-UNCOL-ACCT) and dropped     *
      *    whenever a deposit is stamped.                            *
      *--------------------------------------------------------------*
       01  WS-UNCOL-ACCT                   PIC 9(09) VALUE 0.
       01  WS-UNCOLLECTED-AMOUNT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-AVAILABLE-SOLDE              PIC S9(9) COMP-3.
       01  WS-FLOAT-DAYS                   PIC 9(02) VALUE 2.
       01  WS-AVAIL-COUNTED                PIC 9(02).
       01  WS-AVAIL-STEPS                  PIC 9(03).
       01  WS-AVAIL-LAST-DAY               PIC 9(02).
       01  WS-AVAIL-DATE                   PIC 9(08).
       01  WS-AVAIL-DATE-SPLIT REDEFINES WS-AVAIL-DATE.
           05  WS-AVAIL-YEAR               PIC 9(04).
           05  WS-AVAIL-MONTH              PIC 9(02).
           05  WS-AVAIL-DAY                PIC 9(02).
       01  WS-WEEKDAY-QUOTIENT             PIC 9(07).
       01  WS-WEEKDAY-REMAINDER            PIC 9(01).

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-CYCLE-NUMBER                 PIC 9(04) VALUE 0.
                     ==ACCT-ROLLOVER-FLAG== by ==HELD-ROLLOVER-FLAG==
                     ==ACCT-ROLL-AT-MATURITY== by
                         ==HELD-ROLL-AT-MATURITY==
                     ==ACCT-CURRENCY-CODE== by ==HELD-CURRENCY-CODE==
                     ==ACCT-IN-EUROS== by ==HELD-IN-EUROS==
                     ==ACCT-HIST-COUNT== by ==HELD-HIST-COUNT==
                     ==ACCT-INTEREST-HISTORY== by
                         ==HELD-INTEREST-HISTORY==
           05  WS-LATE-ENTRY OCCURS 100 TIMES.
               10  WS-LATE-ACCT            PIC 9(09).
               10  WS-LATE-AMOUNT          PIC S9(9) COMP-3.
               10  WS-LATE-CCY             PIC X(03).
       01  WS-ADJUST-SUB                   PIC 9(03).
       01  WS-AHEAD-LINES                  PIC 9(03) VALUE 0.
       01  WS-CORRECTIVE-COUNT             PIC 9(05) VALUE 0.

       01  WS-CONTROL-TOTALS.
           05  WS-OPENING-TOTAL             PIC S9(9) VALUE 0.
           05  WS-CTL-LABEL                 PIC X(24).
           05  WS-CTL-AMOUNT                PIC -9(8).

      *--------------------------------------------------------------*
      *    Control totals by account currency.  Each currency must   *
      *    balance in its own units; WS-CONTROL-TOTALS then carries  *
      *    their euro equivalents at the business date's rates       *
      *    (WS-FX-DATE), "???" catching anything past the table.     *
      *--------------------------------------------------------------*
       01  WS-FX-DATE                      PIC 9(08) VALUE 0.
       01  WS-TOTAL-CCY                    PIC X(03).
       01  WS-CCY-COUNT                    PIC 9(02) COMP VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 30 TIMES.
               10  WS-CCY-CODE             PIC X(03).
               10  WS-CCY-OPENING          PIC S9(11) COMP-3.
               10  WS-CCY-DEBITS           PIC S9(11) COMP-3.
               10  WS-CCY-CREDITS          PIC S9(11) COMP-3.
               10  WS-CCY-CLOSING          PIC S9(11) COMP-3.
       01  WS-CCY-SUB                      PIC 9(02) COMP.
       01  WS-CCY-EXPECTED                 PIC S9(11) COMP-3.
       01  WS-CCY-NO-RATE-COUNT            PIC 9(02) VALUE 0.
       01  WS-EQV-CCY                      PIC X(03).
       01  WS-EQV-AMOUNT                   PIC S9(11) COMP-3.
       01  WS-EQV-EUR                      PIC S9(11) COMP-3.

       01  WS-CCY-HEAD-LINE.
           05  FILLER                       PIC X(04) VALUE "DEV".
           05  FILLER                       PIC X(13)
                                            VALUE "   OUVERTURE".
           05  FILLER                       PIC X(13)
                                            VALUE "      DEBITS".
           05  FILLER                       PIC X(13)
                                            VALUE "     CREDITS".
           05  FILLER                       PIC X(13)
                                            VALUE "     CLOTURE".
           05  FILLER                       PIC X(13)
                                            VALUE "   CLOT. EUR".
           05  FILLER                       PIC X(04) VALUE "ETAT".
       01  WS-CCY-LINE.
           05  WS-CCL-CODE                  PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CCL-OPENING               PIC -Z(10)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CCL-DEBITS                PIC -Z(10)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CCL-CREDITS               PIC -Z(10)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CCL-CLOSING               PIC -Z(10)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CCL-EUR                   PIC -Z(10)9.
           05  WS-CCL-NO-RATE               PIC X(01).
           05  WS-CCL-STATUS                PIC X(05).
       01  WS-CCY-DATE-LINE.
           05  FILLER                       PIC X(33)
               VALUE "CONTRE-VALEUR EUR AUX COURS DU ".
           05  WS-CDL-DATE                  PIC 9(08).

       01  WS-SERIAL-DATE                  PIC 9(08).
       01  WS-SERIAL-DATE-SPLIT REDEFINES WS-SERIAL-DATE.
           05  WS-SERIAL-YEAR              PIC 9(04).
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DEF.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

       copy "FXCLNK.cpy".


       procedure division.

           perform 1000-INITIALIZE
           perform 8800-LOG-RUN-START
           perform 1200-OPERATOR-LOGON thru 1200-EXIT
           if WS-RANGE-REFUSED
              move "N" to WS-AUTHORIZED-SWITCH
           end-if
           if WS-AUTHORIZED
              perform 2000-READ-TRANSACTION
              perform 1700-SKIP-TO-RESTART-POINT
              perform 3000-MATCH-LINE
                  until WS-TRAN-EOF and WS-ACCT-EOF
              perform 3950-FLUSH-LATE-ADJUSTMENTS
              perform 3960-FLUSH-AHEAD-ADJUSTMENTS
              perform 6000-CONTROL-REPORT
           else
              display "ACCES REFUSE - BATCH NON EXECUTE"
              close REJECT-FILE
              open output REJECT-FILE
           end-if
           open input HOLD-FILE
           if WS-HOLDFILE-OK
              set WS-HOLDS-PRESENT to true
           else
              close BRANCH-PRODUCT-FILE
           end-if
           open i-o CHEQUE-DEPOSIT-FILE
           if WS-CHQDEP-OK
              set WS-DEPOSITS-PRESENT to true
           else
              close CHEQUE-DEPOSIT-FILE
           end-if
           open input CALENDAR-FILE
           if WS-CAL-OK
              set WS-CALENDAR-PRESENT to true
           else
              close CALENDAR-FILE
           end-if
           open i-o CHEQUE-BAN-FILE
           if not WS-CHQBAN-OK
              close CHEQUE-BAN-FILE
              open output CHEQUE-BAN-FILE
              close CHEQUE-BAN-FILE
              open i-o CHEQUE-BAN-FILE
           end-if
           if WS-CHQBAN-OK
              set WS-BANS-PRESENT to true
           end-if
           open input PRODUCT-RULE-FILE
           if WS-PRDRULE-OK
              set WS-PRDRULE-PRESENT to true
           else
              close PRODUCT-RULE-FILE
           end-if
           move spaces to WS-RUN-OPERATOR-ID
           move spaces to WS-RUN-OPERATOR-PASSWORD
           open input RUN-PARAMETERS
                          to WS-RUN-OPERATOR-PASSWORD
                      move PARM-PASSWORD-AGE-DAYS
                          to WS-PASSWORD-AGE-DAYS
                      if PARM-CHEQUE-FLOAT-DAYS > 0
                         move PARM-CHEQUE-FLOAT-DAYS to WS-FLOAT-DAYS
                      end-if
                      move PARM-CHEQUE-RETURN-FEE
                          to WS-CHEQUE-RETURN-FEE
                      move PARM-RESTART-PARTITION
                          to WS-PARM-RESTART-PARTITION
                      if PARM-ENV-TEST
                         set WS-SIMULATION to true
                         display "*** MODE SIMULATION - AUCUNE "
              move 0 to WS-PROCESS-DATE
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE > 0
              move WS-PROCESS-DATE to WS-FX-DATE
           else
              accept WS-FX-DATE from date yyyymmdd
           end-if
           perform 1100-READ-RANGE thru 1100-FIN
           if WS-PARM-RESTART-PARTITION not = WS-PARTITION-ID
              move 0 to WS-RESTART-KEY
              move 0 to WS-RESTART-TIMESTAMP
           end-if
           if WS-PARTITIONED
              open extend HISTORY-PART
              if not WS-HISTPART-OK
                 close HISTORY-PART
                 open output HISTORY-PART
              end-if
              open extend PARTITION-TOTALS
              if WS-SOLDTOT-STATUS not = "00"
                 close PARTITION-TOTALS
                 open output PARTITION-TOTALS
              end-if
           else
              open extend TRANSACTION-HISTORY
              if not WS-TRANHIST-OK
                 close TRANSACTION-HISTORY
                 open output TRANSACTION-HISTORY
              end-if
           end-if
           perform 1800-LOAD-RECENT-HISTORY thru 1800-FIN
           if WS-RANGE-RUN
              perform 1150-POSITION-RANGE
           end-if
           .

      *****************************************************************
      *  The partitioned update's range record, when the JCL supplies
      *  one on SOLDRNGE - its absence means the full pass over the
      *  master.  A range run keeps to its own accounts and posts its
      *  history to THISTPRT, as does the cross-range pass, the
      *  shared TRANHIST being only read while the runs overlap;
      *  SOLDMRG appends the parts once every run is through.  A
      *  range file left from another business date, or an empty
      *  one, refuses the run before anything is posted.
      *****************************************************************
       1100-READ-RANGE.
           open input RANGE-FILE
           if not WS-RANGE-OK
              close RANGE-FILE
              go to 1100-FIN
           end-if
           set WS-RANGE-RUN to true
           read RANGE-FILE
               at end
                   display "FICHIER DE PARTITION SOLDRNGE VIDE"
                   set WS-RANGE-REFUSED to true
                   close RANGE-FILE
                   go to 1100-FIN
           end-read
           close RANGE-FILE
           move PRNG-PARTITION to WS-PARTITION-ID
           move PRNG-RANGE-LOW to WS-RANGE-LOW
           move PRNG-RANGE-HIGH to WS-RANGE-HIGH
           if PRNG-RESIDUE
              set WS-RESIDUE-RUN to true
              display "PASSE DES VIREMENTS ENTRE PARTITIONS"
           else
              display "PARTITION " PRNG-PARTITION " : COMPTES "
                      PRNG-RANGE-LOW " A " PRNG-RANGE-HIGH
           end-if
           if PRNG-PROCESS-DATE not = WS-FX-DATE
              display "PARTITION PREPAREE POUR LE " PRNG-PROCESS-DATE
                      " - JOURNEE EN COURS " WS-FX-DATE
              set WS-RANGE-REFUSED to true
           end-if
           .
       1100-FIN.
           exit
           .

      *****************************************************************
      *  A range run starts its scan of the master at the low end of
      *  its range; an empty range finds nothing to read.
      *****************************************************************
       1150-POSITION-RANGE.
           move WS-RANGE-LOW to ACCT-NUMBER
           start ACCOUNT-MASTER key not < ACCT-NUMBER
               invalid key
                   set WS-ACCT-EOF to true
                   move high-values to WS-MASTER-KEY
           end-start
           .

      *****************************************************************
      *  Loads the last seven days of posted history into the
      *  duplicate-guard table.  The shared history file is open
      *  EXTEND for the run, so it is closed, read through and
      *  reopened - the same dance the reversal validation does.  A
      *  partitioned run, which posts to THISTPRT, only reads it.
      *****************************************************************
       1800-LOAD-RECENT-HISTORY.
           if WS-PROCESS-DATE > 0
                  WS-MONTH-DAYS(WS-GUARD-MONTH) + WS-GUARD-BORROW
           end-if
           move "N" to WS-DUPSCAN-EOF-SWITCH
           if not WS-PARTITIONED
              close TRANSACTION-HISTORY
           end-if
           open input TRANSACTION-HISTORY
           if not WS-TRANHIST-OK
              close TRANSACTION-HISTORY
           close TRANSACTION-HISTORY
           .
       1800-REOPEN.
           if WS-PARTITIONED
              go to 1800-FIN
           end-if
           open extend TRANSACTION-HISTORY
           if not WS-TRANHIST-OK
              close TRANSACTION-HISTORY
      *  against AUTH-FILE before any transaction is posted.  There is
      *  no terminal on this batch job, so unlike CUSTMENU's interactive
      *  logon there is no retry - a missing, unknown, inactive or
      *  mismatched credential fails the run outright.  A range run
      *  only reads AUTH-FILE: its sibling ranges run at the same
      *  time, so the logon stamp and failed-attempt count are left
      *  to the residue run that follows them.
      *****************************************************************
       1200-OPERATOR-LOGON.
           if WS-RANGE-RUN
              open input AUTH-FILE
           else
              open i-o AUTH-FILE
           end-if
           if not WS-AUTH-OK
              display "ERREUR OUVERTURE AUTHFILE : " WS-AUTH-FSTATUS
              go to 1200-EXIT
           end-if
           if AUTH-ACTIVE and AUTH-PASSWORD = WS-RUN-OPERATOR-PASSWORD
              perform 1260-CHECK-PASSWORD-EXPIRY
              if WS-AUTHORIZED and not WS-RANGE-RUN
                 move 0 to AUTH-FAILED-ATTEMPTS
                 accept AUTH-LAST-LOGON-DATE from date yyyymmdd
                 if AUTH-PASSWORD-DATE = 0
                    accept AUTH-PASSWORD-DATE from date yyyymmdd
                 end-if
                 rewrite AUTH-RECORD
              end-if
              if WS-AUTHORIZED
                 move WS-RUN-OPERATOR-ID to WS-OPERATOR-ID
              end-if
           else
              display "MOT DE PASSE INVALIDE OU COMPTE INACTIF : "
                      WS-RUN-OPERATOR-ID
              if not WS-RANGE-RUN
                 add 1 to AUTH-FAILED-ATTEMPTS
                 rewrite AUTH-RECORD
              end-if
              perform 1250-LOG-FAILED-LOGON
           end-if
           close AUTH-FILE
           .

       2100-READ-MASTER.
           if not WS-ACCT-EOF
              read ACCOUNT-MASTER next record
                  at end set WS-ACCT-EOF to true
              end-read
           end-if
           if WS-RANGE-RUN and not WS-ACCT-EOF
              if ACCT-NUMBER > WS-RANGE-HIGH
                 set WS-ACCT-EOF to true
              end-if
           end-if
           if WS-ACCT-EOF
              move high-values to WS-MASTER-KEY
           else
           end-if
           .

      *****************************************************************
      *  The cross-range pass only reads the accounts its transfers
      *  name - the range runs have already totalled and extracted
      *  every other account - so the scan jumps straight to the
      *  next transaction's account.
      *****************************************************************
       2160-SKIP-TO-TRANSACTION.
           if WS-TRAN-EOF
              set WS-ACCT-EOF to true
              move high-values to WS-MASTER-KEY
           else
              move WS-TRAN-KEY to ACCT-NUMBER
              start ACCOUNT-MASTER key not < ACCT-NUMBER
                  invalid key
                      set WS-ACCT-EOF to true
                      move high-values to WS-MASTER-KEY
              end-start
              perform 2100-READ-MASTER
           end-if
           .

      *****************************************************************
      *  Classic balance-line step.  The lower of the two current
      *  keys drives: a master below the transaction key is an
      *  untouched account (totals and extract only - skipped
      *  altogether on the cross-range pass), a transaction
      *  below the master key has no account (an "O" creates one,
      *  anything else rejects NOACC), equal keys are an account
      *  group to post.
      *****************************************************************
       3000-MATCH-LINE.
           evaluate true
               when WS-MASTER-KEY < WS-TRAN-KEY and WS-RESIDUE-RUN
                   perform 2160-SKIP-TO-TRANSACTION
               when WS-MASTER-KEY < WS-TRAN-KEY
                   perform 3200-PASS-UNTOUCHED-ACCOUNT
                   perform 2100-READ-MASTER
       3200-PASS-UNTOUCHED-ACCOUNT.
           perform 3250-GET-AHEAD-ADJUSTMENT
           compute WS-OPENING-CONTRIB = ACCT-SOLDE - WS-AHEAD-DELTA
           perform 3910-POINT-ACCT-CCY
           add WS-OPENING-CONTRIB to WS-CCY-OPENING(WS-CCY-SUB)
           add ACCT-SOLDE to WS-CCY-CLOSING(WS-CCY-SUB)
           move ACCT-NUMBER to BALX-ACCT-NUMBER
           move ACCT-SOLDE to BALX-SOLDE
           write BALANCE-EXTRACT-LINE
           move WS-MASTER-KEY to WS-CURRENT-KEY
           perform 3250-GET-AHEAD-ADJUSTMENT
           compute WS-OPENING-CONTRIB = ACCT-SOLDE - WS-AHEAD-DELTA
           perform 3910-POINT-ACCT-CCY
           add WS-OPENING-CONTRIB to WS-CCY-OPENING(WS-CCY-SUB)
           perform 3450-APPLY-GROUP-TRANSACTION thru 3450-EXIT
               until WS-TRAN-KEY not = WS-CURRENT-KEY
           perform 3490-PUT-GROUP-RESULT
           move "N" to WS-ARITHMETIC-ERROR-SWITCH
           move 0 to WS-HIST-SERIAL
           move 0 to WS-HIST-ORIG-TS
           move 0 to WS-HIST-FX-RATE
           move 0 to WS-HIST-FX-MARGIN-PCT
           move 0 to WS-HIST-FX-MARGIN-AMT
           move TRAN-CHANNEL to WS-HIST-CHANNEL
           perform 3420-CHECK-DUPLICATE thru 3420-FIN
           if WS-DUP-FOUND
               when TRAN-DEBIT or TRAN-CREDIT
                   perform 3128-CHECK-TERM-LOCK
                   perform 3126-CHECK-DECEASED thru 3126-FIN
                   move "N" to WS-CEILING-BLOCKED-SWITCH
                   if TRAN-CREDIT
                      move TRAN-AMOUNT to WS-CEILING-CREDIT
                      perform 3190-CHECK-CEILING thru 3190-FIN
                   end-if
                   evaluate true
                       when ACCT-CLOSED
                           move "ACLSD" to WS-REJECT-REASON-CODE
                           move "TITULAIRE DECEDE"
                               to WS-REJECT-REASON-TEXT
                           perform 8700-WRITE-REJECT
                       when TRAN-CREDIT and WS-CEILING-BLOCKED
                           move "PLAFD" to WS-REJECT-REASON-CODE
                           move "PLAFOND REGLEMENTAIRE DEPASSE"
                               to WS-REJECT-REASON-TEXT
                           perform 8700-WRITE-REJECT
                       when other
                           move ACCT-SOLDE to WS-BEFORE-SOLDE
                           perform 3100-APPLY-TRANSACTION
                                 move "DEBIT" to WS-AUDIT-ACTION
                              else
                                 move "CREDIT" to WS-AUDIT-ACTION
                                 perform 3170-REGISTER-DEPOSIT
                                     thru 3170-FIN
                              end-if
                              move TRAN-TYPE to WS-HISTORY-TYPE
                              perform 3460-BUFFER-GROUP-LOG
      *  stop-payment file before anything else, then the amount
      *  posts like an ordinary debit (overdraft and hold checks
      *  included) and the issued-cheque register is marked paid.
      *  History carries it as a "D" with the serial alongside.  A
      *  cheque the account cannot cover goes back unpaid (CHQSP)
      *  through 3180-RETURN-CHEQUE.
      *****************************************************************
       3430-APPLY-CHEQUE-DEBIT.
           if ACCT-CLOSED
           move ACCT-SOLDE to WS-BEFORE-SOLDE
           perform 3100-APPLY-TRANSACTION
           if WS-ARITHMETIC-ERROR
              if WS-REJECT-REASON-CODE = "OVRLM"
                 move "CHQSP" to WS-REJECT-REASON-CODE
                 move "CHEQUE SANS PROVISION - REJETE"
                     to WS-REJECT-REASON-TEXT
                 perform 8700-WRITE-REJECT
                 perform 3180-RETURN-CHEQUE thru 3180-FIN
              else
                 perform 8700-WRITE-REJECT
              end-if
           else
              move "CHQDEB" to WS-AUDIT-ACTION
              move "D" to WS-HISTORY-TYPE
                      move "DEBORDEMENT EXTOURNE"
                          to WS-REJECT-REASON-TEXT
                  not on size error
                      perform 3910-POINT-ACCT-CCY
                      add TRAN-AMOUNT to WS-CCY-CREDITS(WS-CCY-SUB)
                      perform 3150-TRACK-OVERDRAWN-DATE
                      perform 3160-STAMP-ACTIVITY-DATE
              end-add
                          to WS-REJECT-REASON-TEXT
              end-subtract
              if not WS-ARITHMETIC-ERROR
                      and not TRAN-CHN-IMPAYE
                 perform 3120-CHECK-OVERDRAFT-LIMIT
              end-if
              if not WS-ARITHMETIC-ERROR
                      and not TRAN-CHN-IMPAYE
                 move WS-NEW-SOLDE to WS-HOLD-CHECK-SOLDE
                 perform 3130-CHECK-HOLD
                 if WS-HOLD-BLOCKED
              end-if
              if not WS-ARITHMETIC-ERROR
                 move WS-NEW-SOLDE to ACCT-SOLDE
                 perform 3910-POINT-ACCT-CCY
                 add TRAN-AMOUNT to WS-CCY-DEBITS(WS-CCY-SUB)
                 perform 3150-TRACK-OVERDRAWN-DATE
                 perform 3160-STAMP-ACTIVITY-DATE
              end-if
      *  reopened EXTEND.  Finds the original (same account and
      *  timestamp, itself not a reversal), remembers its direction
      *  and amount, and notices any posted reversal already naming
      *  it.  A partitioned run's own postings are on THISTPRT, not
      *  yet on TRANHIST, so that part is closed, read through the
      *  same way and reopened EXTEND as well.
      *****************************************************************
       3445-VERIFY-ORIGINAL.
           move "N" to WS-ORIG-FOUND-SWITCH
           move "N" to WS-ALREADY-REVERSED-SWITCH
           move "N" to WS-RVSCAN-EOF-SWITCH
           if not WS-PARTITIONED
              close TRANSACTION-HISTORY
           end-if
           open input TRANSACTION-HISTORY
           if not WS-TRANHIST-OK
              close TRANSACTION-HISTORY
           close TRANSACTION-HISTORY
           .
       3445-REOPEN.
           if WS-PARTITIONED
              perform 3446-SCAN-HISTORY-PART
              go to 3445-FIN
           end-if
           open extend TRANSACTION-HISTORY
           if not WS-TRANHIST-OK
              close TRANSACTION-HISTORY
           exit
           .

       3446-SCAN-HISTORY-PART.
           move "N" to WS-RVSCAN-EOF-SWITCH
           close HISTORY-PART
           open input HISTORY-PART
           if WS-HISTPART-OK
              perform 3448-SCAN-ONE-PART until WS-RVSCAN-EOF
           end-if
           close HISTORY-PART
           open extend HISTORY-PART
           if not WS-HISTPART-OK
              close HISTORY-PART
              open output HISTORY-PART
           end-if
           .

       3447-SCAN-ONE-HISTORY.
           read TRANSACTION-HISTORY
               at end set WS-RVSCAN-EOF to true
           end-read
           if not WS-RVSCAN-EOF
              perform 3449-MATCH-ORIGINAL
           end-if
           .

       3448-SCAN-ONE-PART.
           read HISTORY-PART into TRANSACTION-HISTORY-RECORD
               at end set WS-RVSCAN-EOF to true
           end-read
           if not WS-RVSCAN-EOF
              perform 3449-MATCH-ORIGINAL
           end-if
           .

       3449-MATCH-ORIGINAL.
           if TH-ACCT-NUMBER = TRAN-ACCT-NUMBER
              if TH-TIMESTAMP = TRAN-ORIG-TIMESTAMP
                      and TH-ORIG-TIMESTAMP = 0
                 set WS-ORIG-FOUND to true
                 move TH-TYPE to WS-ORIG-TYPE
                 move TH-AMOUNT to WS-ORIG-AMOUNT
              end-if
              if TH-ORIG-TIMESTAMP = TRAN-ORIG-TIMESTAMP
                      and TH-ORIG-TIMESTAMP not = 0
                 set WS-ALREADY-REVERSED to true
              end-if
           end-if
           .
               to WS-GL-CHANNEL(WS-GROUP-LOG-COUNT)
           move WS-HIST-ORIG-TS
               to WS-GL-ORIG-TS(WS-GROUP-LOG-COUNT)
           move WS-HIST-FX-RATE
               to WS-GL-FX-RATE(WS-GROUP-LOG-COUNT)
           move WS-HIST-FX-MARGIN-PCT
               to WS-GL-FX-MARGIN-PCT(WS-GROUP-LOG-COUNT)
           move WS-HIST-FX-MARGIN-AMT
               to WS-GL-FX-MARGIN-AMT(WS-GROUP-LOG-COUNT)
           .

       3465-INTERIM-PUT-GROUP.
                        to WS-HIST-CHANNEL
                    move WS-GL-ORIG-TS(WS-GROUP-LOG-SUB)
                        to WS-HIST-ORIG-TS
                    move WS-GL-FX-RATE(WS-GROUP-LOG-SUB)
                        to WS-HIST-FX-RATE
                    move WS-GL-FX-MARGIN-PCT(WS-GROUP-LOG-SUB)
                        to WS-HIST-FX-MARGIN-PCT
                    move WS-GL-FX-MARGIN-AMT(WS-GROUP-LOG-SUB)
                        to WS-HIST-FX-MARGIN-AMT
                    perform 8600-WRITE-HISTORY
                 end-if
              end-perform
              end-rewrite
           end-if
           perform 3468-FLUSH-GROUP-LOG
           perform 3910-POINT-ACCT-CCY
           add ACCT-SOLDE to WS-CCY-CLOSING(WS-CCY-SUB)
           move ACCT-NUMBER to BALX-ACCT-NUMBER
           move ACCT-SOLDE to BALX-SOLDE
           write BALANCE-EXTRACT-LINE
              end-if
              if not WS-ARITHMETIC-ERROR
                 move WS-NEW-SOLDE to ACCT-SOLDE
                 perform 3910-POINT-ACCT-CCY
                 add TRAN-AMOUNT to WS-CCY-DEBITS(WS-CCY-SUB)
                 perform 3150-TRACK-OVERDRAWN-DATE
                 perform 3160-STAMP-ACTIVITY-DATE
              end-if
                      move "OVRFL" to WS-REJECT-REASON-CODE
                      move "DEBORDEMENT CREDIT" to WS-REJECT-REASON-TEXT
                  not on size error
                      perform 3910-POINT-ACCT-CCY
                      add TRAN-AMOUNT to WS-CCY-CREDITS(WS-CCY-SUB)
                      perform 3150-TRACK-OVERDRAWN-DATE
                      perform 3160-STAMP-ACTIVITY-DATE
              end-add
           .

      *****************************************************************
      *  Rejects a debit that would take the available balance after
      *  it (WS-NEW-SOLDE less uncollected cheques) further below
      *  zero than the account's authorized overdraft limit allows.
      *  A debit within the limit posts normally.
      *****************************************************************
       3120-CHECK-OVERDRAFT-LIMIT.
           perform 3140-GET-UNCOLLECTED thru 3140-FIN
           compute WS-AVAILABLE-SOLDE =
                   WS-NEW-SOLDE - WS-UNCOLLECTED-AMOUNT
           if WS-AVAILABLE-SOLDE < 0
              compute WS-OVERDRAWN-AMOUNT = 0 - WS-AVAILABLE-SOLDE
              if WS-OVERDRAWN-AMOUNT > ACCT-OVERDRAFT-LIMIT
                 set WS-ARITHMETIC-ERROR to true
                 display "DEPASSEMENT DECOUVERT COMPTE : "
      *  any active, unexpired hold on the current account.  A zero
      *  hold amount freezes the whole balance (no debit at all); a
      *  non-zero amount is the slice that must stay on the account,
      *  so the balance after the debit may not fall below it.
      *  Uncollected cheques do not count towards that slice - the
      *  candidate is reduced to the available balance first.  The
      *  caller turns WS-HOLD-BLOCKED into its own reject.
      *****************************************************************
       3130-CHECK-HOLD.
                   and HOLD-EXPIRY-DATE < WS-PROCESS-DATE
              go to 3130-FIN
           end-if
           perform 3140-GET-UNCOLLECTED thru 3140-FIN
           subtract WS-UNCOLLECTED-AMOUNT from WS-HOLD-CHECK-SOLDE
           if HOLD-AMOUNT = 0
              set WS-HOLD-BLOCKED to true
           else
           exit
           .

      *****************************************************************
      *  Totals the current account's deposited cheques still short
      *  of their availability date into WS-UNCOLLECTED-AMOUNT - the
      *  gap between the ledger and the available balance.  Kept for
      *  the account until a deposit is stamped.
      *****************************************************************
       3140-GET-UNCOLLECTED.
           if ACCT-NUMBER = WS-UNCOL-ACCT
              go to 3140-FIN
           end-if
           move ACCT-NUMBER to WS-UNCOL-ACCT
           move 0 to WS-UNCOLLECTED-AMOUNT
           if not WS-DEPOSITS-PRESENT
              go to 3140-FIN
           end-if
           move ACCT-NUMBER to CDP-ACCT-NUMBER
           move 0 to CDP-TIMESTAMP
           start CHEQUE-DEPOSIT-FILE key not < CDP-KEY
               invalid key
                   go to 3140-FIN
           end-start
           move "N" to WS-CDPSCAN-EOF-SWITCH
           perform 3142-ADD-ONE-DEPOSIT until WS-CDPSCAN-EOF
           .
       3140-FIN.
           exit
           .

       3142-ADD-ONE-DEPOSIT.
           read CHEQUE-DEPOSIT-FILE next record
               at end
                   set WS-CDPSCAN-EOF to true
           end-read
           if not WS-CDPSCAN-EOF
              if CDP-ACCT-NUMBER not = WS-UNCOL-ACCT
                 set WS-CDPSCAN-EOF to true
              else
                 if CDP-UNCOLLECTED
                         and CDP-AVAILABLE-DATE > WS-PROCESS-DATE
                    add CDP-AMOUNT to WS-UNCOLLECTED-AMOUNT
                 end-if
              end-if
           end-if
           .

      *****************************************************************
      *  A posted credit keyed with a deposited cheque (same account
      *  and timestamp on CHQDEP) starts the cheque's float: posting
      *  date, and availability PARM-CHEQUE-FLOAT-DAYS business days
      *  on.  A credit with no deposit behind it is untouched.
      *****************************************************************
       3170-REGISTER-DEPOSIT.
           if not WS-DEPOSITS-PRESENT
              go to 3170-FIN
           end-if
           move TRAN-ACCT-NUMBER to CDP-ACCT-NUMBER
           move TRAN-TIMESTAMP to CDP-TIMESTAMP
           read CHEQUE-DEPOSIT-FILE
               invalid key
                   go to 3170-FIN
           end-read
           if not CDP-ENTERED or CDP-AMOUNT not = TRAN-AMOUNT
              go to 3170-FIN
           end-if
           if WS-PROCESS-DATE > 0
              move WS-PROCESS-DATE to WS-AVAIL-DATE
           else
              accept WS-AVAIL-DATE from date yyyymmdd
           end-if
           move WS-AVAIL-DATE to CDP-POSTED-DATE
           move 0 to WS-AVAIL-COUNTED
           move 0 to WS-AVAIL-STEPS
           perform 3172-NEXT-AVAILABLE-DAY
               until WS-AVAIL-COUNTED >= WS-FLOAT-DAYS
                  or WS-AVAIL-STEPS > 60
           move WS-AVAIL-DATE to CDP-AVAILABLE-DATE
           set CDP-UNCOLLECTED to true
           if not WS-SIMULATION
              rewrite CHEQUE-DEPOSIT-RECORD
                  invalid key
                      display "ERREUR REECRITURE REMISE : " CDP-KEY
              end-rewrite
           end-if
           move 0 to WS-UNCOL-ACCT
           .
       3170-FIN.
           exit
           .

       3172-NEXT-AVAILABLE-DAY.
           perform 3176-ADD-ONE-DAY
           add 1 to WS-AVAIL-STEPS
           perform 3174-TEST-BUSINESS-DAY thru 3174-FIN
           if WS-AVAIL-BUSINESS
              add 1 to WS-AVAIL-COUNTED
           end-if
           .

      *****************************************************************
      *  A closed day is a Saturday, a Sunday (serial mod 7 of 6 or
      *  0 - day 1 is a Monday) or a holiday on CALFILE, the same
      *  test STORDGEN rolls standing orders with.
      *****************************************************************
       3174-TEST-BUSINESS-DAY.
           move "N" to WS-AVAIL-BUSINESS-SWITCH
           move WS-AVAIL-DATE to WS-SERIAL-DATE
           perform 8910-DATE-TO-SERIAL
           divide WS-SERIAL-DAYS by 7
               giving WS-WEEKDAY-QUOTIENT
               remainder WS-WEEKDAY-REMAINDER
           if WS-WEEKDAY-REMAINDER = 6 or WS-WEEKDAY-REMAINDER = 0
              go to 3174-FIN
           end-if
           if WS-CALENDAR-PRESENT
              move WS-AVAIL-DATE to CAL-DATE
              read CALENDAR-FILE
                  invalid key
                      set WS-AVAIL-BUSINESS to true
              end-read
           else
              set WS-AVAIL-BUSINESS to true
           end-if
           .
       3174-FIN.
           exit
           .

       3176-ADD-ONE-DAY.
           move WS-MONTH-DAYS(WS-AVAIL-MONTH) to WS-AVAIL-LAST-DAY
           if WS-AVAIL-MONTH = 2
              move "N" to WS-LEAP-SWITCH
              divide WS-AVAIL-YEAR by 4 giving WS-LEAP-QUOTIENT
                  remainder WS-LEAP-REMAINDER
              if WS-LEAP-REMAINDER = 0
                 divide WS-AVAIL-YEAR by 100
                     giving WS-LEAP-QUOTIENT
                     remainder WS-LEAP-REMAINDER
                 if WS-LEAP-REMAINDER not = 0
                    move "Y" to WS-LEAP-SWITCH
                 else
                    divide WS-AVAIL-YEAR by 400
                        giving WS-LEAP-QUOTIENT
                        remainder WS-LEAP-REMAINDER
                    if WS-LEAP-REMAINDER = 0
                       move "Y" to WS-LEAP-SWITCH
                    end-if
                 end-if
              end-if
              if WS-LEAP-YEAR
                 move 29 to WS-AVAIL-LAST-DAY
              end-if
           end-if
           if WS-AVAIL-DAY < WS-AVAIL-LAST-DAY
              add 1 to WS-AVAIL-DAY
           else
              move 1 to WS-AVAIL-DAY
              if WS-AVAIL-MONTH = 12
                 move 1 to WS-AVAIL-MONTH
                 add 1 to WS-AVAIL-YEAR
              else
                 add 1 to WS-AVAIL-MONTH
              end-if
           end-if
           .

      *****************************************************************
      *  A presented cheque the account cannot cover goes back
      *  unpaid.  The first return of a serial records the
      *  injunction on the banking-ban register - the drawer may
      *  write no more cheques until the incident is regularised in
      *  CHQMNT or lapses - and charges the returned-cheque fee.  A
      *  re-presentation of a serial already returned neither
      *  enjoins nor charges again.
      *****************************************************************
       3180-RETURN-CHEQUE.
           if not WS-BANS-PRESENT
              go to 3180-FIN
           end-if
           move ACCT-CUST-NUMBER to BAN-CUST-NUMBER
           move ACCT-NUMBER to BAN-ACCT-NUMBER
           move TRAN-CHEQUE-SERIAL to BAN-CHEQUE-SERIAL
           read CHEQUE-BAN-FILE
               invalid key
                   continue
               not invalid key
                   display "CHEQUE DEJA REJETE : " ACCT-NUMBER
                           " SERIE " TRAN-CHEQUE-SERIAL
                   go to 3180-FIN
           end-read
           display "CHEQUE SANS PROVISION : " ACCT-NUMBER
                   " SERIE " TRAN-CHEQUE-SERIAL
           perform 3182-SET-RETURN-FEE
           if WS-PROCESS-DATE > 0
              move WS-PROCESS-DATE to WS-BAN-DATE
           else
              accept WS-BAN-DATE from date yyyymmdd
           end-if
           move TRAN-AMOUNT to BAN-CHEQUE-AMOUNT
           move TRAN-TIMESTAMP to BAN-TIMESTAMP
           move WS-RETURN-FEE to BAN-FEE-AMOUNT
           set BAN-ACTIVE to true
           move WS-BAN-DATE to BAN-START-DATE
           compute BAN-EXPIRY-DATE = WS-BAN-DATE + 50000
           move 0 to BAN-REGUL-DATE
           move space to BAN-LIFT-REASON
           move spaces to BAN-LIFT-OPERATOR
           move 0 to BAN-NEW-DECL-DATE
           move 0 to BAN-LIFT-DECL-DATE
           if not WS-SIMULATION
              write CHEQUE-BAN-RECORD
                  invalid key
                      display "ERREUR ECRITURE CHQBAN : "
                              WS-CHQBAN-STATUS
              end-write
           end-if
           add 1 to WS-RETURNED-COUNT
           perform 3185-POST-RETURN-FEE thru 3185-FIN
           .
       3180-FIN.
           exit
           .

      *****************************************************************
      *  Operations' fee when one is set, otherwise the regulated
      *  ceiling - 30 for a cheque up to 50, 50 above.
      *****************************************************************
       3182-SET-RETURN-FEE.
           if WS-CHEQUE-RETURN-FEE > 0
              move WS-CHEQUE-RETURN-FEE to WS-RETURN-FEE
           else
              if TRAN-AMOUNT > 50
                 move 50 to WS-RETURN-FEE
              else
                 move 30 to WS-RETURN-FEE
              end-if
           end-if
           .

      *****************************************************************
      *  The fee posts as a debit on the fee channel regardless of
      *  the overdraft limit - the account is already short, and
      *  the charge stands either way.  It carries the returned
      *  cheque's timestamp, so the history ties the two together.
      *****************************************************************
       3185-POST-RETURN-FEE.
           if WS-RETURN-FEE = 0
              go to 3185-FIN
           end-if
           move ACCT-SOLDE to WS-BEFORE-SOLDE
           move ACCT-SOLDE to WS-NEW-SOLDE
           subtract WS-RETURN-FEE from WS-NEW-SOLDE
               on size error
                   display "DEBORDEMENT FRAIS REJET COMPTE : "
                           ACCT-NUMBER
                   go to 3185-FIN
           end-subtract
           move WS-NEW-SOLDE to ACCT-SOLDE
           perform 3910-POINT-ACCT-CCY
           add WS-RETURN-FEE to WS-CCY-DEBITS(WS-CCY-SUB)
           perform 3150-TRACK-OVERDRAWN-DATE
           perform 3160-STAMP-ACTIVITY-DATE
           move TRAN-AMOUNT to WS-RETURN-CHEQUE-AMOUNT
           move WS-RETURN-FEE to TRAN-AMOUNT
           move "CHQFRA" to WS-AUDIT-ACTION
           move "D" to WS-HISTORY-TYPE
           move 0 to WS-HIST-SERIAL
           move "F" to WS-HIST-CHANNEL
           move 0 to WS-HIST-ORIG-TS
           perform 3460-BUFFER-GROUP-LOG
           perform 3470-COUNT-POSTED
           move WS-RETURN-CHEQUE-AMOUNT to TRAN-AMOUNT
           .
       3185-FIN.
           exit
           .

      *****************************************************************
      *  A regulated product's balance may not pass its legal
      *  ceiling except through capitalised interest (channel "I").
      *  The balance the credit in hand (WS-CEILING-CREDIT, in the
      *  account's currency, set by the caller) would leave on the
      *  account in the record area, in euros, is held against the
      *  ceiling of the
      *  account's product - ACCT-PRODUCT-CODE, or the owning
      *  customer's CUST-F2 on a record from before the field
      *  existed.  The caller turns WS-CEILING-BLOCKED into its own
      *  reject.
      *****************************************************************
       3190-CHECK-CEILING.
           move "N" to WS-CEILING-BLOCKED-SWITCH
           if not WS-PRDRULE-PRESENT or TRAN-CHN-INTCAP
                   or TRAN-CHN-CORRINT
              go to 3190-FIN
           end-if
           if ACCT-PRODUCT-CODE > 0
              move ACCT-PRODUCT-CODE to WS-RULE-PRODUCT
           else
              move ACCT-CUST-NUMBER to CUST-NUMBER
              read CUSTOMER-MASTER
                  invalid key
                      go to 3190-FIN
              end-read
              move CUST-F2 to WS-RULE-PRODUCT
           end-if
           perform 3195-GET-PRODUCT-RULE thru 3195-FIN
           if not WS-PRDRULE-FOUND or PRD-BALANCE-CEILING = 0
              go to 3190-FIN
           end-if
           compute WS-CEILING-CHECK-SOLDE =
                   ACCT-SOLDE + WS-CEILING-CREDIT
           if not ACCT-IN-EUROS
              move ACCT-CURRENCY-CODE to WS-EQV-CCY
              move WS-CEILING-CHECK-SOLDE to WS-EQV-AMOUNT
              perform 3790-EURO-EQUIVALENT thru 3790-FIN
              move WS-EQV-EUR to WS-CEILING-CHECK-SOLDE
           end-if
           if WS-CEILING-CHECK-SOLDE > PRD-BALANCE-CEILING
              set WS-CEILING-BLOCKED to true
           end-if
           .
       3190-FIN.
           exit
           .

      *****************************************************************
      *  Reads the rules of product WS-RULE-PRODUCT.  Only an active
      *  rule already in effect on the business date counts; anything
      *  else leaves WS-PRDRULE-FOUND off and the product is treated
      *  as unregulated.
      *****************************************************************
       3195-GET-PRODUCT-RULE.
           move "N" to WS-PRDRULE-FOUND-SWITCH
           if not WS-PRDRULE-PRESENT
              go to 3195-FIN
           end-if
           move WS-RULE-PRODUCT to PRD-PRODUCT-CODE
           read PRODUCT-RULE-FILE
               invalid key
                   go to 3195-FIN
           end-read
           if PRD-ACTIVE
                   and PRD-EFFECTIVE-DATE not > WS-PROCESS-DATE
              set WS-PRDRULE-FOUND to true
           end-if
           .
       3195-FIN.
           exit
           .

      *****************************************************************
      *  Stamps ACCT-OVERDRAWN-DATE the day the balance first goes
      *  below zero and clears it the day the account comes back into
      *  is the one random access left in this job.  Both legs are
      *  fully validated before either is touched - any failure
      *  rejects the whole transfer with one reason code and leaves
      *  both balances as they were.  Between accounts of different
      *  currencies the credited leg receives the amount converted
      *  at the business date's rates, less the exchange margin
      *  (3510); the debited leg is always TRAN-AMOUNT.
      *****************************************************************
       3500-PROCESS-TRANSFER.
           if TRAN-COUNTERPART-ACCT = TRAN-ACCT-NUMBER
                   perform 8700-WRITE-REJECT
                   go to 3500-EXIT
           end-subtract
           perform 3140-GET-UNCOLLECTED thru 3140-FIN
           compute WS-AVAILABLE-SOLDE =
                   WS-XFER-DEBIT-NEW - WS-UNCOLLECTED-AMOUNT
           if WS-AVAILABLE-SOLDE < 0
              compute WS-OVERDRAWN-AMOUNT = 0 - WS-AVAILABLE-SOLDE
              if WS-OVERDRAWN-AMOUNT > ACCT-OVERDRAFT-LIMIT
                 move "OVRLM" to WS-REJECT-REASON-CODE
                 move "DEPASSEMENT DECOUVERT"
              perform 3550-RESTORE-CURRENT-ACCOUNT
              go to 3500-EXIT
           end-if
           perform 3510-CONVERT-TRANSFER thru 3510-FIN
           if WS-XFER-FX-ERROR
              perform 8700-WRITE-REJECT
              perform 3550-RESTORE-CURRENT-ACCOUNT
              go to 3500-EXIT
           end-if
           move WS-XFER-CREDIT-AMOUNT to WS-CEILING-CREDIT
           perform 3190-CHECK-CEILING thru 3190-FIN
           if WS-CEILING-BLOCKED
              move "PLAFD" to WS-REJECT-REASON-CODE
              move "PLAFOND REGLEMENTAIRE DEPASSE"
                  to WS-REJECT-REASON-TEXT
              perform 8700-WRITE-REJECT
              perform 3550-RESTORE-CURRENT-ACCOUNT
              go to 3500-EXIT
           end-if
           move ACCT-SOLDE to WS-XFER-CREDIT-BEFORE
           move ACCT-SOLDE to WS-XFER-CREDIT-NEW
           add WS-XFER-CREDIT-AMOUNT to WS-XFER-CREDIT-NEW
               on size error
                   move "XFROV" to WS-REJECT-REASON-CODE
                   move "DEBORDEMENT VIREMENT"
           move "VIRCRE" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           move "C" to WS-HISTORY-TYPE
           move WS-XFER-CREDIT-AMOUNT to WS-HIST-AMOUNT
           move TRAN-TIMESTAMP to WS-HIST-TIMESTAMP
           perform 8600-WRITE-HISTORY
           perform 3570-RECORD-ADJUSTMENT
           move "VIRDEB" to WS-AUDIT-ACTION
           move "D" to WS-HISTORY-TYPE
           perform 3460-BUFFER-GROUP-LOG
           perform 3910-POINT-ACCT-CCY
           add TRAN-AMOUNT to WS-CCY-DEBITS(WS-CCY-SUB)
           move WS-XFER-CREDIT-CCY to WS-TOTAL-CCY
           perform 3900-POINT-CCY-TOTALS
           add WS-XFER-CREDIT-AMOUNT to WS-CCY-CREDITS(WS-CCY-SUB)
           perform 3470-COUNT-POSTED
           .
       3500-EXIT.
           exit
           .

      *****************************************************************
      *  The amount the credited counterpart (in the record area)
      *  receives for the transfer debited from the held account.
      *  Same currency: TRAN-AMOUNT as it stands.  Otherwise FXCONV
      *  converts it with the exchange margin withheld, and the
      *  rate, margin percentage and margin amount are staged for
      *  both legs' history.  No rate for either currency, or a
      *  converted amount the balance fields cannot hold, sets
      *  WS-XFER-FX-ERROR with its reason for the caller.
      *****************************************************************
       3510-CONVERT-TRANSFER.
           move "N" to WS-XFER-FX-ERROR-SWITCH
           move TRAN-AMOUNT to WS-XFER-CREDIT-AMOUNT
           move HELD-CURRENCY-CODE to WS-XFER-DEBIT-CCY
           if WS-XFER-DEBIT-CCY = spaces
              move "EUR" to WS-XFER-DEBIT-CCY
           end-if
           move ACCT-CURRENCY-CODE to WS-XFER-CREDIT-CCY
           if WS-XFER-CREDIT-CCY = spaces
              move "EUR" to WS-XFER-CREDIT-CCY
           end-if
           if WS-XFER-DEBIT-CCY = WS-XFER-CREDIT-CCY
              go to 3510-FIN
           end-if
           move WS-XFER-DEBIT-CCY to FXC-FROM-CCY
           move WS-XFER-CREDIT-CCY to FXC-TO-CCY
           move WS-FX-DATE to FXC-RATE-DATE
           move TRAN-AMOUNT to FXC-AMOUNT
           set FXC-WITH-MARGIN to true
           call "FXCONV" using FX-CONVERSION-PARMS
           if FXC-RATE-MISSING
              set WS-XFER-FX-ERROR to true
              move "FXRAT" to WS-REJECT-REASON-CODE
              move "COURS DE CHANGE ABSENT" to WS-REJECT-REASON-TEXT
              go to 3510-FIN
           end-if
           if FXC-CONVERTED-AMOUNT > 999999999
                   or FXC-CONVERTED-AMOUNT not > 0
              set WS-XFER-FX-ERROR to true
              move "XFROV" to WS-REJECT-REASON-CODE
              move "DEBORDEMENT VIREMENT" to WS-REJECT-REASON-TEXT
              go to 3510-FIN
           end-if
           move FXC-CONVERTED-AMOUNT to WS-XFER-CREDIT-AMOUNT
           move FXC-CROSS-RATE to WS-HIST-FX-RATE
           move FXC-MARGIN-PCT to WS-HIST-FX-MARGIN-PCT
           move FXC-MARGIN-AMOUNT to WS-HIST-FX-MARGIN-AMT
           .
       3510-FIN.
           exit
           .

      *****************************************************************
      *  Gives the record area and the scan position back to the
      *  account group being worked after a transfer's random access
              add 1 to WS-AHEAD-COUNT
              move TRAN-COUNTERPART-ACCT
                  to WS-AHEAD-ACCT(WS-AHEAD-COUNT)
              move WS-XFER-CREDIT-AMOUNT
                  to WS-AHEAD-AMOUNT(WS-AHEAD-COUNT)
           else
              add 1 to WS-LATE-COUNT
              move TRAN-COUNTERPART-ACCT
                  to WS-LATE-ACCT(WS-LATE-COUNT)
              move WS-XFER-CREDIT-AMOUNT
                  to WS-LATE-AMOUNT(WS-LATE-COUNT)
              move WS-XFER-CREDIT-CCY to WS-LATE-CCY(WS-LATE-COUNT)
           end-if
           .

      *  The owning customer must exist on CUSTOMER-MASTER.  The
      *  account opens with a zero balance - any initial deposit
      *  arrives as an ordinary credit and goes through the control
      *  totals like every other movement.  The account is kept in
      *  TRAN-CURRENCY-CODE (the euro when blank); another currency
      *  must have a rate on FXRATES for the business date.
      *****************************************************************
       3710-CREATE-ACCOUNT.
           move TRAN-CUST-NUMBER to CUST-NUMBER
                 go to 3710-EXIT
              end-if
           end-if
           if TRAN-CURRENCY-CODE not = spaces
                   and TRAN-CURRENCY-CODE not = "EUR"
              move TRAN-CURRENCY-CODE to WS-EQV-CCY
              move 0 to WS-EQV-AMOUNT
              perform 3790-EURO-EQUIVALENT thru 3790-FIN
              if WS-EQV-MISSING
                 move "DEVIS" to WS-REJECT-REASON-CODE
                 move "DEVISE SANS COURS DE CHANGE"
                     to WS-REJECT-REASON-TEXT
                 perform 8700-WRITE-REJECT
                 go to 3710-EXIT
              end-if
           end-if
           move CUST-F2 to WS-RULE-PRODUCT
           perform 3195-GET-PRODUCT-RULE thru 3195-FIN
           if WS-PRDRULE-FOUND
              perform 3750-CHECK-ELIGIBILITY thru 3750-FIN
              if WS-NOT-ELIGIBLE
                 perform 8700-WRITE-REJECT
                 go to 3710-EXIT
              end-if
           end-if
           move TRAN-ACCT-NUMBER to ACCT-NUMBER
           move TRAN-CUST-NUMBER to ACCT-CUST-NUMBER
           move CUST-F1 to ACCT-BRANCH-CODE
           move 0 to ACCT-CONTRACT-RATE
           move 0 to ACCT-SETTLE-ACCT
           move space to ACCT-ROLLOVER-FLAG
           if TRAN-CURRENCY-CODE = spaces
              move "EUR" to ACCT-CURRENCY-CODE
           else
              move TRAN-CURRENCY-CODE to ACCT-CURRENCY-CODE
           end-if
           move 0 to ACCT-HIST-COUNT
           perform 3160-STAMP-ACTIVITY-DATE
           if not WS-SIMULATION
           exit
           .

      *****************************************************************
      *  Counts the accounts the customer already holds on the
      *  product being opened.  The customer's accounts are read
      *  through the ACCT-CUST-NUMBER alternate index; each one still
      *  open or dormant on the product adds to WS-HOLDING-COUNT.
      *  The read moves the file position - the caller's 2150
      *  repositions the scan as after any account creation.
      *****************************************************************
       3720-COUNT-HOLDINGS.
           move 0 to WS-HOLDING-COUNT
           move "N" to WS-HOLDSCAN-EOF-SWITCH
           move TRAN-CUST-NUMBER to ACCT-CUST-NUMBER
           start ACCOUNT-MASTER key = ACCT-CUST-NUMBER
               invalid key
                   go to 3720-FIN
           end-start
           perform 3730-READ-CUSTOMER-ACCOUNT
           perform 3740-JUDGE-CUSTOMER-ACCOUNT
               until WS-HOLDSCAN-EOF
           .
       3720-FIN.
           exit
           .

       3730-READ-CUSTOMER-ACCOUNT.
           read ACCOUNT-MASTER next record
               at end set WS-HOLDSCAN-EOF to true
           end-read
           if not WS-HOLDSCAN-EOF
                   and ACCT-CUST-NUMBER not = TRAN-CUST-NUMBER
              set WS-HOLDSCAN-EOF to true
           end-if
           .

       3740-JUDGE-CUSTOMER-ACCOUNT.
           if ACCT-OPEN or ACCT-DORMANT
              if ACCT-PRODUCT-CODE = WS-RULE-PRODUCT
                      or (ACCT-PRODUCT-CODE = 0
                          and CUST-F2 = WS-RULE-PRODUCT)
                 add 1 to WS-HOLDING-COUNT
              end-if
           end-if
           perform 3730-READ-CUSTOMER-ACCOUNT
           .

      *****************************************************************
      *  Opening eligibility against the rules of the product being
      *  opened (PRODUCT-RULE-RECORD and CUSTOMER-RECORD are both
      *  current).  The first rule broken sets WS-NOT-ELIGIBLE and
      *  leaves its reason in the reject fields for the caller.
      *****************************************************************
       3750-CHECK-ELIGIBILITY.
           move "N" to WS-NOT-ELIGIBLE-SWITCH
           if CUST-DECEASED and not PRD-DECEASED-OK
              move "ELDCD" to WS-REJECT-REASON-CODE
              move "CLIENT DECEDE" to WS-REJECT-REASON-TEXT
              set WS-NOT-ELIGIBLE to true
              go to 3750-FIN
           end-if
           if CUST-PENDING-REVIEW and not PRD-REVIEW-OK
              move "ELREV" to WS-REJECT-REASON-CODE
              move "CLIENT EN REVUE DE FILTRAGE"
                  to WS-REJECT-REASON-TEXT
              set WS-NOT-ELIGIBLE to true
              go to 3750-FIN
           end-if
           if PRD-MIN-AGE > 0 or PRD-MAX-AGE > 0
              perform 3760-COMPUTE-AGE thru 3760-FIN
              move "ELAGE" to WS-REJECT-REASON-CODE
              if WS-AGE-UNKNOWN
                 move "DATE DE NAISSANCE INCONNUE"
                     to WS-REJECT-REASON-TEXT
                 set WS-NOT-ELIGIBLE to true
                 go to 3750-FIN
              end-if
              if WS-CUST-AGE < PRD-MIN-AGE
                 move "AGE INFERIEUR AU MINIMUM"
                     to WS-REJECT-REASON-TEXT
                 set WS-NOT-ELIGIBLE to true
                 go to 3750-FIN
              end-if
              if PRD-MAX-AGE > 0 and WS-CUST-AGE > PRD-MAX-AGE
                 move "AGE SUPERIEUR AU MAXIMUM"
                     to WS-REJECT-REASON-TEXT
                 set WS-NOT-ELIGIBLE to true
                 go to 3750-FIN
              end-if
           end-if
           if PRD-REGULATED and TRAN-CURRENCY-CODE not = spaces
                   and TRAN-CURRENCY-CODE not = "EUR"
              move "ELDEV" to WS-REJECT-REASON-CODE
              move "PRODUIT REGLEMENTE EN EUROS"
                  to WS-REJECT-REASON-TEXT
              set WS-NOT-ELIGIBLE to true
              go to 3750-FIN
           end-if
           move TRAN-CURRENCY-CODE to WS-EQV-CCY
           move TRAN-AMOUNT to WS-EQV-AMOUNT
           perform 3790-EURO-EQUIVALENT thru 3790-FIN
           if WS-EQV-EUR < PRD-MIN-OPEN-DEPOSIT
              move "ELDEP" to WS-REJECT-REASON-CODE
              move "DEPOT D'OUVERTURE INSUFFISANT"
                  to WS-REJECT-REASON-TEXT
              set WS-NOT-ELIGIBLE to true
              go to 3750-FIN
           end-if
           if PRD-REGULATED or PRD-MAX-ACCOUNTS > 0
              perform 3720-COUNT-HOLDINGS thru 3720-FIN
           end-if
           if PRD-REGULATED and WS-HOLDING-COUNT > 0
              move "PRDUN" to WS-REJECT-REASON-CODE
              move "PRODUIT REGLEMENTE DEJA DETENU"
                  to WS-REJECT-REASON-TEXT
              set WS-NOT-ELIGIBLE to true
              go to 3750-FIN
           end-if
           if PRD-MAX-ACCOUNTS > 0
                   and WS-HOLDING-COUNT not < PRD-MAX-ACCOUNTS
              move "ELNBR" to WS-REJECT-REASON-CODE
              move "NOMBRE MAX DE COMPTES ATTEINT"
                  to WS-REJECT-REASON-TEXT
              set WS-NOT-ELIGIBLE to true
           end-if
           .
       3750-FIN.
           exit
           .

      *****************************************************************
      *  WS-EQV-AMOUNT in currency WS-EQV-CCY, in euros at the
      *  business date's rate without a margin, into WS-EQV-EUR.  A
      *  currency without a rate sets WS-EQV-MISSING and leaves the
      *  amount unconverted.
      *****************************************************************
       3790-EURO-EQUIVALENT.
           move "N" to WS-EQV-MISSING-SWITCH
           move WS-EQV-AMOUNT to WS-EQV-EUR
           if WS-EQV-CCY = spaces or WS-EQV-CCY = "EUR"
              go to 3790-FIN
           end-if
           move WS-EQV-CCY to FXC-FROM-CCY
           move "EUR" to FXC-TO-CCY
           move WS-FX-DATE to FXC-RATE-DATE
           move WS-EQV-AMOUNT to FXC-AMOUNT
           set FXC-NO-MARGIN to true
           call "FXCONV" using FX-CONVERSION-PARMS
           if FXC-RATE-MISSING
              set WS-EQV-MISSING to true
           else
              move FXC-CONVERTED-AMOUNT to WS-EQV-EUR
           end-if
           .
       3790-FIN.
           exit
           .

      *****************************************************************
      *  Age in whole years at the business date (today's date when
      *  SOLDPARM carries none) from CUST-DATE-NAISSANCE.  A missing
      *  or unreadable date of birth sets WS-AGE-UNKNOWN.
      *****************************************************************
       3760-COMPUTE-AGE.
           move "N" to WS-AGE-UNKNOWN-SWITCH
           move 0 to WS-CUST-AGE
           if WS-PROCESS-DATE > 0
              move WS-PROCESS-DATE to WS-AGE-ASOF-DATE
           else
              accept WS-AGE-ASOF-DATE from date yyyymmdd
           end-if
           if CUST-ANNEE not numeric or CUST-MOIS-NUM not numeric
                   or CUST-JOUR not numeric
              set WS-AGE-UNKNOWN to true
              go to 3760-FIN
           end-if
           if CUST-ANNEE = 0 or CUST-ANNEE > WS-AGE-ASOF-YEAR
              set WS-AGE-UNKNOWN to true
              go to 3760-FIN
           end-if
           compute WS-CUST-AGE = WS-AGE-ASOF-YEAR - CUST-ANNEE
           compute WS-BIRTH-MMDD = CUST-MOIS-NUM * 100 + CUST-JOUR
           if WS-AGE-ASOF-MMDD < WS-BIRTH-MMDD
                   and WS-CUST-AGE > 0
              subtract 1 from WS-CUST-AGE
           end-if
           .
       3760-FIN.
           exit
           .

      *****************************************************************
      *  Points WS-CCY-SUB at the control totals of currency
      *  WS-TOTAL-CCY (the euro when blank), opening an entry for a
      *  currency met for the first time.  The last entry is kept
      *  for "???" - every currency past the table is counted there.
      *****************************************************************
       3900-POINT-CCY-TOTALS.
           if WS-TOTAL-CCY = spaces
              move "EUR" to WS-TOTAL-CCY
           end-if
           move "N" to WS-CCY-FOUND-SWITCH
           move 1 to WS-CCY-SUB
           perform 3905-TEST-CCY-ENTRY
               until WS-CCY-FOUND or WS-CCY-SUB > WS-CCY-COUNT
           if not WS-CCY-FOUND
              if WS-CCY-COUNT < 29
                 perform 3908-NEW-CCY-ENTRY
              else
                 move "???" to WS-TOTAL-CCY
                 if WS-CCY-COUNT = 29
                    perform 3908-NEW-CCY-ENTRY
                 else
                    move 30 to WS-CCY-SUB
                 end-if
              end-if
           end-if
           .

       3905-TEST-CCY-ENTRY.
           if WS-CCY-CODE(WS-CCY-SUB) = WS-TOTAL-CCY
              set WS-CCY-FOUND to true
           else
              add 1 to WS-CCY-SUB
           end-if
           .

       3908-NEW-CCY-ENTRY.
           add 1 to WS-CCY-COUNT
           move WS-CCY-COUNT to WS-CCY-SUB
           move WS-TOTAL-CCY to WS-CCY-CODE(WS-CCY-SUB)
           move 0 to WS-CCY-OPENING(WS-CCY-SUB)
           move 0 to WS-CCY-DEBITS(WS-CCY-SUB)
           move 0 to WS-CCY-CREDITS(WS-CCY-SUB)
           move 0 to WS-CCY-CLOSING(WS-CCY-SUB)
           .

      *****************************************************************
      *  The control totals of the currency of the account in the
      *  record area.
      *****************************************************************
       3910-POINT-ACCT-CCY.
           move ACCT-CURRENCY-CODE to WS-TOTAL-CCY
           perform 3900-POINT-CCY-TOTALS
           .

      *****************************************************************
      *  End of run - every transfer credit posted behind the scan is
      *  folded into the closing total, with a corrective extract
           if WS-LATE-COUNT > 0
              perform varying WS-ADJUST-SUB from 1 by 1
                      until WS-ADJUST-SUB > WS-LATE-COUNT
                 move WS-LATE-CCY(WS-ADJUST-SUB) to WS-TOTAL-CCY
                 perform 3900-POINT-CCY-TOTALS
                 add WS-LATE-AMOUNT(WS-ADJUST-SUB)
                     to WS-CCY-CLOSING(WS-CCY-SUB)
                 move WS-LATE-ACCT(WS-ADJUST-SUB) to ACCT-NUMBER
                 read ACCOUNT-MASTER
                     invalid key
           end-if
           .

      *****************************************************************
      *  End of run - a transfer credit posted ahead of the scan to
      *  an account the scan never reached is folded into the
      *  closing total the same way, with an extract line showing
      *  the account's new balance.  Only the cross-range pass,
      *  which reads no account without a transaction of its own,
      *  leaves any - 3250 clears every other.
      *****************************************************************
       3960-FLUSH-AHEAD-ADJUSTMENTS.
           perform 3965-FLUSH-ONE-AHEAD
               varying WS-ADJUST-SUB from 1 by 1
               until WS-ADJUST-SUB > WS-AHEAD-COUNT
           .

       3965-FLUSH-ONE-AHEAD.
           if WS-AHEAD-AMOUNT(WS-ADJUST-SUB) not = 0
              move WS-AHEAD-ACCT(WS-ADJUST-SUB) to ACCT-NUMBER
              read ACCOUNT-MASTER
                  invalid key
                      display "COMPTE AJUSTEMENT INTROUVABLE : "
                              WS-AHEAD-ACCT(WS-ADJUST-SUB)
                  not invalid key
                      perform 3910-POINT-ACCT-CCY
                      add WS-AHEAD-AMOUNT(WS-ADJUST-SUB)
                          to WS-CCY-CLOSING(WS-CCY-SUB)
                      if WS-SIMULATION
                         add WS-AHEAD-AMOUNT(WS-ADJUST-SUB)
                             to ACCT-SOLDE
                      end-if
                      move ACCT-NUMBER to BALX-ACCT-NUMBER
                      move ACCT-SOLDE to BALX-SOLDE
                      write BALANCE-EXTRACT-LINE
                      add 1 to WS-AHEAD-LINES
              end-read
              move 0 to WS-AHEAD-AMOUNT(WS-ADJUST-SUB)
           end-if
           .

      *****************************************************************
      *  Every currency must balance in its own units - opening less
      *  debits plus credits equal to closing.  A book holding only
      *  euro accounts prints the four totals as it always has; with
      *  other currencies present a line per currency comes first
      *  and the four totals are their euro equivalents, which may
      *  differ by the rounding of each conversion and are not
      *  themselves proved.
      *****************************************************************
       6000-CONTROL-REPORT.
           if WS-SIMULATION
              move "*** SIMULATION - AUCUNE MISE A JOUR ***"
                  to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
           end-if
           if WS-RESIDUE-RUN
              move "PASSE DES VIREMENTS ENTRE PARTITIONS"
                  to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
           end-if
           if WS-RANGE-RUN
              move WS-PARTITION-ID to WS-RGL-PARTITION
              move WS-RANGE-LOW to WS-RGL-LOW
              move WS-RANGE-HIGH to WS-RGL-HIGH
              move WS-RANGE-LINE to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
           end-if
           set WS-BALANCED to true
           move 0 to WS-OPENING-TOTAL
           move 0 to WS-DEBIT-TOTAL
           move 0 to WS-CREDIT-TOTAL
           move 0 to WS-CLOSING-TOTAL
           move 0 to WS-CCY-NO-RATE-COUNT
           if WS-CCY-COUNT > 1
                   or (WS-CCY-COUNT = 1 and WS-CCY-CODE(1) not = "EUR")
              set WS-FOREIGN-CCY to true
              move "TOTAUX PAR DEVISE" to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
              move WS-CCY-HEAD-LINE to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
           end-if
           perform 6200-PROVE-CURRENCY
               varying WS-CCY-SUB from 1 by 1
               until WS-CCY-SUB > WS-CCY-COUNT
           if WS-FOREIGN-CCY
              if WS-CCY-NO-RATE-COUNT > 0
                 move "* DEVISE SANS COURS - HORS CONTRE-VALEUR"
                     to CONTROL-REPORT-LINE
                 write CONTROL-REPORT-LINE
              end-if
              move spaces to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
              move WS-FX-DATE to WS-CDL-DATE
              move WS-CCY-DATE-LINE to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
           end-if
           move "SOLDE OUVERTURE" to WS-CTL-LABEL
           move WS-OPENING-TOTAL to WS-CTL-AMOUNT
           move "TRANSACTIONS REJETEES" to WS-CTL-LABEL
           move WS-REJECT-COUNT to WS-CTL-AMOUNT
           perform 6100-PRINT-CTL-LINE
           compute WS-CORRECTIVE-COUNT = WS-LATE-COUNT + WS-AHEAD-LINES
           if WS-CORRECTIVE-COUNT > 0
              move "LIGNES CORRECTIVES" to WS-CTL-LABEL
              move WS-CORRECTIVE-COUNT to WS-CTL-AMOUNT
              perform 6100-PRINT-CTL-LINE
           end-if
           move spaces to CONTROL-REPORT-LINE
              move "*** BATCH DESEQUILIBRE ***" to CONTROL-REPORT-LINE
           end-if
           write CONTROL-REPORT-LINE
           if WS-PARTITIONED
              perform 6300-WRITE-PARTITION-TOTAL
                  varying WS-CCY-SUB from 1 by 1
                  until WS-CCY-SUB > WS-CCY-COUNT
              perform 6350-WRITE-PARTITION-RUN
           end-if
           .

       6100-PRINT-CTL-LINE.
           write CONTROL-REPORT-LINE
           .

      *****************************************************************
      *  Proves currency WS-CCY-SUB in its own units, adds its euro
      *  equivalents to the four report totals and, with foreign
      *  currencies present, prints its line.  A currency without a
      *  rate is flagged and left out of the euro totals.
      *****************************************************************
       6200-PROVE-CURRENCY.
           compute WS-CCY-EXPECTED = WS-CCY-OPENING(WS-CCY-SUB)
                   - WS-CCY-DEBITS(WS-CCY-SUB)
                   + WS-CCY-CREDITS(WS-CCY-SUB)
           move WS-CCY-CODE(WS-CCY-SUB) to WS-EQV-CCY
           move WS-CCY-OPENING(WS-CCY-SUB) to WS-EQV-AMOUNT
           perform 3790-EURO-EQUIVALENT thru 3790-FIN
           if not WS-EQV-MISSING
              add WS-EQV-EUR to WS-OPENING-TOTAL
           end-if
           move WS-CCY-DEBITS(WS-CCY-SUB) to WS-EQV-AMOUNT
           perform 3790-EURO-EQUIVALENT thru 3790-FIN
           if not WS-EQV-MISSING
              add WS-EQV-EUR to WS-DEBIT-TOTAL
           end-if
           move WS-CCY-CREDITS(WS-CCY-SUB) to WS-EQV-AMOUNT
           perform 3790-EURO-EQUIVALENT thru 3790-FIN
           if not WS-EQV-MISSING
              add WS-EQV-EUR to WS-CREDIT-TOTAL
           end-if
           move WS-CCY-CLOSING(WS-CCY-SUB) to WS-EQV-AMOUNT
           perform 3790-EURO-EQUIVALENT thru 3790-FIN
           if not WS-EQV-MISSING
              add WS-EQV-EUR to WS-CLOSING-TOTAL
           end-if
           move WS-CCY-CODE(WS-CCY-SUB) to WS-CCL-CODE
           move WS-CCY-OPENING(WS-CCY-SUB) to WS-CCL-OPENING
           move WS-CCY-DEBITS(WS-CCY-SUB) to WS-CCL-DEBITS
           move WS-CCY-CREDITS(WS-CCY-SUB) to WS-CCL-CREDITS
           move WS-CCY-CLOSING(WS-CCY-SUB) to WS-CCL-CLOSING
           if WS-EQV-MISSING
              add 1 to WS-CCY-NO-RATE-COUNT
              move 0 to WS-CCL-EUR
              move "*" to WS-CCL-NO-RATE
           else
              move WS-EQV-EUR to WS-CCL-EUR
              move space to WS-CCL-NO-RATE
           end-if
           if WS-CCY-EXPECTED = WS-CCY-CLOSING(WS-CCY-SUB)
              move "OK" to WS-CCL-STATUS
           else
              move "N" to WS-BALANCED-SWITCH
              move "DESEQ" to WS-CCL-STATUS
           end-if
           if WS-FOREIGN-CCY
              move WS-CCY-LINE to CONTROL-REPORT-LINE
              write CONTROL-REPORT-LINE
           end-if
           .

      *****************************************************************
      *  A partitioned run's totals for SOLDMRG - one record per
      *  currency in its own units, then the run record, whose
      *  presence tells the merge the run finished.
      *****************************************************************
       6300-WRITE-PARTITION-TOTAL.
           move spaces to PARTITION-TOTAL-RECORD
           move WS-PARTITION-ID to PTOT-PARTITION
           set PTOT-CURRENCY-RECORD to true
           move WS-FX-DATE to PTOT-PROCESS-DATE
           move WS-CCY-CODE(WS-CCY-SUB) to PTOT-CURRENCY-CODE
           move WS-CCY-OPENING(WS-CCY-SUB) to PTOT-OPENING
           move WS-CCY-DEBITS(WS-CCY-SUB) to PTOT-DEBITS
           move WS-CCY-CREDITS(WS-CCY-SUB) to PTOT-CREDITS
           move WS-CCY-CLOSING(WS-CCY-SUB) to PTOT-CLOSING
           move WS-RANGE-LOW to PTOT-RANGE-LOW
           move WS-RANGE-HIGH to PTOT-RANGE-HIGH
           move 0 to PTOT-ACCOUNTS
           move 0 to PTOT-REJECTS
           move 0 to PTOT-LATE-LINES
           write PARTITION-TOTAL-RECORD
           .

       6350-WRITE-PARTITION-RUN.
           move spaces to PARTITION-TOTAL-RECORD
           move WS-PARTITION-ID to PTOT-PARTITION
           set PTOT-RUN-RECORD to true
           move WS-FX-DATE to PTOT-PROCESS-DATE
           move 0 to PTOT-OPENING
           move 0 to PTOT-DEBITS
           move 0 to PTOT-CREDITS
           move 0 to PTOT-CLOSING
           move WS-RANGE-LOW to PTOT-RANGE-LOW
           move WS-RANGE-HIGH to PTOT-RANGE-HIGH
           move WS-ACCOUNTS-PROCESSED to PTOT-ACCOUNTS
           move WS-REJECT-COUNT to PTOT-REJECTS
           move WS-CORRECTIVE-COUNT to PTOT-LATE-LINES
           if WS-BALANCED
              set PTOT-BALANCED to true
           else
              move "N" to PTOT-BALANCED-FLAG
           end-if
           if WS-SIMULATION
              set PTOT-SIMULATION to true
           else
              move "N" to PTOT-SIMULATION-FLAG
           end-if
           write PARTITION-TOTAL-RECORD
           .

      *****************************************************************
      *  Appends the account's before/after balance to the shared
      *  AUDIT-JOURNAL for one successfully posted transaction.
      *  Appends one posting to the cumulative transaction history -
      *  account, posting date, the original timestamp, debit/credit,
      *  amount and the resulting balance, from the values the caller
      *  staged in the WS-HIST fields and WS-AFTER-SOLDE.  A
      *  partitioned run writes to its own THISTPRT instead.
      *****************************************************************
       8600-WRITE-HISTORY.
           move ACCT-NUMBER to TH-ACCT-NUMBER
           move WS-HIST-SERIAL to TH-CHEQUE-SERIAL
           move WS-HIST-CHANNEL to TH-CHANNEL
           move WS-HIST-ORIG-TS to TH-ORIG-TIMESTAMP
           if ACCT-IN-EUROS
              move "EUR" to TH-CURRENCY-CODE
           else
              move ACCT-CURRENCY-CODE to TH-CURRENCY-CODE
           end-if
           move WS-HIST-FX-RATE to TH-FX-RATE
           move WS-HIST-FX-MARGIN-PCT to TH-FX-MARGIN-PCT
           move WS-HIST-FX-MARGIN-AMT to TH-FX-MARGIN-AMOUNT
           if not WS-SIMULATION
              if WS-PARTITIONED
                 write HISTORY-PART-RECORD
                     from TRANSACTION-HISTORY-RECORD
              else
                 write TRANSACTION-HISTORY-RECORD
              end-if
           end-if
           .

           move TRAN-CHEQUE-SERIAL to RCY-CHEQUE-SERIAL
           move TRAN-CHANNEL to RCY-CHANNEL
           move TRAN-ORIG-TIMESTAMP to RCY-ORIG-TIMESTAMP
           move TRAN-CURRENCY-CODE to RCY-CURRENCY-CODE
           move WS-REJECT-REASON-CODE to RCY-REASON-CODE
           move WS-REJECT-REASON-TEXT to RCY-REASON-TEXT
           if WS-SIMULATION
           close AUDIT-JOURNAL
           close CHECKPOINT-FILE
           close REJECT-FILE
           if WS-PARTITIONED
              close HISTORY-PART
              close PARTITION-TOTALS
           else
              close TRANSACTION-HISTORY
           end-if
           if WS-HOLDS-PRESENT
              close HOLD-FILE
           end-if
           if WS-BRPRD-PRESENT
              close BRANCH-PRODUCT-FILE
           end-if
           if WS-DEPOSITS-PRESENT
              close CHEQUE-DEPOSIT-FILE
           end-if
           if WS-CALENDAR-PRESENT
              close CALENDAR-FILE
           end-if
           if WS-BANS-PRESENT
              close CHEQUE-BAN-FILE
           end-if
           if WS-PRDRULE-PRESENT
              close PRODUCT-RULE-FILE
           end-if
           if not WS-BALANCED
              display "*** BATCH DESEQUILIBRE - ARRET ANORMAL ***"
           end-if
           display "CYCLE : " WS-CYCLE-NUMBER
           display "TRANSACTIONS REJETEES : " WS-REJECT-COUNT
           display "CHEQUES REJETES SANS PROVISION : "
                   WS-RETURNED-COUNT
           .

      *****************************************************************
