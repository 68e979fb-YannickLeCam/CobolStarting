      *
      *  Modification history
      *  2026-08-28  YLC  Initial layout.
      *  2026-09-14  YLC  Added the collections ladder - the stage
      *                   the loan has reached (reminder at one
      *                   missed installment, formal notice at two,
      *                   contentieux hand-over at three) and when,
      *                   the date of the oldest unpaid installment
      *                   for aging, the missed installments and
      *                   their interest part still to recover, the
      *                   late-payment penalties assessed and not
      *                   yet debited, and the nightly retry's rerun
      *                   guard.
      *  2026-09-23  YLC  Added the interest collected per calendar
      *                   year - LOANPOST's installments, LOANCOLL's
      *                   recovered arrears and LOANMNT's prepayments
      *                   - for the customer's annual fee summary.
      *****************************************************************
       01  LOAN-RECORD.
           05  LOAN-KEY.
           05  LOAN-STATUS                 PIC X.
               88  LOAN-ACTIVE              VALUE "A".
               88  LOAN-PAID-OFF            VALUE "P".
      *--------------------------------------------------------------*
      *    Collections ladder.  The stage follows LOAN-ARREARS-COUNT *
      *    (1 relance, 2 mise en demeure, 3 and over contentieux)    *
      *    and drops back to blank once LOANCOLL has recovered every *
      *    missed installment and penalty.                           *
      *--------------------------------------------------------------*
           05  LOAN-COLLECT-STAGE          PIC X.
               88  LOAN-STAGE-NONE          VALUE " ".
               88  LOAN-STAGE-RELANCE       VALUE "R".
               88  LOAN-STAGE-DEMEURE       VALUE "M".
               88  LOAN-STAGE-CONTENTIEUX   VALUE "C".
           05  LOAN-STAGE-DATE             PIC 9(08).
           05  LOAN-FIRST-MISSED-DATE      PIC 9(08).
           05  LOAN-ARREARS-AMOUNT         PIC 9(9) COMP-3.
           05  LOAN-ARREARS-INTEREST       PIC 9(9) COMP-3.
           05  LOAN-PENALTY-DUE            PIC 9(9) COMP-3.
           05  LOAN-LAST-RETRY-DATE        PIC 9(08).
      *--------------------------------------------------------------*
      *    Interest collected in LOAN-INT-YEAR so far, and in the    *
      *    full year before it - the first collection of a new year  *
      *    moves the running total across.  FEESUMM reports the      *
      *    closed year in January.                                   *
      *--------------------------------------------------------------*
           05  LOAN-INT-YEAR               PIC 9(04).
           05  LOAN-INT-YEAR-TOTAL         PIC 9(9) COMP-3.
           05  LOAN-INT-PRIOR-YEAR-TOTAL   PIC 9(9) COMP-3.
