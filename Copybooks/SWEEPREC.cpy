      *****************************************************************
      *  SWEEPREC.cpy
      *
      *  Sweep arrangement record - links a customer's current
      *  account to a savings account of the same customer.  Keyed
      *  on the current account, so an account has at most one
      *  arrangement.
      *  Set up at the counter in SWPMNT; read every night by
      *  SWEEPGEN after the posting run, which covers a debit
      *  balance on the current account from the savings account
      *  and, where the customer asked for it, moves whatever sits
      *  above the target balance into savings.
      *
      *  Modification history
      *  2026-09-25  YLC  Initial layout.
      *****************************************************************
       01  SWEEP-RECORD.
           05  SWP-KEY.
               10  SWP-CURRENT-ACCT        PIC 9(09).
           05  SWP-SAVINGS-ACCT            PIC 9(09).
           05  SWP-CUST-NUMBER             PIC 9(06).
      *--------------------------------------------------------------*
      *    Cover - a debit balance left by the night's posting is    *
      *    brought back to zero from savings, as far as the savings  *
      *    account's available balance allows.                       *
      *--------------------------------------------------------------*
           05  SWP-COVER-FLAG              PIC X.
               88  SWP-COVER-ON             VALUE "O".
      *--------------------------------------------------------------*
      *    Sweep-up - the available balance above SWP-TARGET-BALANCE *
      *    goes to savings.  Only when the flag is set.              *
      *--------------------------------------------------------------*
           05  SWP-SWEEP-UP-FLAG           PIC X.
               88  SWP-SWEEP-UP-ON          VALUE "O".
           05  SWP-TARGET-BALANCE          PIC 9(9) COMP-3.
           05  SWP-CREATE-DATE             PIC 9(08).
           05  SWP-STATUS                  PIC X.
               88  SWP-ACTIVE               VALUE "A".
               88  SWP-CANCELLED            VALUE "C".
           05  SWP-CANCEL-DATE             PIC 9(08).
      *--------------------------------------------------------------*
      *    Last sweep generated - the business date is SWEEPGEN's    *
      *    rerun guard; the direction is "C" for a cover, "E" for    *
      *    an excess moved to savings.                               *
      *--------------------------------------------------------------*
           05  SWP-LAST-SWEEP-DATE         PIC 9(08).
           05  SWP-LAST-DIRECTION          PIC X.
               88  SWP-LAST-COVER           VALUE "C".
               88  SWP-LAST-EXCESS          VALUE "E".
           05  SWP-LAST-AMOUNT             PIC 9(9) COMP-3.
