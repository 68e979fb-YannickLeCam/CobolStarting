      *                   the whole portfolio.  Zero means a record
      *                   from before the field existed - readers
      *                   fall back to the customer's CUST-F1/F2.
      *  2026-10-15  YLC  Added ACCT-CURRENCY-CODE - the currency the
      *                   account is kept in, set at opening and
      *                   never changed after.  Every amount on the
      *                   record and every posting to the account is
      *                   in that currency.  Spaces (records from
      *                   before the field existed) read as EUR.
      *****************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-KEY.
           05  ACCT-SETTLE-ACCT            PIC 9(09).
           05  ACCT-ROLLOVER-FLAG          PIC X.
               88  ACCT-ROLL-AT-MATURITY    VALUE "O".
      *--------------------------------------------------------------*
      *    Currency the account is kept in (ISO code) - spaces, on   *
      *    records from before the field existed, mean EUR.          *
      *--------------------------------------------------------------*
           05  ACCT-CURRENCY-CODE          PIC X(03).
               88  ACCT-IN-EUROS            VALUE "EUR" "   ".
           05  ACCT-HIST-COUNT             PIC 9(02) COMP.
           05  ACCT-INTEREST-HISTORY OCCURS 0 TO 12 TIMES
                   DEPENDING ON ACCT-HIST-COUNT
