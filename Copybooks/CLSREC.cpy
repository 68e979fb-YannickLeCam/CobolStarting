      *****************************************************************
      *  CLSREC.cpy
      *
      *  Account closing request - one per account, keyed on the
      *  account to be closed.  Taken at the counter in CLSMNT, which
      *  refuses it while a hold, an unpaid loan or an uncleared
      *  deposited cheque remains, and worked by the nightly CLOSEGEN
      *  on the night of the closing date: interest to the closing
      *  date, the pro-rata service charge and any debit interest
      *  are settled, the remaining balance goes by transfer to the
      *  nominated account or out as a cheque to the customer, and
      *  the "F" close follows - all on the sweep pass stream so
      *  SOLDUPDT posts them that same night in that order.  The
      *  amounts settled are kept here for the branch and the
      *  customer.
      *
      *  Modification history
      *  2026-09-29  YLC  Initial layout.
      *****************************************************************
       01  CLOSING-REQUEST-RECORD.
           05  CLS-KEY.
               10  CLS-ACCT-NUMBER         PIC 9(09).
           05  CLS-CUST-NUMBER             PIC 9(06).
           05  CLS-REQUEST-DATE            PIC 9(08).
           05  CLS-CLOSING-DATE            PIC 9(08).
      *--------------------------------------------------------------*
      *    Where the remaining balance goes - "V" a transfer to      *
      *    CLS-SETTLE-ACCT (one of our open accounts), "C" a bank    *
      *    cheque made out to the customer (CLS-SETTLE-ACCT zero).   *
      *--------------------------------------------------------------*
           05  CLS-SETTLE-MODE             PIC X.
               88  CLS-SETTLE-TRANSFER      VALUE "V".
               88  CLS-SETTLE-CHEQUE        VALUE "C".
           05  CLS-SETTLE-ACCT             PIC 9(09).
           05  CLS-OPERATOR-ID             PIC X(08).
      *--------------------------------------------------------------*
      *    P waiting for its closing date, G settlement generated    *
      *    into the stream, E account found closed the next night,   *
      *    X the posting did not close it (see SOLDREJ), R refused   *
      *    by CLOSEGEN's own checks, C cancelled at the counter.     *
      *--------------------------------------------------------------*
           05  CLS-STATUS                  PIC X.
               88  CLS-PENDING              VALUE "P".
               88  CLS-GENERATED            VALUE "G".
               88  CLS-EXECUTED             VALUE "E".
               88  CLS-FAILED               VALUE "X".
               88  CLS-REFUSED              VALUE "R".
               88  CLS-CANCELLED            VALUE "C".
           05  CLS-STATUS-DATE             PIC 9(08).
           05  CLS-INTEREST-AMOUNT         PIC 9(9) COMP-3.
           05  CLS-FEE-AMOUNT              PIC 9(9) COMP-3.
           05  CLS-DEBIT-INT-AMOUNT        PIC 9(9) COMP-3.
           05  CLS-FINAL-AMOUNT            PIC 9(9) COMP-3.
           05  CLS-REASON                  PIC X(30).
