      *                   unexplained movements and SOLDUPDT can
      *                   refuse a second reversal of the same
      *                   posting.
      *  2026-10-15  YLC  Added TH-CURRENCY-CODE and the exchange
      *                   block - every movement is in the currency
      *                   of its account, and both legs of a transfer
      *                   between two currencies carry the cross rate
      *                   applied and the exchange margin withheld.
      *****************************************************************
       01  TRANSACTION-HISTORY-RECORD.
           05  TH-ACCT-NUMBER              PIC 9(09).
      *    the link SOLDUPDT checks so nothing is reversed twice.    *
      *--------------------------------------------------------------*
           05  TH-ORIG-TIMESTAMP           PIC 9(14).
      *--------------------------------------------------------------*
      *    Currency of TH-AMOUNT and TH-RESULTING-SOLDE - the        *
      *    account's own.  Spaces on records from before the field   *
      *    existed mean EUR.                                         *
      *--------------------------------------------------------------*
           05  TH-CURRENCY-CODE            PIC X(03).
      *--------------------------------------------------------------*
      *    Transfer between two currencies only, the same on both    *
      *    legs - the cross rate applied (units credited per unit    *
      *    debited, before margin), the margin percentage and the    *
      *    margin withheld in the credited currency.  Zero on every  *
      *    other movement.                                           *
      *--------------------------------------------------------------*
           05  TH-FX-RATE                  PIC 9(5)V9(6) COMP-3.
           05  TH-FX-MARGIN-PCT            PIC 9(2)V9(4) COMP-3.
           05  TH-FX-MARGIN-AMOUNT         PIC S9(9) COMP-3.
