      *****************************************************************
      *  CDEPREC.cpy
      *
      *  Deposited-cheque record - one per cheque drawn on another
      *  bank and remitted at the counter, keyed like the credit it
      *  rides on (account and entry timestamp).  TRANENT writes it
      *  with the credit; SOLDUPDT, posting that credit, stamps the
      *  availability date from the business-day calendar and, until
      *  that date arrives, keeps the amount out of the available
      *  balance its overdraft and hold checks work on.  CHQIMP
      *  marks it unpaid when the clearing house hands the cheque
      *  back and reverses the deposit.  ACCTINQ and CUSTPORT read
      *  it to show ledger and available balance side by side.
      *
      *  Modification history
      *  2026-09-18  YLC  Initial layout.
      *****************************************************************
       01  CHEQUE-DEPOSIT-RECORD.
           05  CDP-KEY.
               10  CDP-ACCT-NUMBER         PIC 9(09).
               10  CDP-TIMESTAMP           PIC 9(14).
           05  CDP-AMOUNT                  PIC 9(9) COMP-3.
           05  CDP-DRAWEE-BANK             PIC X(05).
           05  CDP-CHEQUE-SERIAL           PIC 9(07).
           05  CDP-OPERATOR-ID             PIC X(08).
           05  CDP-STATUS                  PIC X.
               88  CDP-ENTERED              VALUE "E".
               88  CDP-UNCOLLECTED          VALUE "U".
               88  CDP-UNPAID               VALUE "I".
      *--------------------------------------------------------------*
      *    Stamped by SOLDUPDT as the credit posts - zero while the  *
      *    credit is still waiting in the stream.  The funds count   *
      *    as available from CDP-AVAILABLE-DATE on.                  *
      *--------------------------------------------------------------*
           05  CDP-POSTED-DATE             PIC 9(08).
           05  CDP-AVAILABLE-DATE          PIC 9(08).
      *--------------------------------------------------------------*
      *    Unpaid cheques only - the clearing house's return date    *
      *    and reason code.                                          *
      *--------------------------------------------------------------*
           05  CDP-RETURN-DATE             PIC 9(08).
           05  CDP-RETURN-REASON           PIC X(04).
