      *****************************************************************
      *  LTRQREC.cpy
      *
      *  Letter-request record - the shared correspondence queue
      *  (LTRQUEUE).  A batch step or screen that finds something the
      *  customer must be told about appends one request: which
      *  letter, for which account, the date of the event being
      *  notified and whatever figure or text the letter quotes.  The
      *  nightly LTRRUN merges each request with its template and
      *  the customer's address and clears the queue.  A producer
      *  may queue the same event on several nights while it stays
      *  true - the letter register's key (account, letter, event
      *  date) lets LTRRUN send it once.
      *
      *      DECOUV  account gone overdrawn             (OVRDRRPT)
      *      DORMAV  account about to be flagged dormant (DORMFLAG)
      *      ECHEAN  term deposit maturing shortly      (TDMATUR)
      *      BLOCAG  funds frozen by a hold             (HOLDMNT)
      *      MIGPRD  account moved to a new product     (PRDMIGR)
      *
      *  Modification history
      *  2026-09-24  YLC  Initial layout.
      *  2026-09-28  YLC  Added MIGPRD, the notice of a product
      *                   migration - the event is the effective
      *                   date, the amount the new monthly fee and the
      *                   text the new product, rate and per-
      *                   transaction fee.
      *****************************************************************
       01  LETTER-REQUEST-RECORD.
           05  LTRQ-LETTER-CODE            PIC X(06).
               88  LTRQ-OVERDRAWN           VALUE "DECOUV".
               88  LTRQ-DORMANCY-NOTICE     VALUE "DORMAV".
               88  LTRQ-MATURITY-NOTICE     VALUE "ECHEAN".
               88  LTRQ-HOLD-PLACED         VALUE "BLOCAG".
               88  LTRQ-PRODUCT-MIGRATION   VALUE "MIGPRD".
           05  LTRQ-CUST-NUMBER            PIC 9(06).
           05  LTRQ-ACCT-NUMBER            PIC 9(09).
      *--------------------------------------------------------------*
      *    The date of the event itself (went overdrawn, last        *
      *    movement, maturity, hold placed) - part of the register   *
      *    key - and the business date the request was queued.      *
      *--------------------------------------------------------------*
           05  LTRQ-EVENT-DATE             PIC 9(08).
           05  LTRQ-REQUEST-DATE           PIC 9(08).
           05  LTRQ-SOURCE-PROGRAM         PIC X(08).
      *--------------------------------------------------------------*
      *    Figure and free text the template quotes as &MONTANT and  *
      *    &TEXTE - the overdrawn balance, the maturing capital, the *
      *    amount frozen and the kind of hold.                       *
      *--------------------------------------------------------------*
           05  LTRQ-AMOUNT                 PIC S9(9) COMP-3.
           05  LTRQ-TEXT                   PIC X(30).
