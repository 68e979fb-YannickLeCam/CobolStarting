      *                   and the tax extract address the estate, and
      *                   ESTRPT lists the open positions for the
      *                   estates clerk.
      *  2026-10-13  YLC  Added delivery code "I" - mailed, but always
      *                   in an envelope of the customer's own: PBURENV
      *                   never puts their documents in a household
      *                   envelope and HHBUILD leaves them out of any
      *                   household.
      *****************************************************************
       01  CUSTOMER-RECORD.
           05  CUST-KEY.
      *--------------------------------------------------------------*
      *    Statement delivery - mailed through the print bureau     *
      *    ("M" or the space of older records), counter pickup      *
      *    ("G"), or suppressed ("S"); "I" is mailed but never      *
      *    householded with anyone.  The returned-mail flag stops   *
      *    mailing to an address the post office has bounced.       *
      *--------------------------------------------------------------*
           05  CUST-DELIVERY-CODE          PIC X.
               88  CUST-DELIV-MAIL          VALUE "M" " " "I".
               88  CUST-DELIV-SEPARATE      VALUE "I".
               88  CUST-DELIV-COUNTER       VALUE "G".
               88  CUST-DELIV-SUPPRESSED    VALUE "S".
           05  CUST-RETURNED-MAIL-FLAG     PIC X.
