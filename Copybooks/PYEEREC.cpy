      *****************************************************************
      *  PYEEREC.cpy
      *
      *  External-payee record - a beneficiary held at another bank
      *  that one of our customers pays by interbank transfer.
      *  Registered at the counter in PYEEMNT against the account
      *  allowed to pay it; TRANENT's "V" entry will only send money
      *  to an active payee registered on the paying account.
      *
      *  Modification history
      *  2026-09-17  YLC  Initial layout.
      *****************************************************************
       01  PAYEE-RECORD.
           05  PYE-KEY.
               10  PYE-NUMBER              PIC 9(06).
           05  PYE-ACCT-NUMBER             PIC 9(09).
           05  PYE-NAME                    PIC X(30).
      *--------------------------------------------------------------*
      *    Beneficiary's bank (BIC) and account identifier (IBAN)   *
      *    as printed on the customer's paperwork.                  *
      *--------------------------------------------------------------*
           05  PYE-BANK-CODE               PIC X(11).
           05  PYE-ACCOUNT-ID              PIC X(34).
           05  PYE-CREATE-DATE             PIC 9(08).
           05  PYE-STATUS                  PIC X.
               88  PYE-ACTIVE               VALUE "A".
               88  PYE-CANCELLED            VALUE "C".
