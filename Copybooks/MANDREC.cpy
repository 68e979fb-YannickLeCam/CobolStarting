      *****************************************************************
      *  MANDREC.cpy
      *
      *  Direct-debit mandate record - the debtor's signed authority
      *  for a creditor (utility, insurer) to collect from one of our
      *  accounts.  Captured and revoked in MANDMNT; PRLVIN checks
      *  every item on the creditors' nightly collection file against
      *  it before the debit goes into the raw stream.
      *
      *  Modification history
      *  2026-09-16  YLC  Initial layout.
      *****************************************************************
       01  MANDATE-RECORD.
           05  MND-KEY.
               10  MND-CREDITOR-ID         PIC X(10).
               10  MND-REFERENCE           PIC X(15).
           05  MND-CREDITOR-NAME           PIC X(20).
           05  MND-DEBTOR-ACCT             PIC 9(09).
           05  MND-SIGNATURE-DATE          PIC 9(08).
           05  MND-STATUS                  PIC X.
               88  MND-ACTIVE               VALUE "A".
               88  MND-REVOKED              VALUE "R".
           05  MND-REVOKE-DATE             PIC 9(08).
      *--------------------------------------------------------------*
      *    Stamped by PRLVIN on each accepted collection.            *
      *--------------------------------------------------------------*
           05  MND-LAST-COLLECT-DATE       PIC 9(08).
