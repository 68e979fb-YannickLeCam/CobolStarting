      *****************************************************************
      *  PCHGREC.cpy
      *
      *  Pending-change queue record - a sensitive master change
      *  (a customer's name or address, a hold release, an account's
      *  overdraft limit) keyed by one operator and held here until
      *  a second operator approves or refuses it on CHGAPPR.  The
      *  master is only updated on approval, and only while it still
      *  carries the before image - a change overtaken by another
      *  one is refused rather than applied over it.  Decided items
      *  stay on file so the request and the decision both remain
      *  explainable; EXCPSUM lists the ones still pending.
      *
      *  Modification history
      *  2026-10-05  YLC  Initial layout.
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PCHG-KEY.
               10  PCHG-REQUEST-TS         PIC 9(14).
               10  PCHG-REQUEST-SEQ        PIC 9(04).
           05  PCHG-TYPE                   PIC X(06).
               88  PCHG-CUST-NAME           VALUE "CUSTNM".
               88  PCHG-CUST-ADDRESS        VALUE "CUSTAD".
               88  PCHG-HOLD-RELEASE        VALUE "HOLDRL".
               88  PCHG-OVERDRAFT-LIMIT     VALUE "ODLIM".
      *--------------------------------------------------------------*
      *    Customer number for the name and address changes, the     *
      *    account number for the hold release and the limit.        *
      *--------------------------------------------------------------*
           05  PCHG-RECORD-KEY             PIC 9(09).
           05  PCHG-SOURCE-PROGRAM         PIC X(08).
           05  PCHG-REQUESTED-BY           PIC X(08).
           05  PCHG-STATUS                 PIC X.
               88  PCHG-PENDING             VALUE "P".
               88  PCHG-APPROVED            VALUE "A".
               88  PCHG-REFUSED             VALUE "R".
           05  PCHG-DECIDED-BY             PIC X(08).
           05  PCHG-DECIDED-TS             PIC 9(14).
      *--------------------------------------------------------------*
      *    Before and after images - one view per kind of change.    *
      *--------------------------------------------------------------*
           05  PCHG-BEFORE-DATA            PIC X(70).
           05  PCHG-BEFORE-NAME REDEFINES PCHG-BEFORE-DATA.
               10  PCHG-BEF-PRENOM         PIC X(20).
               10  PCHG-BEF-NOM            PIC X(20).
               10  FILLER                  PIC X(30).
           05  PCHG-BEFORE-ADDRESS REDEFINES PCHG-BEFORE-DATA.
               10  PCHG-BEF-ADRESSE        PIC X(65).
               10  PCHG-BEF-DELIVERY-CODE  PIC X.
               10  PCHG-BEF-RETURNED-MAIL  PIC X.
               10  FILLER                  PIC X(03).
           05  PCHG-BEFORE-HOLD REDEFINES PCHG-BEFORE-DATA.
               10  PCHG-BEF-HOLD-TYPE      PIC X.
               10  PCHG-BEF-HOLD-AMOUNT    PIC 9(09).
               10  PCHG-BEF-HOLD-EXPIRY    PIC 9(08).
               10  PCHG-BEF-HOLD-STATUS    PIC X.
               10  FILLER                  PIC X(51).
           05  PCHG-BEFORE-LIMIT REDEFINES PCHG-BEFORE-DATA.
               10  PCHG-BEF-OD-LIMIT       PIC 9(07).
               10  FILLER                  PIC X(63).
           05  PCHG-AFTER-DATA             PIC X(70).
           05  PCHG-AFTER-NAME REDEFINES PCHG-AFTER-DATA.
               10  PCHG-AFT-PRENOM         PIC X(20).
               10  PCHG-AFT-NOM            PIC X(20).
               10  FILLER                  PIC X(30).
           05  PCHG-AFTER-ADDRESS REDEFINES PCHG-AFTER-DATA.
               10  PCHG-AFT-ADRESSE        PIC X(65).
               10  PCHG-AFT-DELIVERY-CODE  PIC X.
               10  PCHG-AFT-RETURNED-MAIL  PIC X.
               10  FILLER                  PIC X(03).
           05  PCHG-AFTER-HOLD REDEFINES PCHG-AFTER-DATA.
               10  PCHG-AFT-HOLD-TYPE      PIC X.
               10  PCHG-AFT-HOLD-AMOUNT    PIC 9(09).
               10  PCHG-AFT-HOLD-EXPIRY    PIC 9(08).
               10  PCHG-AFT-HOLD-STATUS    PIC X.
               10  FILLER                  PIC X(51).
           05  PCHG-AFTER-LIMIT REDEFINES PCHG-AFTER-DATA.
               10  PCHG-AFT-OD-LIMIT       PIC 9(07).
               10  FILLER                  PIC X(63).
