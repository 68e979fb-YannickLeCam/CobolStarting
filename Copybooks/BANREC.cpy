      *****************************************************************
      *  BANREC.cpy
      *
      *  Returned-cheque incident and banking-ban register, keyed on
      *  the drawer customer, the account and the cheque serial.
      *  SOLDUPDT writes one record the first time a presented
      *  cheque cannot be covered - the record is the injunction
      *  against the customer, carries the returned-cheque fee
      *  charged, and bans the customer from writing cheques from
      *  its start date.  The customer stays banned while any of
      *  their incidents is active; CHQMNT refuses a new cheque book
      *  to a banned customer and records the regularisation that
      *  lifts an incident, and the monthly BANDECL run lifts
      *  incidents past their statutory expiry and declares the
      *  month's new and lifted bans to the central bank.
      *
      *  Modification history
      *  2026-09-19  YLC  Initial layout.
      *****************************************************************
       01  CHEQUE-BAN-RECORD.
           05  BAN-KEY.
               10  BAN-CUST-NUMBER         PIC 9(06).
               10  BAN-ACCT-NUMBER         PIC 9(09).
               10  BAN-CHEQUE-SERIAL       PIC 9(06).
           05  BAN-STATUS                  PIC X.
               88  BAN-ACTIVE               VALUE "A".
               88  BAN-LIFTED               VALUE "L".
      *--------------------------------------------------------------*
      *    The returned cheque and the fee charged for it.  The      *
      *    timestamp is the presented transaction's, so the fee's    *
      *    history record can be found again.                        *
      *--------------------------------------------------------------*
           05  BAN-CHEQUE-AMOUNT           PIC 9(9) COMP-3.
           05  BAN-TIMESTAMP               PIC 9(14).
           05  BAN-FEE-AMOUNT              PIC 9(7) COMP-3.
      *--------------------------------------------------------------*
      *    Injunction (ban start) date, the statutory expiry past    *
      *    which the ban lapses on its own, and the date it was      *
      *    actually lifted - zero while the ban stands.              *
      *--------------------------------------------------------------*
           05  BAN-START-DATE              PIC 9(08).
           05  BAN-EXPIRY-DATE             PIC 9(08).
           05  BAN-REGUL-DATE              PIC 9(08).
           05  BAN-LIFT-REASON             PIC X.
               88  BAN-LIFT-REGULARISED     VALUE "R".
               88  BAN-LIFT-EXPIRED         VALUE "E".
           05  BAN-LIFT-OPERATOR           PIC X(08).
      *--------------------------------------------------------------*
      *    Process dates of the BANDECL runs that declared the ban   *
      *    and its lifting to the central bank - zero until then,    *
      *    so a month the run missed is caught up by the next one.   *
      *--------------------------------------------------------------*
           05  BAN-NEW-DECL-DATE           PIC 9(08).
           05  BAN-LIFT-DECL-DATE          PIC 9(08).
