      *****************************************************************
      *  SDBCREC.cpy
      *
      *  Safe-deposit box rental contract (SDBCONTR) - one per
      *  rental, keyed on a contract number SDBMNT issues from its
      *  SDBCTL sequence, with the holder's customer number as
      *  alternate key so a customer's boxes can be found (SDBMNT,
      *  ESTRPT).  The contract names the box, the holder, the
      *  account the rent is debited from and, optionally, one
      *  proxy (mandataire) the holder allows into the box.
      *
      *  The rent is due yearly from the start date: SDBBILL bills
      *  each active contract whose next rent date has been reached
      *  and moves the date on a year.  Rent the paying account
      *  cannot cover is carried as unpaid, retried at each month-
      *  end and listed on the unpaid-rent report until settled.
      *  SDC-LAST-RUN-DATE stamps the month-end that last billed or
      *  retried the contract, so a rerun of the cycle skips it.
      *  Terminated contracts stay on file with their end date.
      *
      *  Modification history
      *  2026-10-14  YLC  Initial layout.
      *****************************************************************
       01  SAFE-BOX-CONTRACT-RECORD.
           05  SDC-KEY.
               10  SDC-CONTRACT-NUMBER     PIC 9(08).
           05  SDC-BRANCH-CODE             PIC 9(02).
           05  SDC-BOX-NUMBER              PIC 9(04).
           05  SDC-CUST-NUMBER             PIC 9(06).
           05  SDC-PAY-ACCT                PIC 9(09).
      *--------------------------------------------------------------*
      *    Customer allowed into the box besides the holder - zero   *
      *    when the holder named none.                               *
      *--------------------------------------------------------------*
           05  SDC-PROXY-CUST              PIC 9(06).
           05  SDC-START-DATE              PIC 9(08).
           05  SDC-END-DATE                PIC 9(08).
           05  SDC-STATUS                  PIC X(01).
               88  SDC-ACTIVE               VALUE "A".
               88  SDC-TERMINATED           VALUE "R".
           05  SDC-OPENED-BY               PIC X(08).
      *--------------------------------------------------------------*
      *    Anniversary on which the next year's rent falls due -     *
      *    the start date until the first rent is billed.            *
      *--------------------------------------------------------------*
           05  SDC-NEXT-RENT-DATE          PIC 9(08).
           05  SDC-LAST-RENT-DATE          PIC 9(08).
           05  SDC-LAST-RENT-AMOUNT        PIC 9(7) COMP-3.
      *--------------------------------------------------------------*
      *    Rent billed but not collected, the month-end it was first *
      *    missed and the number of month-ends it has been retried.  *
      *--------------------------------------------------------------*
           05  SDC-UNPAID-AMOUNT           PIC 9(7) COMP-3.
           05  SDC-UNPAID-SINCE            PIC 9(08).
           05  SDC-UNPAID-COUNT            PIC 9(02).
           05  SDC-LAST-RUN-DATE           PIC 9(08).
