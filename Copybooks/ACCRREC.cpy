      *****************************************************************
      *  ACCRREC.cpy
      *
      *  Daily interest accrual ledger - one record per account,
      *  kept by the nightly ACCRGL run.  Each night adds the day's
      *  credit interest (on a balance in credit) or debit interest
      *  (on an overdrawn one) to the running accrued-to-date figure
      *  and books the whole units not yet booked to the GL; when
      *  INTCAP capitalises the credit interest, or DEBINT charges
      *  the debit interest, the whole amount booked is released
      *  and the figure starts again from zero.
      *
      *  Modification history
      *  2026-10-02  YLC  Initial layout.
      *****************************************************************
       01  ACCRUAL-RECORD.
           05  ACR-KEY.
               10  ACR-ACCT-NUMBER         PIC 9(09).
      *--------------------------------------------------------------*
      *    Branch and product the current accrual is booked under -  *
      *    fixed while anything is booked, so the release comes off  *
      *    the same GL cell the accrual went to.                     *
      *--------------------------------------------------------------*
           05  ACR-BRANCH-CODE             PIC 9(02).
           05  ACR-PRODUCT-CODE            PIC 9(02).
           05  ACR-LAST-ACCRUAL-DATE       PIC 9(08).
      *--------------------------------------------------------------*
      *    Interest payable to the customer - accrued to date to     *
      *    four decimals, booked to the GL in whole units, the day's *
      *    figure last accrued (carried over the days no run takes   *
      *    place, when the balance cannot have moved) and the        *
      *    TRANHIST timestamp of the last capitalisation released.   *
      *--------------------------------------------------------------*
           05  ACR-CREDIT-ACCRUED          PIC 9(9)V9(4) COMP-3.
           05  ACR-CREDIT-BOOKED           PIC 9(09).
           05  ACR-CREDIT-DAY              PIC 9(7)V9(4) COMP-3.
           05  ACR-CREDIT-RELEASE-TS       PIC 9(14).
      *--------------------------------------------------------------*
      *    Debit interest receivable from the customer, the same     *
      *    four figures for the overdrawn days.                      *
      *--------------------------------------------------------------*
           05  ACR-DEBIT-ACCRUED           PIC 9(9)V9(4) COMP-3.
           05  ACR-DEBIT-BOOKED            PIC 9(09).
           05  ACR-DEBIT-DAY               PIC 9(7)V9(4) COMP-3.
           05  ACR-DEBIT-RELEASE-TS        PIC 9(14).
