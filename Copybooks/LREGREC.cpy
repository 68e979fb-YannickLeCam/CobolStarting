      *****************************************************************
      *  LREGREC.cpy
      *
      *  Letter register (LTRREG) - one record for every letter
      *  LTRRUN produced, kept so the branch can prove the customer
      *  was notified: what was sent, about which event, on which
      *  date and by which route.  The key - account, letter code
      *  and event date - is also what stops the same event being
      *  notified twice.  LTRMNT displays it by account.
      *
      *  Modification history
      *  2026-09-24  YLC  Initial layout.
      *****************************************************************
       01  LETTER-REGISTER-RECORD.
           05  LREG-KEY.
               10  LREG-ACCT-NUMBER        PIC 9(09).
               10  LREG-LETTER-CODE        PIC X(06).
               10  LREG-EVENT-DATE         PIC 9(08).
           05  LREG-CUST-NUMBER            PIC 9(06).
           05  LREG-SENT-DATE              PIC 9(08).
           05  LREG-SOURCE-PROGRAM         PIC X(08).
      *--------------------------------------------------------------*
      *    Route the letter took, the customer's statement delivery  *
      *    preference at the time - mailed through the print bureau *
      *    ("B"), printed for counter pickup ("G"), printed and held *
      *    because the address bounced ("R"), or not produced at    *
      *    the customer's request ("S").                            *
      *--------------------------------------------------------------*
           05  LREG-DELIVERY               PIC X(01).
               88  LREG-VIA-BUREAU          VALUE "B".
               88  LREG-AT-COUNTER          VALUE "G".
               88  LREG-HELD-RETURNED       VALUE "R".
               88  LREG-SUPPRESSED          VALUE "S".
           05  LREG-AMOUNT                 PIC S9(9) COMP-3.
           05  LREG-LINE-COUNT             PIC 9(02).
