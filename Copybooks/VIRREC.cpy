      *****************************************************************
      *  VIRREC.cpy
      *
      *  Outbound interbank payment instruction - written by TRANENT
      *  alongside the customer's "X" debit in the raw stream, keyed
      *  like the debit itself (account and timestamp).  VIROUT
      *  sends it on the outgoing clearing file once SOLDUPDT has
      *  posted the debit; VIRRET re-credits the customer when the
      *  other bank hands the payment back.
      *
      *  Modification history
      *  2026-09-17  YLC  Initial layout.
      *****************************************************************
       01  VIREMENT-RECORD.
           05  VIR-KEY.
               10  VIR-ACCT-NUMBER         PIC 9(09).
               10  VIR-TIMESTAMP           PIC 9(14).
           05  VIR-PAYEE-NUMBER            PIC 9(06).
           05  VIR-AMOUNT                  PIC S9(9) COMP-3.
           05  VIR-OPERATOR-ID             PIC X(08).
           05  VIR-STATUS                  PIC X.
               88  VIR-PENDING              VALUE "P".
               88  VIR-SENT                 VALUE "S".
               88  VIR-RETURNED             VALUE "R".
           05  VIR-SENT-DATE               PIC 9(08).
           05  VIR-RETURN-DATE             PIC 9(08).
           05  VIR-RETURN-REASON           PIC X(04).
