      *****************************************************************
      *  KYCREC.cpy
      *
      *  Customer due-diligence (know-your-customer) record, one per
      *  customer and keyed on the customer number.  CUSTMENU and
      *  CUSTBINT capture it when the customer is taken on - the
      *  identity document seen, its number and expiry, and the
      *  money-laundering risk rating - and CUSTMENU records each
      *  periodic review.  The next review falls due a fixed number
      *  of years after the last one according to the rating:
      *
      *      E (eleve)   1 year
      *      M (moyen)   3 years
      *      F (faible)  5 years
      *
      *  The weekly KYCREV run lists overdue reviews and expired
      *  documents, and flags a customer still overdue past the
      *  grace period in PARM-KYC-GRACE-DAYS; TRANENT warns the
      *  teller while the flag stands.  Recording the review in
      *  CUSTMENU clears the flag.
      *
      *  Modification history
      *  2026-09-20  YLC  Initial layout.
      *****************************************************************
       01  KYC-RECORD.
           05  KYC-CUST-NUMBER             PIC 9(06).
      *--------------------------------------------------------------*
      *    Identity document seen at the counter.                   *
      *--------------------------------------------------------------*
           05  KYC-ID-TYPE                 PIC X.
               88  KYC-ID-CARTE-IDENTITE    VALUE "C".
               88  KYC-ID-PASSEPORT         VALUE "P".
               88  KYC-ID-TITRE-SEJOUR      VALUE "S".
               88  KYC-ID-TYPE-VALID        VALUE "C" "P" "S".
           05  KYC-ID-NUMBER               PIC X(15).
           05  KYC-ID-EXPIRY-DATE          PIC 9(08).
      *--------------------------------------------------------------*
      *    Risk rating and the review cycle it drives.              *
      *--------------------------------------------------------------*
           05  KYC-RISK-RATING             PIC X.
               88  KYC-RISK-ELEVE           VALUE "E".
               88  KYC-RISK-MOYEN           VALUE "M".
               88  KYC-RISK-FAIBLE          VALUE "F".
               88  KYC-RISK-VALID           VALUE "E" "M" "F".
           05  KYC-LAST-REVIEW-DATE        PIC 9(08).
           05  KYC-NEXT-REVIEW-DATE        PIC 9(08).
           05  KYC-REVIEW-OPERATOR         PIC X(08).
      *--------------------------------------------------------------*
      *    Set by KYCREV once the review is overdue past the grace  *
      *    period; cleared when the review is recorded.             *
      *--------------------------------------------------------------*
           05  KYC-OVERDUE-FLAG            PIC X.
               88  KYC-OVERDUE-FLAGGED      VALUE "Y".
           05  KYC-FLAGGED-DATE            PIC 9(08).
