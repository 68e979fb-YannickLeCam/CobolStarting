      *****************************************************************
      *  PRODREC.cpy
      *
      *  Product rule record - the rules that hold for every account
      *  of a product whatever its branch, keyed on the product code
      *  BRPRDMST and RATEFILE already carry.  Maintained in PRDMNT.
      *  SOLDUPDT refuses a second opening of a single-holding
      *  product and credits taking a balance above the ceiling;
      *  INTACCR accrues on the fortnight method where the product
      *  asks for it and INTCAP capitalises once a year where the
      *  product asks for that.  A product with no record (or a
      *  retired one) behaves as before the file existed.
      *
      *  Modification history
      *  2026-09-26  YLC  Initial layout.
      *  2026-09-27  YLC  Added the opening eligibility rules - age
      *                   band, minimum opening deposit, maximum
      *                   accounts per customer and whether deceased
      *                   or screening-review customers may open the
      *                   product.  SOLDUPDT checks them on every "O".
      *  2026-09-30  YLC  Added PRD-GUARANTEE-FLAG - whether balances
      *                   of the product are eligible deposits for the
      *                   deposit-guarantee scheme's single customer
      *                   view built by SCVEXTR.
      *****************************************************************
       01  PRODUCT-RULE-RECORD.
           05  PRD-KEY.
               10  PRD-PRODUCT-CODE        PIC 9(02).
           05  PRD-DESCRIPTION             PIC X(20).
      *--------------------------------------------------------------*
      *    Regulated savings - one account per customer, open or     *
      *    dormant, across all branches.                             *
      *--------------------------------------------------------------*
           05  PRD-REGULATED-FLAG          PIC X.
               88  PRD-REGULATED            VALUE "O".
      *--------------------------------------------------------------*
      *    Legal balance ceiling - no credit may take the balance    *
      *    above it except capitalised interest.  Zero = none.       *
      *--------------------------------------------------------------*
           05  PRD-BALANCE-CEILING         PIC 9(9) COMP-3.
      *--------------------------------------------------------------*
      *    Interest method - "Q" accrues on fortnights (credits earn *
      *    from the next fortnight, debits stop earning from the     *
      *    start of the current one); anything else is the monthly   *
      *    average daily balance.                                    *
      *--------------------------------------------------------------*
           05  PRD-INTEREST-METHOD         PIC X.
               88  PRD-METHOD-QUINZAINE     VALUE "Q".
               88  PRD-METHOD-AVERAGE       VALUE "M" " ".
      *--------------------------------------------------------------*
      *    Annual capitalisation - the accrued interest stays in the *
      *    memo field all year and INTCAP credits it in the January  *
      *    cycle for the year just closed.                           *
      *--------------------------------------------------------------*
           05  PRD-ANNUAL-CAP-FLAG         PIC X.
               88  PRD-ANNUAL-CAP           VALUE "O".
           05  PRD-EFFECTIVE-DATE          PIC 9(08).
           05  PRD-RETIRE-DATE             PIC 9(08).
           05  PRD-STATUS                  PIC X.
               88  PRD-ACTIVE               VALUE "A".
               88  PRD-RETIRED              VALUE "R".
      *--------------------------------------------------------------*
      *    Opening eligibility - ages in whole years against the     *
      *    customer's CUST-DATE-NAISSANCE (zero = no bound), the     *
      *    deposit the opening paperwork must bring, and how many    *
      *    open or dormant accounts of the product one customer may  *
      *    hold (zero = no limit).  Deceased and screening-review    *
      *    customers are refused unless the flag says "O".           *
      *--------------------------------------------------------------*
           05  PRD-MIN-AGE                 PIC 9(03).
           05  PRD-MAX-AGE                 PIC 9(03).
           05  PRD-MIN-OPEN-DEPOSIT        PIC 9(9) COMP-3.
           05  PRD-MAX-ACCOUNTS            PIC 9(02).
           05  PRD-DECEASED-ALLOWED        PIC X.
               88  PRD-DECEASED-OK          VALUE "O".
           05  PRD-REVIEW-ALLOWED          PIC X.
               88  PRD-REVIEW-OK            VALUE "O".
      *--------------------------------------------------------------*
      *    Deposit guarantee - "N" keeps the product's balances out  *
      *    of the eligible deposits SCVEXTR reports; "O" (or a       *
      *    product with no record) counts them.                      *
      *--------------------------------------------------------------*
           05  PRD-GUARANTEE-FLAG          PIC X.
               88  PRD-GUARANTEE-EXCLUDED   VALUE "N".
