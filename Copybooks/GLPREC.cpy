      *****************************************************************
      *  GLPREC.cpy
      *
      *  General-ledger journal entry as Finance loads it - one
      *  record per branch, product, ledger class and direction,
      *  written by GLEXTR for the night's posted activity (GLPOST)
      *  and by ACCRGL for the interest accrued and released
      *  (GLACCR).  Every writer emits its entries in balanced
      *  pairs, so each extract proves out on its own.
      *
      *  GLP-AMOUNT is in GLP-CURRENCY-CODE, the currency of the
      *  accounts summarized; GLP-EUR-AMOUNT is its euro equivalent
      *  at the business date's rate (zero when the currency had no
      *  rate), the same on both records of a pair so the extract
      *  also proves out in euros.
      *
      *  Modification history
      *  2026-10-02  YLC  Layout moved out of GLEXTR so the nightly
      *                   interest accrual entries share it.
      *  2026-10-15  YLC  Added GLP-CURRENCY-CODE and GLP-EUR-AMOUNT
      *                   for the foreign-currency accounts.
      *****************************************************************
       01  GL-POSTING-RECORD.
           05  GLP-POST-DATE               PIC 9(08).
           05  GLP-BRANCH-CODE             PIC 9(02).
           05  GLP-PRODUCT-CODE            PIC 9(02).
           05  GLP-ACCOUNT-CLASS           PIC X(08).
           05  GLP-SENS                    PIC X(01).
           05  GLP-AMOUNT                  PIC 9(13).
           05  GLP-COUNT                   PIC 9(07).
           05  GLP-CURRENCY-CODE           PIC X(03).
           05  GLP-EUR-AMOUNT              PIC 9(13).
