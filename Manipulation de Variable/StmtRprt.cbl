      *
      *  Modification history
      *  2026-08-21  YLC  Initial version.
      *  2026-09-23  YLC  Reprints the annual fee summary too - FEESUMM
      *                   archives it under the pseudo-period AAAA00.
      *****************************************************************
       environment division.
       input-output section.
       2000-REPRINT-ONE.
           display "Numero de compte ? "
           accept WS-SEARCH-ACCT
           display "Periode (AAAAMM, AAAA00 = recapitulatif annuel "
                   "des frais) ? "
           accept WS-SEARCH-PERIOD
           perform 3000-FIND-CUSTOMER thru 3000-CLOSE
           if not WS-CUST-FOUND
