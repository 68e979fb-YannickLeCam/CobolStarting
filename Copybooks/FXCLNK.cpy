      *****************************************************************
      *  FXCLNK.cpy
      *
      *  Parameter block for the shared FXCONV currency-conversion
      *  subprogram.  The caller names the two currencies (space is
      *  read as EUR), the date whose rates apply and the amount in
      *  the FROM currency, and says whether the bank's exchange
      *  margin is to be withheld.  FXCONV returns the converted
      *  amount, the cross rate applied (TO units per FROM unit),
      *  the margin percentage and amount withheld (in the TO
      *  currency) and the result - MISSING when either currency has
      *  no active rate on or before the date.
      *
      *  Modification history
      *  2026-10-15  YLC  Initial layout.
      *****************************************************************
       01  FX-CONVERSION-PARMS.
           05  FXC-FROM-CCY                PIC X(03).
           05  FXC-TO-CCY                  PIC X(03).
           05  FXC-RATE-DATE               PIC 9(08).
           05  FXC-AMOUNT                  PIC S9(11) COMP-3.
           05  FXC-MARGIN-SWITCH           PIC X(01).
               88  FXC-WITH-MARGIN          VALUE "O".
               88  FXC-NO-MARGIN            VALUE "N".
           05  FXC-CONVERTED-AMOUNT        PIC S9(11) COMP-3.
           05  FXC-CROSS-RATE              PIC 9(5)V9(6) COMP-3.
           05  FXC-MARGIN-PCT              PIC 9(2)V9(4) COMP-3.
           05  FXC-MARGIN-AMOUNT           PIC S9(11) COMP-3.
           05  FXC-RESULT                  PIC X(01).
               88  FXC-CONVERTED            VALUE "O".
               88  FXC-RATE-MISSING         VALUE "M".
