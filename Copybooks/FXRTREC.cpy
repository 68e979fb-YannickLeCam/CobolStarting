      *****************************************************************
      *  FXRTREC.cpy
      *
      *  Daily exchange-rate record (FXRATES), keyed on currency code
      *  and rate date and keyed each business day by treasury on
      *  FXMNT.  The rate is the number of units of the currency one
      *  euro buys, the way the reference rates are published; the
      *  euro itself is never on file - it is the base, at 1.
      *
      *  The rate applying on a given date is the currency's latest
      *  active record dated on or before it, so a weekend or a
      *  holiday carries the previous business day's rate.  A rate
      *  keyed in error is cancelled, never deleted, so a conversion
      *  already posted on it stays explainable.  The shared FXCONV
      *  subprogram does the lookup and the arithmetic for every
      *  caller.
      *
      *  FX-MARGIN-PCT is the bank's exchange margin on the currency,
      *  as a percentage withheld from the converted amount of a
      *  customer conversion (SOLDUPDT's cross-currency transfers).
      *  Euro-equivalent reporting converts at the rate alone.
      *
      *  Modification history
      *  2026-10-15  YLC  Initial layout.
      *****************************************************************
       01  FX-RATE-RECORD.
           05  FX-KEY.
               10  FX-CURRENCY-CODE        PIC X(03).
               10  FX-RATE-DATE            PIC 9(08).
           05  FX-UNITS-PER-EURO           PIC 9(5)V9(6) COMP-3.
           05  FX-MARGIN-PCT               PIC 9(2)V9(4) COMP-3.
           05  FX-STATUS                   PIC X(01).
               88  FX-ACTIVE                VALUE "A".
               88  FX-CANCELLED             VALUE "X".
           05  FX-ENTERED-BY               PIC X(08).
           05  FX-ENTERED-TS               PIC 9(14).
