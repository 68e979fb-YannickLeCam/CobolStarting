       identification division.
       program-id. FXCONV.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-15.
       date-compiled.

      *****************************************************************
      *  FXCONV
      *
      *  Shared currency-conversion subprogram, CALLed the way
      *  DATEVAL and CYCCTL are (FXCLNK.cpy).  Converts an amount
      *  between two currencies through the euro, at the rates of
      *  the daily exchange-rate file (FXRTREC.cpy, DD FXRATES)
      *  applying on the date the caller names - each currency's
      *  latest active rate dated on or before it.  The euro (or a
      *  blank code) is the base at 1 and needs no rate on file.
      *
      *  With the margin asked for, the percentage withheld is the
      *  sum of the margins of the non-euro sides, taken off the
      *  converted amount and returned apart so the caller can
      *  record it.  Amounts are rounded to the unit.
      *
      *  Unlike CYCCTL the rates are held between calls: the file is
      *  read once into a table for the date asked, and read again
      *  only when a caller asks for another date - the reports
      *  convert every account of the master and cannot afford a
      *  file pass per call.
      *
      *  Modification history
      *  2026-10-15  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select FX-RATE-FILE assign to "FXRATES"
               organization is indexed
               access mode is sequential
               record key is FX-KEY
               file status is WS-FX-STATUS.

       data division.
       file section.
       fd  FX-RATE-FILE.
       copy "FXRTREC.cpy".

       working-storage section.
       01  WS-FX-STATUS                    PIC X(02).
           88  WS-FX-OK                      VALUE "00".

       01  WS-SWITCHES.
           05  WS-FX-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-FX-EOF                  VALUE "Y".
           05  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
               88  WS-FOUND                   VALUE "Y".

      *--------------------------------------------------------------*
      *    Rates applying on WS-LOADED-DATE - one entry per currency *
      *    met on file, the latest active rate dated on or before.   *
      *--------------------------------------------------------------*
       01  WS-LOADED-DATE                  PIC 9(08) VALUE 0.
       01  WS-RATE-COUNT                   PIC 9(03) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 60 TIMES.
               10  WS-RT-CCY               PIC X(03).
               10  WS-RT-DATE              PIC 9(08).
               10  WS-RT-UNITS             PIC 9(5)V9(6) COMP-3.
               10  WS-RT-MARGIN            PIC 9(2)V9(4) COMP-3.
       01  WS-RATE-SUB                     PIC 9(03) COMP.

       01  WS-LOOKUP-CCY                   PIC X(03).
       01  WS-LOOKUP-UNITS                 PIC 9(5)V9(6) COMP-3.
       01  WS-LOOKUP-MARGIN                PIC 9(2)V9(4) COMP-3.
       01  WS-FROM-UNITS                   PIC 9(5)V9(6) COMP-3.
       01  WS-FROM-MARGIN                  PIC 9(2)V9(4) COMP-3.
       01  WS-TO-UNITS                     PIC 9(5)V9(6) COMP-3.
       01  WS-TO-MARGIN                    PIC 9(2)V9(4) COMP-3.
       01  WS-GROSS-AMOUNT                 PIC S9(11) COMP-3.

       linkage section.
       copy "FXCLNK.cpy".

       procedure division using FX-CONVERSION-PARMS.

       0000-MAINLINE.
           set FXC-CONVERTED to true
           move 0 to FXC-MARGIN-PCT
           move 0 to FXC-MARGIN-AMOUNT
           if FXC-FROM-CCY = spaces
              move "EUR" to FXC-FROM-CCY
           end-if
           if FXC-TO-CCY = spaces
              move "EUR" to FXC-TO-CCY
           end-if
           if FXC-FROM-CCY = FXC-TO-CCY
              move FXC-AMOUNT to FXC-CONVERTED-AMOUNT
              move 1 to FXC-CROSS-RATE
              go to 0000-EXIT
           end-if
           if FXC-RATE-DATE not = WS-LOADED-DATE
              perform 1000-LOAD-RATES thru 1000-FIN
           end-if
           move FXC-FROM-CCY to WS-LOOKUP-CCY
           perform 2000-FIND-RATE thru 2000-FIN
           if not WS-FOUND
              set FXC-RATE-MISSING to true
              go to 0000-EXIT
           end-if
           move WS-LOOKUP-UNITS to WS-FROM-UNITS
           move WS-LOOKUP-MARGIN to WS-FROM-MARGIN
           move FXC-TO-CCY to WS-LOOKUP-CCY
           perform 2000-FIND-RATE thru 2000-FIN
           if not WS-FOUND
              set FXC-RATE-MISSING to true
              go to 0000-EXIT
           end-if
           move WS-LOOKUP-UNITS to WS-TO-UNITS
           move WS-LOOKUP-MARGIN to WS-TO-MARGIN
           perform 3000-CONVERT
           .
       0000-EXIT.
           goback
           .

      *****************************************************************
      *  One pass of FXRATES for the date asked - a currency's entry
      *  is replaced by every later active rate still on or before
      *  the date, so the table ends holding the rate that applies.
      *  No FXRATES at all leaves the table empty: only the euro
      *  then converts.
      *****************************************************************
       1000-LOAD-RATES.
           move FXC-RATE-DATE to WS-LOADED-DATE
           move 0 to WS-RATE-COUNT
           move "N" to WS-FX-EOF-SWITCH
           open input FX-RATE-FILE
           if not WS-FX-OK
              go to 1000-FIN
           end-if
           perform 1100-READ-RATE
           perform 1200-KEEP-RATE until WS-FX-EOF
           close FX-RATE-FILE
           .
       1000-FIN.
           exit
           .

       1100-READ-RATE.
           read FX-RATE-FILE next record
               at end set WS-FX-EOF to true
           end-read
           .

       1200-KEEP-RATE.
           if FX-ACTIVE and FX-RATE-DATE not > WS-LOADED-DATE
                   and FX-UNITS-PER-EURO > 0
              move FX-CURRENCY-CODE to WS-LOOKUP-CCY
              perform 2000-FIND-RATE thru 2000-FIN
              if WS-FOUND
                 if FX-RATE-DATE not < WS-RT-DATE(WS-RATE-SUB)
                    perform 1210-STORE-RATE
                 end-if
              else
                 if WS-RATE-COUNT < 60
                    add 1 to WS-RATE-COUNT
                    move WS-RATE-COUNT to WS-RATE-SUB
                    perform 1210-STORE-RATE
                 else
                    display "TABLE DES COURS PLEINE - DEVISE "
                            FX-CURRENCY-CODE " IGNOREE"
                 end-if
              end-if
           end-if
           perform 1100-READ-RATE
           .

       1210-STORE-RATE.
           move FX-CURRENCY-CODE to WS-RT-CCY(WS-RATE-SUB)
           move FX-RATE-DATE to WS-RT-DATE(WS-RATE-SUB)
           move FX-UNITS-PER-EURO to WS-RT-UNITS(WS-RATE-SUB)
           move FX-MARGIN-PCT to WS-RT-MARGIN(WS-RATE-SUB)
           .

      *****************************************************************
      *  The rate of WS-LOOKUP-CCY - the euro at 1 without a margin,
      *  any other currency from the table.
      *****************************************************************
       2000-FIND-RATE.
           move "N" to WS-FOUND-SWITCH
           if WS-LOOKUP-CCY = "EUR"
              set WS-FOUND to true
              move 1 to WS-LOOKUP-UNITS
              move 0 to WS-LOOKUP-MARGIN
              go to 2000-FIN
           end-if
           move 1 to WS-RATE-SUB
           perform 2100-TEST-ENTRY
               until WS-FOUND or WS-RATE-SUB > WS-RATE-COUNT
           .
       2000-FIN.
           exit
           .

       2100-TEST-ENTRY.
           if WS-RT-CCY(WS-RATE-SUB) = WS-LOOKUP-CCY
              set WS-FOUND to true
              move WS-RT-UNITS(WS-RATE-SUB) to WS-LOOKUP-UNITS
              move WS-RT-MARGIN(WS-RATE-SUB) to WS-LOOKUP-MARGIN
           else
              add 1 to WS-RATE-SUB
           end-if
           .

      *****************************************************************
      *  FROM to TO through the euro; the margin, when asked for,
      *  comes off the converted amount.
      *****************************************************************
       3000-CONVERT.
           compute FXC-CROSS-RATE rounded =
                   WS-TO-UNITS / WS-FROM-UNITS
           compute WS-GROSS-AMOUNT rounded =
                   FXC-AMOUNT * WS-TO-UNITS / WS-FROM-UNITS
           move WS-GROSS-AMOUNT to FXC-CONVERTED-AMOUNT
           if FXC-WITH-MARGIN
              compute FXC-MARGIN-PCT = WS-FROM-MARGIN + WS-TO-MARGIN
              compute FXC-MARGIN-AMOUNT rounded =
                      WS-GROSS-AMOUNT * FXC-MARGIN-PCT / 100
              subtract FXC-MARGIN-AMOUNT from FXC-CONVERTED-AMOUNT
           end-if
           .
