      *
      *  Modification history
      *  2026-09-02  YLC  Initial version.
      *  2026-10-15  YLC  History record views follow THISTREC's new
      *                   currency code and exchange block.
      *****************************************************************
       environment division.
       input-output section.
                     ==TH-CHEQUE-SERIAL== by ==RTV-CHEQUE-SERIAL==
                     ==TH-CHANNEL== by ==RTV-CHANNEL==
                     ==TH-ORIG-TIMESTAMP== by
                         ==RTV-ORIG-TIMESTAMP==
                     ==TH-CURRENCY-CODE== by ==RTV-CURRENCY-CODE==
                     ==TH-FX-RATE== by ==RTV-FX-RATE==
                     ==TH-FX-MARGIN-PCT== by ==RTV-FX-MARGIN-PCT==
                     ==TH-FX-MARGIN-AMOUNT== by
                         ==RTV-FX-MARGIN-AMOUNT==.

       working-storage section.
       01  WS-ARC-STATUS                    PIC X(02).
