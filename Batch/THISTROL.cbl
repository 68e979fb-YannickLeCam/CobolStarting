      *                   cataloguing an empty generation that the
      *                   next month would carry forward as if it
      *                   were the whole archive.
      *  2026-10-15  YLC  History record views follow THISTREC's new
      *                   currency code and exchange block.
      *****************************************************************
       environment division.
       input-output section.
                     ==TH-CHEQUE-SERIAL== by ==ARCIN-CHEQUE-SERIAL==
                     ==TH-CHANNEL== by ==ARCIN-CHANNEL==
                     ==TH-ORIG-TIMESTAMP== by
                         ==ARCIN-ORIG-TIMESTAMP==
                     ==TH-CURRENCY-CODE== by ==ARCIN-CURRENCY-CODE==
                     ==TH-FX-RATE== by ==ARCIN-FX-RATE==
                     ==TH-FX-MARGIN-PCT== by ==ARCIN-FX-MARGIN-PCT==
                     ==TH-FX-MARGIN-AMOUNT== by
                         ==ARCIN-FX-MARGIN-AMOUNT==.

       fd  HISTORY-ARCHIVE-OUT.
       copy "THISTREC.cpy"
                         ==ARCOUT-CHEQUE-SERIAL==
                     ==TH-CHANNEL== by ==ARCOUT-CHANNEL==
                     ==TH-ORIG-TIMESTAMP== by
                         ==ARCOUT-ORIG-TIMESTAMP==
                     ==TH-CURRENCY-CODE== by ==ARCOUT-CURRENCY-CODE==
                     ==TH-FX-RATE== by ==ARCOUT-FX-RATE==
                     ==TH-FX-MARGIN-PCT== by ==ARCOUT-FX-MARGIN-PCT==
                     ==TH-FX-MARGIN-AMOUNT== by
                         ==ARCOUT-FX-MARGIN-AMOUNT==.

       fd  HISTORY-KEEP-FILE.
       copy "THISTREC.cpy"
                     ==TH-CHEQUE-SERIAL== by ==KEEP-CHEQUE-SERIAL==
                     ==TH-CHANNEL== by ==KEEP-CHANNEL==
                     ==TH-ORIG-TIMESTAMP== by
                         ==KEEP-ORIG-TIMESTAMP==
                     ==TH-CURRENCY-CODE== by ==KEEP-CURRENCY-CODE==
                     ==TH-FX-RATE== by ==KEEP-FX-RATE==
                     ==TH-FX-MARGIN-PCT== by ==KEEP-FX-MARGIN-PCT==
                     ==TH-FX-MARGIN-AMOUNT== by
                         ==KEEP-FX-MARGIN-AMOUNT==.

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".
