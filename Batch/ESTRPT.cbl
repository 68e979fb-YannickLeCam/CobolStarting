      *
      *  Modification history
      *  2026-09-02  YLC  Initial version.
      *  2026-10-14  YLC  Lists each estate's active safe-deposit box
      *                   contracts - read through the SDC-CUST-
      *                   NUMBER alternate key of SDBCONTR - with any
      *                   rent unpaid; the box stays closed to
      *                   visits until the estate is settled.
      *****************************************************************
       environment division.
       input-output section.
                   with duplicates
               file status is WS-ACCTMAST-STATUS.

           select SAFE-BOX-CONTRACT assign to "SDBCONTR"
               organization is indexed
               access mode is dynamic
               record key is SDC-KEY
               alternate record key is SDC-CUST-NUMBER
                   with duplicates
               file status is WS-SDBC-STATUS.

           select ESTATES-REPORT assign to "ESTRPRT"
               organization is sequential
               file status is WS-RPT-STATUS.
       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  SAFE-BOX-CONTRACT.
       copy "SDBCREC.cpy".

       fd  ESTATES-REPORT.
       01  ESTATES-REPORT-LINE             PIC X(80).

           88  WS-CUSTMAST-OK                VALUE "00".
       01  WS-ACCTMAST-STATUS              PIC X(02).
           88  WS-ACCTMAST-OK                VALUE "00".
       01  WS-SDBC-STATUS                  PIC X(02).
           88  WS-SDBC-OK                    VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).

       01  WS-SWITCHES.
               88  WS-CUST-EOF                VALUE "Y".
           05  WS-ACCT-EOF-SWITCH           PIC X(01).
               88  WS-ACCT-EOF                VALUE "Y".
           05  WS-BOX-EOF-SWITCH            PIC X(01).
               88  WS-BOX-EOF                 VALUE "Y".
           05  WS-SDBC-OPEN-SWITCH          PIC X(01) VALUE "N".
               88  WS-SDBC-OPEN               VALUE "Y".

       01  WS-ESTATE-COUNT                 PIC 9(05) VALUE 0.
       01  WS-ACCOUNT-COUNT                PIC 9(03).
           05  FILLER                      PIC X(07) VALUE " SOLDE ".
           05  WS-AL-SOLDE                 PIC -Z(10)9.

       01  WS-BOX-LINE.
           05  FILLER                      PIC X(09) VALUE
               "  COFFRE ".
           05  WS-BL-BRANCH                PIC 9(02).
           05  FILLER                      PIC X(01) VALUE "/".
           05  WS-BL-BOX                   PIC 9(04).
           05  FILLER                      PIC X(09) VALUE
               " CONTRAT ".
           05  WS-BL-CONTRACT              PIC 9(08).
           05  FILLER                      PIC X(15) VALUE
               " LOYER IMPAYE ".
           05  WS-BL-UNPAID                PIC Z(10)9.

       procedure division.

       0000-MAINLINE.
       1000-INITIALIZE.
           open input CUSTOMER-MASTER
           open input ACCOUNT-MASTER
           open input SAFE-BOX-CONTRACT
           if WS-SDBC-OK
              set WS-SDBC-OPEN to true
           end-if
           open output ESTATES-REPORT
           move "POSITIONS OUVERTES DES SUCCESSIONS"
               to ESTATES-REPORT-LINE
              end-string
              write ESTATES-REPORT-LINE
           end-if
           if WS-SDBC-OPEN
              move CUST-NUMBER to SDC-CUST-NUMBER
              move "N" to WS-BOX-EOF-SWITCH
              start SAFE-BOX-CONTRACT key = SDC-CUST-NUMBER
                  invalid key
                      set WS-BOX-EOF to true
              end-start
              perform 4200-PRINT-ONE-BOX until WS-BOX-EOF
           end-if
           move spaces to ESTATES-REPORT-LINE
           write ESTATES-REPORT-LINE
           .
           end-if
           .

      *****************************************************************
      *  A safe-deposit box the deceased still rents - terminated
      *  contracts are not listed.
      *****************************************************************
       4200-PRINT-ONE-BOX.
           read SAFE-BOX-CONTRACT next record
               at end set WS-BOX-EOF to true
           end-read
           if not WS-BOX-EOF
              if SDC-CUST-NUMBER not = CUST-NUMBER
                 set WS-BOX-EOF to true
              else
                 if SDC-ACTIVE
                    move SDC-BRANCH-CODE to WS-BL-BRANCH
                    move SDC-BOX-NUMBER to WS-BL-BOX
                    move SDC-CONTRACT-NUMBER to WS-BL-CONTRACT
                    move SDC-UNPAID-AMOUNT to WS-BL-UNPAID
                    move spaces to ESTATES-REPORT-LINE
                    move WS-BOX-LINE to ESTATES-REPORT-LINE
                    write ESTATES-REPORT-LINE
                 end-if
              end-if
           end-if
           .

       9999-TERMINATE.
           close CUSTOMER-MASTER
           close ACCOUNT-MASTER
           if WS-SDBC-OPEN
              close SAFE-BOX-CONTRACT
           end-if
           close ESTATES-REPORT
           display "SUCCESSIONS LISTEES : " WS-ESTATE-COUNT
           .
