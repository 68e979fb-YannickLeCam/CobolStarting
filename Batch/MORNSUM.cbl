      *                   logging steps of the nightly chain, in
      *                   chain order, now that every step writes
      *                   to the run log.
      *  2026-09-14  YLC  Added the new LOANCOLL step after TDMATUR -
      *                   nineteen logging steps.
      *  2026-09-16  YLC  Added the new PRLVIN step after PAYIN -
      *                   twenty logging steps.
      *  2026-09-17  YLC  Added the new VIRRET step after PRLVIN and
      *                   VIROUT after SOLDUPDT - twenty-two logging
      *                   steps.
      *  2026-09-18  YLC  Added the new CHQIMP step after VIRRET -
      *                   twenty-three logging steps.
      *  2026-09-21  YLC  Added the new AMLMON step after LRGTRPT -
      *                   twenty-four logging steps.
      *  2026-09-24  YLC  Added the new LTRRUN step after CASHPROJ -
      *                   twenty-five logging steps.
      *  2026-09-25  YLC  Added the sweep posting pass after SOLDUPDT -
      *                   SWEEPGEN, then BATPROOF, TRANSRT and
      *                   SOLDUPDT a second time - twenty-nine logging
      *                   steps.  A program that runs twice in the
      *                   chain has one table entry per run: a record
      *                   goes to the first entry of that name not yet
      *                   ended, so a rerun after an abend still lands
      *                   on the step that failed.
      *  2026-09-29  YLC  Added the new CLOSEGEN step after SWEEPGEN -
      *                   thirty logging steps.
      *  2026-10-01  YLC  Added the new BALCONT step after BALSNAP -
      *                   thirty-one logging steps.
      *  2026-10-02  YLC  Added the new ACCRGL step after GLEXTR -
      *                   thirty-two logging steps.
      *  2026-10-07  YLC  Added the new OPIDLE step before OPACTRPT -
      *                   thirty-three logging steps.
      *  2026-10-13  YLC  Added the new PBURENV step after LTRRUN -
      *                   thirty-four logging steps.
      *  2026-10-15  YLC  Added the new TRANSPLT step after TRANSRT and
      *                   SOLDMRG after SOLDUPDT - thirty-six logging
      *                   steps.
      *****************************************************************
       environment division.
       input-output section.
       01  WS-STEP-TABLE-DEF.
           05  FILLER                      PIC X(08) VALUE "CUSTBINT".
           05  FILLER                      PIC X(08) VALUE "PAYIN".
           05  FILLER                      PIC X(08) VALUE "PRLVIN".
           05  FILLER                      PIC X(08) VALUE "VIRRET".
           05  FILLER                      PIC X(08) VALUE "CHQIMP".
           05  FILLER                      PIC X(08) VALUE "FUTREL".
           05  FILLER                      PIC X(08) VALUE "TDMATUR".
           05  FILLER                      PIC X(08) VALUE "LOANCOLL".
           05  FILLER                      PIC X(08) VALUE "BATPROOF".
           05  FILLER                      PIC X(08) VALUE "TRANSRT".
           05  FILLER                      PIC X(08) VALUE "TRANSPLT".
           05  FILLER                      PIC X(08) VALUE "SOLDUPDT".
           05  FILLER                      PIC X(08) VALUE "SOLDMRG".
           05  FILLER                      PIC X(08) VALUE "SWEEPGEN".
           05  FILLER                      PIC X(08) VALUE "CLOSEGEN".
           05  FILLER                      PIC X(08) VALUE "BATPROOF".
           05  FILLER                      PIC X(08) VALUE "TRANSRT".
           05  FILLER                      PIC X(08) VALUE "SOLDUPDT".
           05  FILLER                      PIC X(08) VALUE "VIROUT".
           05  FILLER                      PIC X(08) VALUE "BALSNAP".
           05  FILLER                      PIC X(08) VALUE "BALCONT".
           05  FILLER                      PIC X(08) VALUE "GLEXTR".
           05  FILLER                      PIC X(08) VALUE "ACCRGL".
           05  FILLER                      PIC X(08) VALUE "IBSRPT".
           05  FILLER                      PIC X(08) VALUE "LRGTRPT".
           05  FILLER                      PIC X(08) VALUE "AMLMON".
           05  FILLER                      PIC X(08) VALUE "INTACCR".
           05  FILLER                      PIC X(08) VALUE "GENDRRPT".
           05  FILLER                      PIC X(08) VALUE "CSVEXPRT".
           05  FILLER                      PIC X(08) VALUE "ACCTARCH".
           05  FILLER                      PIC X(08) VALUE "GLRECON".
           05  FILLER                      PIC X(08) VALUE "CASHPROJ".
           05  FILLER                      PIC X(08) VALUE "LTRRUN".
           05  FILLER                      PIC X(08) VALUE "PBURENV".
           05  FILLER                      PIC X(08) VALUE "OPIDLE".
           05  FILLER                      PIC X(08) VALUE "OPACTRPT".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-TABLE-DEF.
           05  WS-STEP-NAME OCCURS 36 TIMES PIC X(08).

       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE OCCURS 36 TIMES.
               10  WS-ST-STARTED           PIC X(01).
               10  WS-ST-ENDED             PIC X(01).
               10  WS-ST-START-TS          PIC 9(14).
               10  WS-ST-RC                PIC 9(04).
               10  WS-ST-OUTCOME           PIC X(08).
       01  WS-STEP-SUB                     PIC 9(02).
       01  WS-STEP-MAX                     PIC 9(02) VALUE 36.

       01  WS-RERUN-FROM                   PIC X(08).

           .

       3000-TALLY-RECORD.
           perform 3100-NEXT-STEP-ENTRY
               varying WS-STEP-SUB from 1 by 1
               until WS-STEP-SUB > WS-STEP-MAX
                  or (WS-STEP-NAME(WS-STEP-SUB) = RUNLOG-PROGRAM-ID
                      and WS-ST-ENDED(WS-STEP-SUB) = "N")
           if WS-STEP-SUB > WS-STEP-MAX
              perform 3100-NEXT-STEP-ENTRY
                  varying WS-STEP-SUB from 1 by 1
                  until WS-STEP-SUB > WS-STEP-MAX
                     or WS-STEP-NAME(WS-STEP-SUB) = RUNLOG-PROGRAM-ID
           end-if
           if WS-STEP-SUB <= WS-STEP-MAX
              if RUNLOG-EVENT-START
                 move "O" to WS-ST-STARTED(WS-STEP-SUB)
           perform 2000-READ-RUNLOG
           .

       3100-NEXT-STEP-ENTRY.
           continue
           .

       4000-PRINT-SUMMARY.
           move WS-HEADER-LINE to MORNING-REPORT-LINE
           write MORNING-REPORT-LINE
