       identification division.
       program-id. BANDECL.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-19.
       date-compiled.

      *****************************************************************
      *  BANDECL
      *
      *  Monthly banking-ban declaration for the central bank.  Reads
      *  the returned-cheque incident register CHQBAN (BANREC.cpy,
      *  written by SOLDUPDT, regularised in CHQMNT) once through:
      *
      *    - an active incident past its statutory expiry lapses -
      *      it is marked lifted on its expiry date, reason "E", and
      *      journalled BANEXP;
      *    - an incident not yet declared goes on the extract as a
      *      new ban ("N"), and a lifted incident whose lifting is
      *      not yet declared goes on as a lifted ban ("L"), each
      *      then stamped with this run's process date so the next
      *      month does not declare it again.
      *
      *  The extract (BANDCLO) is the central bank's fixed layout -
      *  a header naming the period, one detail per declared event
      *  with the drawer's identity from CUSTOMER-MASTER, and a
      *  trailer with the counts.  BANDRPT lists the same events for
      *  the compliance desk.
      *
      *  Modification history
      *  2026-09-19  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select CHEQUE-BAN-FILE assign to "CHQBAN"
               organization is indexed
               access mode is sequential
               record key is BAN-KEY
               file status is WS-CHQBAN-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select DECLARATION-FILE assign to "BANDCLO"
               organization is sequential
               file status is WS-DECL-STATUS.

           select DECLARATION-REPORT assign to "BANDRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select RUN-PARAMETERS assign to "BANPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

       data division.
       file section.
       fd  CHEQUE-BAN-FILE.
       copy "BANREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

      *--------------------------------------------------------------*
      *    Central-bank declaration record - header, one detail per  *
      *    new or lifted ban, trailer with the counts.                *
      *--------------------------------------------------------------*
       fd  DECLARATION-FILE.
       01  DECLARATION-RECORD.
           05  DCL-RECORD-TYPE             PIC X(01).
               88  DCL-HEADER               VALUE "E".
               88  DCL-DETAIL               VALUE "D".
               88  DCL-TRAILER              VALUE "T".
           05  DCL-BODY                    PIC X(119).
           05  DCL-DETAIL-BODY REDEFINES DCL-BODY.
               10  DCL-MOVEMENT            PIC X(01).
                   88  DCL-NEW-BAN          VALUE "N".
                   88  DCL-LIFTED-BAN       VALUE "L".
               10  DCL-CUST-NUMBER         PIC 9(06).
               10  DCL-NOM                 PIC X(20).
               10  DCL-PRENOM              PIC X(20).
               10  DCL-BIRTH-DATE          PIC 9(08).
               10  DCL-ACCT-NUMBER         PIC 9(09).
               10  DCL-CHEQUE-SERIAL       PIC 9(06).
               10  DCL-CHEQUE-AMOUNT       PIC 9(09).
               10  DCL-EVENT-DATE          PIC 9(08).
               10  DCL-LIFT-REASON         PIC X(01).
               10  FILLER                  PIC X(31).
           05  DCL-HEADER-BODY REDEFINES DCL-BODY.
               10  DCL-SENDER-ID           PIC X(08).
               10  DCL-PERIOD              PIC 9(06).
               10  DCL-FILE-DATE           PIC 9(08).
               10  FILLER                  PIC X(97).
           05  DCL-TRAILER-BODY REDEFINES DCL-BODY.
               10  DCL-NEW-COUNT           PIC 9(06).
               10  DCL-LIFT-COUNT          PIC 9(06).
               10  DCL-ITEM-COUNT          PIC 9(06).
               10  FILLER                  PIC X(101).

       fd  DECLARATION-REPORT.
       01  DECLARATION-REPORT-LINE         PIC X(80).

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       working-storage section.
       01  WS-CHQBAN-STATUS                PIC X(02).
           88  WS-CHQBAN-OK                  VALUE "00".
       01  WS-CUSTMAST-STATUS              PIC X(02).
       01  WS-DECL-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                   VALUE "00".
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-BAN-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-BAN-EOF                VALUE "Y".
           05  WS-BAN-CHANGED-SWITCH        PIC X(01) VALUE "N".
               88  WS-BAN-CHANGED            VALUE "Y".
           05  WS-BANS-PRESENT-SWITCH       PIC X(01) VALUE "N".
               88  WS-BANS-PRESENT           VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-PROCESS-DATE-SPLIT REDEFINES WS-PROCESS-DATE.
           05  WS-PROCESS-PERIOD           PIC 9(06).
           05  WS-PROCESS-DAY              PIC 9(02).
       01  WS-CYCLE-NUMBER                 PIC 9(04) VALUE 0.

       01  WS-EXAMINED-COUNT               PIC 9(06) VALUE 0.
       01  WS-EXPIRED-COUNT                PIC 9(06) VALUE 0.
       01  WS-NEW-COUNT                    PIC 9(06) VALUE 0.
       01  WS-LIFT-COUNT                   PIC 9(06) VALUE 0.
       01  WS-ITEM-COUNT                   PIC 9(06) VALUE 0.

       01  WS-OPERATOR-ID                  PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                   PIC 9(08).
       01  WS-AUDIT-TIME                   PIC 9(08).
       01  WS-AUDIT-TS-ALPHA               PIC X(14).
       01  WS-AUDIT-SEQUENCE               PIC 9(07) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(36) VALUE
               "DECLARATION INTERDICTIONS BANCAIRES ".
           05  FILLER                      PIC X(08) VALUE "PERIODE ".
           05  WS-HL-PERIOD                PIC 9(06).
           05  FILLER                      PIC X(30) VALUE SPACES.
       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(38) VALUE
               "M CLIENT NOM                  COMPTE  ".
           05  FILLER                      PIC X(42) VALUE
               "  SERIE      MONTANT DATE     R".

       01  WS-DETAIL-LINE.
           05  WS-DL-MOVEMENT              PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CUST-NUMBER           PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-NOM                   PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-ACCT-NUMBER           PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-SERIAL                PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-DATE                  PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-REASON                PIC X(01).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-COUNT                 PIC ZZZ,ZZ9.

       01  WS-CYCLE-GATE-SWITCH            PIC X(01) VALUE "N".
           88  WS-CYCLE-SKIP                 VALUE "Y".

       copy "CYCLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1100-CHECK-CYCLE thru 1100-FIN
           evaluate true
               when WS-CYCLE-SKIP
                   continue
               when not WS-BANS-PRESENT
                   display "CHQBAN ABSENT - AUCUNE DECLARATION : "
                           WS-CHQBAN-STATUS
                   perform 4000-WRITE-HEADER
                   perform 4500-WRITE-TRAILER
                   perform 1150-MARK-CYCLE-DONE
               when other
                   perform 4000-WRITE-HEADER
                   perform 2000-READ-BAN
                   perform 3000-EXAMINE-BAN thru 3000-EXIT
                       until WS-BAN-EOF
                   perform 4500-WRITE-TRAILER
                   perform 1150-MARK-CYCLE-DONE
           end-evaluate
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open i-o CHEQUE-BAN-FILE
           if WS-CHQBAN-OK
              set WS-BANS-PRESENT to true
           else
              close CHEQUE-BAN-FILE
           end-if
           open input CUSTOMER-MASTER
           open output DECLARATION-FILE
           open output DECLARATION-REPORT
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end
                      move 0 to WS-PROCESS-DATE
                  not at end
                      move PARM-PROCESS-DATE to WS-PROCESS-DATE
                      move PARM-CYCLE-NUMBER to WS-CYCLE-NUMBER
              end-read
           else
              move 0 to WS-PROCESS-DATE
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           move WS-PROCESS-PERIOD to WS-HL-PERIOD
           move WS-HEADING-LINE to DECLARATION-REPORT-LINE
           write DECLARATION-REPORT-LINE
           move WS-COLUMN-LINE to DECLARATION-REPORT-LINE
           write DECLARATION-REPORT-LINE
           .

       2000-READ-BAN.
           read CHEQUE-BAN-FILE next record
               at end set WS-BAN-EOF to true
           end-read
           .

      *****************************************************************
      *  One incident: lapse it if its expiry has passed, then
      *  declare whatever the central bank has not been told yet -
      *  the ban first, the lifting after, both in the same run when
      *  an incident opened and closed inside the one month.
      *****************************************************************
       3000-EXAMINE-BAN.
           add 1 to WS-EXAMINED-COUNT
           move "N" to WS-BAN-CHANGED-SWITCH
           if BAN-ACTIVE and BAN-EXPIRY-DATE not > WS-PROCESS-DATE
              perform 3100-EXPIRE-BAN
           end-if
           if BAN-NEW-DECL-DATE = 0
              set DCL-NEW-BAN to true
              move BAN-START-DATE to DCL-EVENT-DATE
              move space to DCL-LIFT-REASON
              perform 3500-DECLARE-EVENT
              move WS-PROCESS-DATE to BAN-NEW-DECL-DATE
              add 1 to WS-NEW-COUNT
              set WS-BAN-CHANGED to true
           end-if
           if BAN-LIFTED and BAN-LIFT-DECL-DATE = 0
              set DCL-LIFTED-BAN to true
              move BAN-REGUL-DATE to DCL-EVENT-DATE
              move BAN-LIFT-REASON to DCL-LIFT-REASON
              perform 3500-DECLARE-EVENT
              move WS-PROCESS-DATE to BAN-LIFT-DECL-DATE
              add 1 to WS-LIFT-COUNT
              set WS-BAN-CHANGED to true
           end-if
           if WS-BAN-CHANGED
              rewrite CHEQUE-BAN-RECORD
              if not WS-CHQBAN-OK
                 display "ERREUR REECRITURE CHQBAN : " BAN-KEY
                         " " WS-CHQBAN-STATUS
                 move 8 to return-code
              end-if
           end-if
           .
       3000-EXIT.
           perform 2000-READ-BAN
           .

      *****************************************************************
      *  The statutory ban period has run out without a
      *  regularisation - the incident lapses on its expiry date.
      *****************************************************************
       3100-EXPIRE-BAN.
           set BAN-LIFTED to true
           set BAN-LIFT-EXPIRED to true
           move BAN-EXPIRY-DATE to BAN-REGUL-DATE
           move WS-OPERATOR-ID to BAN-LIFT-OPERATOR
           add 1 to WS-EXPIRED-COUNT
           perform 8000-WRITE-AUDIT
           .

      *****************************************************************
      *  One detail on the extract and the report - the caller has
      *  set the movement, event date and lift reason.
      *****************************************************************
       3500-DECLARE-EVENT.
           move BAN-CUST-NUMBER to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   move spaces to CUST-NOM
                   move spaces to CUST-PRENOM
                   move 0 to CUST-ANNEE
                   move 0 to CUST-MOIS-NUM
                   move 0 to CUST-JOUR
           end-read
           set DCL-DETAIL to true
           move BAN-CUST-NUMBER to DCL-CUST-NUMBER
           move CUST-NOM to DCL-NOM
           move CUST-PRENOM to DCL-PRENOM
           compute DCL-BIRTH-DATE = CUST-ANNEE * 10000
               + CUST-MOIS-NUM * 100 + CUST-JOUR
           move BAN-ACCT-NUMBER to DCL-ACCT-NUMBER
           move BAN-CHEQUE-SERIAL to DCL-CHEQUE-SERIAL
           move BAN-CHEQUE-AMOUNT to DCL-CHEQUE-AMOUNT
           write DECLARATION-RECORD
           add 1 to WS-ITEM-COUNT
           move DCL-MOVEMENT to WS-DL-MOVEMENT
           move BAN-CUST-NUMBER to WS-DL-CUST-NUMBER
           move CUST-NOM to WS-DL-NOM
           move BAN-ACCT-NUMBER to WS-DL-ACCT-NUMBER
           move BAN-CHEQUE-SERIAL to WS-DL-SERIAL
           move BAN-CHEQUE-AMOUNT to WS-DL-AMOUNT
           move DCL-EVENT-DATE to WS-DL-DATE
           move DCL-LIFT-REASON to WS-DL-REASON
           move spaces to DECLARATION-REPORT-LINE
           move WS-DETAIL-LINE to DECLARATION-REPORT-LINE
           write DECLARATION-REPORT-LINE
           .

       4000-WRITE-HEADER.
           move spaces to DECLARATION-RECORD
           set DCL-HEADER to true
           move "AGCENTRL" to DCL-SENDER-ID
           move WS-PROCESS-PERIOD to DCL-PERIOD
           move WS-PROCESS-DATE to DCL-FILE-DATE
           write DECLARATION-RECORD
           move spaces to DECLARATION-RECORD
           .

       4500-WRITE-TRAILER.
           move spaces to DECLARATION-RECORD
           set DCL-TRAILER to true
           move WS-NEW-COUNT to DCL-NEW-COUNT
           move WS-LIFT-COUNT to DCL-LIFT-COUNT
           move WS-ITEM-COUNT to DCL-ITEM-COUNT
           write DECLARATION-RECORD
           move spaces to DECLARATION-REPORT-LINE
           write DECLARATION-REPORT-LINE
           move "NOUVELLES INTERDICTIONS" to WS-TL-LABEL
           move WS-NEW-COUNT to WS-TL-COUNT
           perform 4600-PRINT-TOTAL
           move "INTERDICTIONS LEVEES" to WS-TL-LABEL
           move WS-LIFT-COUNT to WS-TL-COUNT
           perform 4600-PRINT-TOTAL
           move "  DONT LEVEES PAR PRESCRIPTION" to WS-TL-LABEL
           move WS-EXPIRED-COUNT to WS-TL-COUNT
           perform 4600-PRINT-TOTAL
           .

       4600-PRINT-TOTAL.
           move spaces to DECLARATION-REPORT-LINE
           move WS-TOTAL-LINE to DECLARATION-REPORT-LINE
           write DECLARATION-REPORT-LINE
           .

      *****************************************************************
      *  Journals the lapse of an incident the way DORMFLAG journals
      *  a status change.
      *****************************************************************
       8000-WRITE-AUDIT.
           move WS-PROCESS-DATE to WS-AUDIT-DATE
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "BANDECL" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "BANEXP" to AUDIT-ACTION
           move BAN-ACCT-NUMBER to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           string "INCIDENT " delimited by size
                  BAN-CUST-NUMBER delimited by size
                  " SERIE " delimited by size
                  BAN-CHEQUE-SERIAL delimited by size
                  " A" delimited by size
                  into AUDIT-BEFORE-IMAGE
           end-string
           move spaces to AUDIT-AFTER-IMAGE
           string "INCIDENT " delimited by size
                  BAN-CUST-NUMBER delimited by size
                  " SERIE " delimited by size
                  BAN-CHEQUE-SERIAL delimited by size
                  " L PRESCRIT LE " delimited by size
                  BAN-REGUL-DATE delimited by size
                  into AUDIT-AFTER-IMAGE
           end-string
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
      *  FINRUN trailer closing this run's journal records - the
      *  sequence field carries the count AUDITVER proves the run
      *  against.
      *****************************************************************
       8990-WRITE-AUDIT-TRAILER.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "BANDECL" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Cycle-control gate through the shared CYCCTL subprogram - a
      *  resubmitted MONTHEND job skips work already recorded done
      *  for PARM-CYCLE-NUMBER and refuses a cycle AUDITROL has
      *  closed.  Cycle zero disables the gate.
      *****************************************************************
       1100-CHECK-CYCLE.
           if WS-CYCLE-NUMBER = 0
              go to 1100-FIN
           end-if
           set CYC-FN-CHECK to true
           move WS-CYCLE-NUMBER to CYC-PARM-CYCLE
           move "BANDECL" to CYC-PARM-STEP
           call "CYCCTL" using CYCLE-CONTROL-PARMS
           evaluate true
               when CYC-SKIP
                   display "ETAPE DEJA FAITE POUR LE CYCLE "
                           WS-CYCLE-NUMBER " - IGNOREE"
                   set WS-CYCLE-SKIP to true
               when CYC-REFUSE
                   display "CYCLE " WS-CYCLE-NUMBER
                           " DEJA CLOS - ETAPE REFUSEE"
                   set WS-CYCLE-SKIP to true
                   move 8 to return-code
               when other
                   continue
           end-evaluate
           .
       1100-FIN.
           exit
           .

       1150-MARK-CYCLE-DONE.
           if WS-CYCLE-NUMBER > 0 and not WS-CYCLE-SKIP
              set CYC-FN-MARK to true
              move WS-CYCLE-NUMBER to CYC-PARM-CYCLE
              move "BANDECL" to CYC-PARM-STEP
              call "CYCCTL" using CYCLE-CONTROL-PARMS
           end-if
           .

       9999-TERMINATE.
           if WS-BANS-PRESENT
              close CHEQUE-BAN-FILE
           end-if
           close CUSTOMER-MASTER
           close DECLARATION-FILE
           close DECLARATION-REPORT
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           display "INCIDENTS EXAMINES : " WS-EXAMINED-COUNT
           display "NOUVELLES INTERDICTIONS DECLAREES : " WS-NEW-COUNT
           display "INTERDICTIONS LEVEES DECLAREES : " WS-LIFT-COUNT
           display "  DONT PRESCRITES CE MOIS : " WS-EXPIRED-COUNT
           .
