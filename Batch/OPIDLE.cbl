       identification division.
       program-id. OPIDLE.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-07.
       date-compiled.

      *****************************************************************
      *  OPIDLE
      *
      *  Nightly idle-operator run over AUTH-FILE.  AUTHADM only ever
      *  deactivated an operator when a supervisor thought of it, so
      *  the file kept operators who left months ago.  Every active
      *  operator is examined and deactivated when either:
      *
      *    - the quarterly recertification OPRECERT opened is still
      *      pending after its deadline - the branch manager did not
      *      confirm the operator in AUTHADM in time;
      *    - no successful logon for more than PARM-OPERATOR-IDLE-DAYS
      *      days.  Idleness runs from the latest of the last logon,
      *      the date the operator was (re)activated and the password
      *      date, so a new or just-reactivated operator gets the full
      *      period.  Zero days disables this check.
      *
      *  Each deactivation is journalled to AUDIT-JOURNAL with the
      *  same before/after images AUTHADM writes, and listed on the
      *  report for the security officer.  The batch operator named
      *  in PARM-OPERATOR-ID is never deactivated - the chain itself
      *  logs on with it.
      *
      *  Modification history
      *  2026-10-07  YLC  Initial version.
      *  2026-10-15  YLC  AUTH-FILE is closed on an open switch rather
      *                   than on a file status left at end of file.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select AUTH-FILE assign to "AUTHFILE"
               organization is indexed
               access mode is sequential
               record key is AUTH-OPERATOR-ID
               file status is WS-AUTH-FSTATUS.

           select IDLE-REPORT assign to "OPIDRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select RUN-PARAMETERS assign to "OPIPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

           select RUN-LOG assign to "RUNLOG"
               organization is sequential
               file status is WS-RUNLOG-STATUS.

       data division.
       file section.
       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       fd  IDLE-REPORT.
       01  IDLE-REPORT-LINE                PIC X(80).

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       fd  RUN-LOG.
       copy "RUNLOGRC.cpy".

       working-storage section.
       01  WS-AUTH-FSTATUS                 PIC X(02).
           88  WS-AUTH-OK                    VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                   VALUE "00".
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-RUNLOG-STATUS                PIC X(02).
           88  WS-RUNLOG-OK                  VALUE "00".
       01  WS-RUNLOG-DATE                  PIC 9(08).
       01  WS-RUNLOG-TIME                  PIC 9(08).
       01  WS-RUNLOG-TS-ALPHA              PIC X(14).

       01  WS-SWITCHES.
           05  WS-AUTH-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-AUTH-EOF               VALUE "Y".
           05  WS-AUTH-OPEN-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTH-OPEN              VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-PROCESS-SERIAL               PIC 9(07).
       01  WS-IDLE-DAYS                    PIC 9(03) VALUE 0.
       01  WS-BATCH-OPERATOR               PIC X(08) VALUE SPACES.
       01  WS-BASE-DATE                    PIC 9(08).
       01  WS-DAYS-IDLE                    PIC S9(07).
       01  WS-ACTION                       PIC X(06).
       01  WS-REASON                       PIC X(24).

       01  WS-EXAMINED-COUNT               PIC 9(06) VALUE 0.
       01  WS-EXPIRED-COUNT                PIC 9(06) VALUE 0.
       01  WS-IDLE-COUNT                   PIC 9(06) VALUE 0.
       01  WS-UNKNOWN-COUNT                PIC 9(06) VALUE 0.
       01  WS-DEACTIVATED-COUNT            PIC 9(06) VALUE 0.

      *--------------------------------------------------------------*
      *    Day-count arithmetic for the days since the last logon -  *
      *    the same civil-epoch serial KYCREV and OVRDRRPT use.      *
      *--------------------------------------------------------------*
       01  WS-SERIAL-DATE                  PIC 9(08).
       01  WS-SERIAL-DATE-SPLIT REDEFINES WS-SERIAL-DATE.
           05  WS-SERIAL-YEAR              PIC 9(04).
           05  WS-SERIAL-MONTH             PIC 9(02).
           05  WS-SERIAL-DAY               PIC 9(02).
       01  WS-SERIAL-DAYS                  PIC 9(07).
       01  WS-SERIAL-YEARS                 PIC 9(04).
       01  WS-LEAP-DAYS-4                  PIC 9(04).
       01  WS-LEAP-DAYS-100                PIC 9(04).
       01  WS-LEAP-DAYS-400                PIC 9(04).
       01  WS-LEAP-QUOTIENT                PIC 9(04).
       01  WS-LEAP-REMAINDER               PIC 9(04).

       01  WS-MONTH-OFFSET-DEF.
           05  FILLER                      PIC 9(03) VALUE 000.
           05  FILLER                      PIC 9(03) VALUE 031.
           05  FILLER                      PIC 9(03) VALUE 059.
           05  FILLER                      PIC 9(03) VALUE 090.
           05  FILLER                      PIC 9(03) VALUE 120.
           05  FILLER                      PIC 9(03) VALUE 151.
           05  FILLER                      PIC 9(03) VALUE 181.
           05  FILLER                      PIC 9(03) VALUE 212.
           05  FILLER                      PIC 9(03) VALUE 243.
           05  FILLER                      PIC 9(03) VALUE 273.
           05  FILLER                      PIC 9(03) VALUE 304.
           05  FILLER                      PIC 9(03) VALUE 334.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DEF.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).

       01  WS-OPERATOR-ID                  PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                   PIC 9(08).
       01  WS-AUDIT-TIME                   PIC 9(08).
       01  WS-AUDIT-TS-ALPHA               PIC X(14).
       01  WS-AUDIT-SEQUENCE               PIC 9(07) VALUE 0.
       01  WS-BEFORE-IMAGE                 PIC X(60).
       01  WS-AFTER-IMAGE                  PIC X(60).

       01  WS-HEADING-LINE                 PIC X(80) VALUE
           "OPERATEURS DESACTIVES - AGENCE, NIVEAU, CONNEXION, MOTIF".

       01  WS-DETAIL-LINE.
           05  WS-DL-OPERATOR              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-BRANCH                PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-LEVEL                 PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-LAST-LOGON            PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-DAYS                  PIC ZZZZ9.
           05  FILLER                      PIC X(06) VALUE " JOURS".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-REASON                PIC X(24).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(40).
           05  WS-TL-COUNT                 PIC ZZZZZ9.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 8800-LOG-RUN-START
           if WS-AUTH-OPEN
              perform 2000-READ-OPERATOR
              perform 3000-EXAMINE-OPERATOR thru 3000-EXIT
                  until WS-AUTH-EOF
           end-if
           perform 9000-WRITE-TOTALS
           perform 8900-LOG-RUN-END
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open i-o AUTH-FILE
           if not WS-AUTH-OK
              display "ERREUR OUVERTURE AUTHFILE : " WS-AUTH-FSTATUS
              move 8 to return-code
           else
              set WS-AUTH-OPEN to true
           end-if
           open output IDLE-REPORT
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
                      move PARM-OPERATOR-IDLE-DAYS to WS-IDLE-DAYS
                      move PARM-OPERATOR-ID to WS-BATCH-OPERATOR
              end-read
           else
              move 0 to WS-PROCESS-DATE
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           move WS-PROCESS-DATE to WS-SERIAL-DATE
           perform 8910-DATE-TO-SERIAL
           move WS-SERIAL-DAYS to WS-PROCESS-SERIAL
           move WS-HEADING-LINE to IDLE-REPORT-LINE
           write IDLE-REPORT-LINE
           if WS-IDLE-DAYS = 0
              move "CONTROLE D'INACTIVITE DESACTIVE (0 JOUR)"
                  to IDLE-REPORT-LINE
              write IDLE-REPORT-LINE
           end-if
           .

       2000-READ-OPERATOR.
           read AUTH-FILE next record
               at end set WS-AUTH-EOF to true
           end-read
           .

      *****************************************************************
      *  Only active operators are examined.  A lapsed
      *  recertification is checked first - it deactivates whatever
      *  the logon history says.  An operator with no date at all to
      *  measure from (a record older than the logon stamp, never
      *  used since) is counted but left alone rather than guessed
      *  at.
      *****************************************************************
       3000-EXAMINE-OPERATOR.
           if not AUTH-ACTIVE
              go to 3000-EXIT
           end-if
           if AUTH-OPERATOR-ID = WS-BATCH-OPERATOR
              go to 3000-EXIT
           end-if
           add 1 to WS-EXAMINED-COUNT
           perform 3100-FIND-BASE-DATE
           if AUTH-RECERT-PENDING
                   and AUTH-RECERT-DEADLINE > 0
                   and AUTH-RECERT-DEADLINE < WS-PROCESS-DATE
              move "OPRCEX" to WS-ACTION
              move "RECERTIFICATION ECHUE" to WS-REASON
              perform 3200-DEACTIVATE thru 3200-EXIT
              add 1 to WS-EXPIRED-COUNT
              go to 3000-EXIT
           end-if
           if WS-IDLE-DAYS = 0
              go to 3000-EXIT
           end-if
           if WS-BASE-DATE = 0
              add 1 to WS-UNKNOWN-COUNT
              go to 3000-EXIT
           end-if
           if WS-DAYS-IDLE > WS-IDLE-DAYS
              move "OPIDLE" to WS-ACTION
              move "SANS CONNEXION" to WS-REASON
              perform 3200-DEACTIVATE thru 3200-EXIT
              add 1 to WS-IDLE-COUNT
           end-if
           .
       3000-EXIT.
           perform 2000-READ-OPERATOR
           .

      *****************************************************************
      *  Idleness runs from the latest of the last logon, the
      *  activation date and the password date.
      *****************************************************************
       3100-FIND-BASE-DATE.
           move AUTH-LAST-LOGON-DATE to WS-BASE-DATE
           if AUTH-ACTIVATED-DATE > WS-BASE-DATE
              move AUTH-ACTIVATED-DATE to WS-BASE-DATE
           end-if
           if AUTH-PASSWORD-DATE > WS-BASE-DATE
              move AUTH-PASSWORD-DATE to WS-BASE-DATE
           end-if
           move 0 to WS-DAYS-IDLE
           if WS-BASE-DATE > 0
              move WS-BASE-DATE to WS-SERIAL-DATE
              perform 8910-DATE-TO-SERIAL
              compute WS-DAYS-IDLE =
                  WS-PROCESS-SERIAL - WS-SERIAL-DAYS
           end-if
           .

       3200-DEACTIVATE.
           perform 7600-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           set AUTH-INACTIVE to true
           if WS-ACTION = "OPRCEX"
              set AUTH-RECERT-EXPIRED to true
           end-if
           rewrite AUTH-RECORD
               invalid key
                   display "ERREUR REECRITURE OPERATEUR : "
                           AUTH-OPERATOR-ID
                   go to 3200-EXIT
           end-rewrite
           perform 8000-WRITE-AUDIT
           move AUTH-OPERATOR-ID to WS-DL-OPERATOR
           move AUTH-BRANCH-CODE to WS-DL-BRANCH
           move AUTH-LEVEL to WS-DL-LEVEL
           move AUTH-LAST-LOGON-DATE to WS-DL-LAST-LOGON
           move WS-DAYS-IDLE to WS-DL-DAYS
           move WS-REASON to WS-DL-REASON
           move spaces to IDLE-REPORT-LINE
           move WS-DETAIL-LINE to IDLE-REPORT-LINE
           write IDLE-REPORT-LINE
           add 1 to WS-DEACTIVATED-COUNT
           .
       3200-EXIT.
           exit
           .

      *****************************************************************
      *  Printable image of the current AUTH-RECORD - the same layout
      *  AUTHADM journals, never the password.
      *****************************************************************
       7600-BUILD-IMAGE.
           move spaces to WS-AFTER-IMAGE
           string "NIVEAU " delimited by size
                  AUTH-LEVEL delimited by size
                  " ACTIF " delimited by size
                  AUTH-ACTIVE-FLAG delimited by size
                  " LIMITE " delimited by size
                  AUTH-POSTING-LIMIT delimited by size
                  " PROFIL " delimited by size
                  AUTH-PROFILE-ID delimited by size
                  " AG " delimited by size
                  AUTH-BRANCH-CODE delimited by size
                  " RC " delimited by size
                  AUTH-RECERT-STATUS delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

      *****************************************************************
      *  Appends the deactivation to the shared AUDIT-JOURNAL the way
      *  AUTHADM's 8000-WRITE-AUDIT does for a supervisor's change.
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
           move "OPIDLE" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-ACTION to AUDIT-ACTION
           move AUTH-OPERATOR-ID to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           perform 7600-BUILD-IMAGE
           move WS-AFTER-IMAGE to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Start/end records on the shared nightly-chain run log, read
      *  back by MORNSUM's morning operations summary.
      *****************************************************************
       8800-LOG-RUN-START.
           open extend RUN-LOG
           if not WS-RUNLOG-OK
              close RUN-LOG
              open output RUN-LOG
           end-if
           move "OPIDLE" to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-START to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move 0 to RUNLOG-RECORD-COUNT
           move 0 to RUNLOG-REJECT-COUNT
           move 0 to RUNLOG-RETURN-CODE
           move spaces to RUNLOG-OUTCOME
           write RUNLOG-RECORD
           .

       8900-LOG-RUN-END.
           move "OPIDLE" to RUNLOG-PROGRAM-ID
           set RUNLOG-EVENT-END to true
           perform 8950-SET-RUNLOG-TIMESTAMP
           move WS-EXAMINED-COUNT to RUNLOG-RECORD-COUNT
           move WS-DEACTIVATED-COUNT to RUNLOG-REJECT-COUNT
           move return-code to RUNLOG-RETURN-CODE
           if return-code = 0
              move "OK" to RUNLOG-OUTCOME
           else
              move "ERREUR" to RUNLOG-OUTCOME
           end-if
           write RUNLOG-RECORD
           close RUN-LOG
           .

       8950-SET-RUNLOG-TIMESTAMP.
           accept WS-RUNLOG-DATE from date yyyymmdd
           accept WS-RUNLOG-TIME from time
           move spaces to WS-RUNLOG-TS-ALPHA
           string WS-RUNLOG-DATE delimited by size
                  WS-RUNLOG-TIME(1:6) delimited by size
                  into WS-RUNLOG-TS-ALPHA
           end-string
           move WS-RUNLOG-TS-ALPHA(1:14) to RUNLOG-TIMESTAMP
           .

      *****************************************************************
      *  Converts WS-SERIAL-DATE (AAAAMMJJ) to a day count from the
      *  civil epoch so two dates can be subtracted to get elapsed
      *  days - the same arithmetic KYCREV uses for days overdue.
      *****************************************************************
       8910-DATE-TO-SERIAL.
           compute WS-SERIAL-YEARS = WS-SERIAL-YEAR - 1
           divide WS-SERIAL-YEARS by 4 giving WS-LEAP-DAYS-4
           divide WS-SERIAL-YEARS by 100 giving WS-LEAP-DAYS-100
           divide WS-SERIAL-YEARS by 400 giving WS-LEAP-DAYS-400
           compute WS-SERIAL-DAYS = WS-SERIAL-YEARS * 365
               + WS-LEAP-DAYS-4
               - WS-LEAP-DAYS-100
               + WS-LEAP-DAYS-400
           add WS-MONTH-OFFSET(WS-SERIAL-MONTH) to WS-SERIAL-DAYS
           if WS-SERIAL-MONTH > 2
              divide WS-SERIAL-YEAR by 4 giving WS-LEAP-QUOTIENT
                  remainder WS-LEAP-REMAINDER
              if WS-LEAP-REMAINDER = 0
                 divide WS-SERIAL-YEAR by 100 giving WS-LEAP-QUOTIENT
                     remainder WS-LEAP-REMAINDER
                 if WS-LEAP-REMAINDER not = 0
                    add 1 to WS-SERIAL-DAYS
                 else
                    divide WS-SERIAL-YEAR by 400
                        giving WS-LEAP-QUOTIENT
                        remainder WS-LEAP-REMAINDER
                    if WS-LEAP-REMAINDER = 0
                       add 1 to WS-SERIAL-DAYS
                    end-if
                 end-if
              end-if
           end-if
           add WS-SERIAL-DAY to WS-SERIAL-DAYS
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
           move "OPIDLE" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9000-WRITE-TOTALS.
           move spaces to IDLE-REPORT-LINE
           write IDLE-REPORT-LINE
           move "OPERATEURS ACTIFS EXAMINES" to WS-TL-LABEL
           move WS-EXAMINED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "DESACTIVES - RECERTIFICATION ECHUE" to WS-TL-LABEL
           move WS-EXPIRED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "DESACTIVES - SANS CONNEXION" to WS-TL-LABEL
           move WS-IDLE-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "SANS DATE DE REFERENCE - NON MESURES" to WS-TL-LABEL
           move WS-UNKNOWN-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           .

       9100-WRITE-TOTAL-LINE.
           move spaces to IDLE-REPORT-LINE
           move WS-TOTAL-LINE to IDLE-REPORT-LINE
           write IDLE-REPORT-LINE
           .

       9999-TERMINATE.
           if WS-AUTH-OPEN
              close AUTH-FILE
           end-if
           close IDLE-REPORT
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           display "OPERATEURS EXAMINES : " WS-EXAMINED-COUNT
           display "OPERATEURS DESACTIVES : " WS-DEACTIVATED-COUNT
           .
