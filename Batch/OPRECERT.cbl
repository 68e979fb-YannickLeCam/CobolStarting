       identification division.
       program-id. OPRECERT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-07.
       date-compiled.

      *****************************************************************
      *  OPRECERT
      *
      *  Quarterly operator access recertification.  Runs in the
      *  March, June, September and December cycles only; any other
      *  cycle is a no-op.  Every active operator on AUTH-FILE is set
      *  pending recertification with a deadline PARM-RECERT-DAYS
      *  days after the process date (zero reads as 30), each change
      *  journalled to AUDIT-JOURNAL as OPRCDM with AUTHADM's images.
      *
      *  The report gives each branch manager one section: the
      *  branch's supervisors (who confirm in AUTHADM, option R),
      *  then every operator to recertify with level, posting limit,
      *  last logon and profile, and the deadline.  An operator not
      *  confirmed by the deadline is deactivated by the nightly
      *  OPIDLE run.  Branch 00 is head office.
      *
      *  The batch operator named in PARM-OPERATOR-ID is left out -
      *  the chain itself logs on with it.
      *
      *  Modification history
      *  2026-10-07  YLC  Initial version.
      *  2026-10-15  YLC  AUTH-FILE, the report and the journal are
      *                   closed on open switches rather than on a file
      *                   status left at end of file, so the FINRUN
      *                   trailer now reaches AUDITJRN.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select AUTH-FILE assign to "AUTHFILE"
               organization is indexed
               access mode is sequential
               record key is AUTH-OPERATOR-ID
               file status is WS-AUTH-FSTATUS.

           select RECERT-REPORT assign to "RECRPRT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select RUN-PARAMETERS assign to "RECPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

       data division.
       file section.
       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       fd  RECERT-REPORT.
       01  RECERT-REPORT-LINE              PIC X(100).

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       working-storage section.
       01  WS-AUTH-FSTATUS                 PIC X(02).
           88  WS-AUTH-OK                    VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                   VALUE "00".
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-AUTH-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-AUTH-EOF               VALUE "Y".
           05  WS-AUTH-OPEN-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTH-OPEN              VALUE "Y".
           05  WS-AUDIT-OPEN-SWITCH         PIC X(01) VALUE "N".
               88  WS-AUDIT-OPEN             VALUE "Y".
           05  WS-LEAP-SWITCH               PIC X(01).
               88  WS-LEAP-YEAR                VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-PROCESS-DATE-SPLIT REDEFINES WS-PROCESS-DATE.
           05  WS-PROCESS-YEAR             PIC 9(04).
           05  WS-PROCESS-MONTH            PIC 9(02).
           05  WS-PROCESS-DAY              PIC 9(02).
       01  WS-CYCLE-NUMBER                 PIC 9(04) VALUE 0.
       01  WS-RECERT-DAYS                  PIC 9(03) VALUE 0.
       01  WS-BATCH-OPERATOR               PIC X(08) VALUE SPACES.
       01  WS-DAY-SUB                      PIC 9(03).

      *--------------------------------------------------------------*
      *    The confirmation deadline, built by walking forward one   *
      *    day at a time with the month-length clamp, as CASHPROJ    *
      *    builds its horizon.                                       *
      *--------------------------------------------------------------*
       01  WS-DEADLINE-DATE                PIC 9(08).
       01  WS-DEADLINE-SPLIT REDEFINES WS-DEADLINE-DATE.
           05  WS-DLN-YEAR                 PIC 9(04).
           05  WS-DLN-MONTH                PIC 9(02).
           05  WS-DLN-DAY                  PIC 9(02).
       01  WS-DLN-LAST-DAY                 PIC 9(02).
       01  WS-LEAP-QUOTIENT                PIC 9(04).
       01  WS-LEAP-REMAINDER               PIC 9(04).

       01  WS-MONTH-LENGTH-DEF.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 28.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
           05  FILLER                      PIC 9(02) VALUE 30.
           05  FILLER                      PIC 9(02) VALUE 31.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DEF.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

      *--------------------------------------------------------------*
      *    Operators set pending, held for the per-branch report.   *
      *--------------------------------------------------------------*
       01  WS-OPR-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-OPR-TABLE.
           05  WS-OPR OCCURS 1000 TIMES.
               10  WS-OPR-BRANCH           PIC 9(02).
               10  WS-OPR-ID               PIC X(08).
               10  WS-OPR-LEVEL            PIC X(01).
               10  WS-OPR-LIMIT            PIC 9(09).
               10  WS-OPR-LAST-LOGON       PIC 9(08).
               10  WS-OPR-PROFILE          PIC X(08).
       01  WS-OPR-SUB                      PIC 9(04).
       01  WS-BRANCH-SUB                   PIC 9(03).
       01  WS-BRANCH-OPERATORS             PIC 9(04).
       01  WS-BRANCH-COUNT                 PIC 9(03) VALUE 0.
       01  WS-MANAGER-LIST                 PIC X(60).
       01  WS-MANAGER-PTR                  PIC 9(03).
       01  WS-PENDING-COUNT                PIC 9(06) VALUE 0.
       01  WS-UNLISTED-COUNT               PIC 9(06) VALUE 0.

       01  WS-OPERATOR-ID                  PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                   PIC 9(08).
       01  WS-AUDIT-TIME                   PIC 9(08).
       01  WS-AUDIT-TS-ALPHA               PIC X(14).
       01  WS-AUDIT-SEQUENCE               PIC 9(07) VALUE 0.
       01  WS-BEFORE-IMAGE                 PIC X(60).
       01  WS-AFTER-IMAGE                  PIC X(60).

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(42) VALUE
               "RECERTIFICATION TRIMESTRIELLE DES ACCES - ".
           05  FILLER                      PIC X(08) VALUE "CYCLE DU".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-TT-DATE                  PIC 9(08).
           05  FILLER                      PIC X(15) VALUE
               " - ECHEANCE LE ".
           05  WS-TT-DEADLINE              PIC 9(08).

       01  WS-BRANCH-LINE.
           05  FILLER                      PIC X(07) VALUE "AGENCE ".
           05  WS-BL-BRANCH                PIC 9(02).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  WS-BL-COUNT                 PIC ZZZ9.
           05  FILLER                      PIC X(26) VALUE
               " OPERATEUR(S) A CONFIRMER".

       01  WS-MANAGER-LINE.
           05  FILLER                      PIC X(17) VALUE
               "RESPONSABLE(S) : ".
           05  WS-ML-MANAGERS              PIC X(60).

       01  WS-HEADER-LINE                  PIC X(100) VALUE
           "  OPERATEUR NIVEAU     LIMITE  DERNIERE CONNEXION  PROFIL".

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-OPERATOR              PIC X(08).
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  WS-DL-LEVEL                 PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-LIMIT                 PIC Z(08)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-LAST-LOGON            PIC X(18).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-PROFILE               PIC X(08).

       01  WS-FOOTER-LINE-1                PIC X(100) VALUE
           "  CONFIRMER OU RETIRER CHAQUE ACCES DANS AUTHADM, OPTION R".
       01  WS-FOOTER-LINE-2                PIC X(100) VALUE
           "  SANS CONFIRMATION A L'ECHEANCE, L'ACCES EST DESACTIVE".

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(40).
           05  WS-TL-COUNT                 PIC ZZZZZ9.

       01  WS-CYCLE-GATE-SWITCH            PIC X(01) VALUE "N".
           88  WS-CYCLE-SKIP                 VALUE "Y".

       copy "CYCLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           if WS-PROCESS-MONTH not = 3 and not = 6
                   and not = 9 and not = 12
              display "CYCLE HORS FIN DE TRIMESTRE - AUCUNE "
                      "RECERTIFICATION"
              go to 0000-END
           end-if
           perform 1100-CHECK-CYCLE thru 1100-FIN
           if WS-CYCLE-SKIP
              go to 0000-END
           end-if
           perform 1200-OPEN-FILES thru 1200-FIN
           if not WS-AUTH-OK
              go to 0000-END
           end-if
           perform 2000-READ-OPERATOR
           perform 3000-MARK-OPERATOR thru 3000-EXIT
               until WS-AUTH-EOF
           perform 5000-PRINT-BRANCH thru 5000-EXIT
               varying WS-BRANCH-SUB from 0 by 1
               until WS-BRANCH-SUB > 99
           perform 9000-WRITE-TOTALS
           perform 1150-MARK-CYCLE-DONE
           .
       0000-END.
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end
                      move 0 to WS-PROCESS-DATE
                  not at end
                      move PARM-PROCESS-DATE to WS-PROCESS-DATE
                      move PARM-CYCLE-NUMBER to WS-CYCLE-NUMBER
                      move PARM-RECERT-DAYS to WS-RECERT-DAYS
                      move PARM-OPERATOR-ID to WS-BATCH-OPERATOR
              end-read
           else
              move 0 to WS-PROCESS-DATE
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           if WS-RECERT-DAYS = 0
              move 30 to WS-RECERT-DAYS
           end-if
           move WS-PROCESS-DATE to WS-DEADLINE-DATE
           perform 1500-ADD-ONE-DAY
               varying WS-DAY-SUB from 1 by 1
               until WS-DAY-SUB > WS-RECERT-DAYS
           .

       1200-OPEN-FILES.
           open output RECERT-REPORT
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           set WS-AUDIT-OPEN to true
           open i-o AUTH-FILE
           if not WS-AUTH-OK
              display "ERREUR OUVERTURE AUTHFILE : " WS-AUTH-FSTATUS
              move 8 to return-code
              go to 1200-FIN
           end-if
           set WS-AUTH-OPEN to true
           move WS-PROCESS-DATE to WS-TT-DATE
           move WS-DEADLINE-DATE to WS-TT-DEADLINE
           move WS-TITLE-LINE to RECERT-REPORT-LINE
           write RECERT-REPORT-LINE
           .
       1200-FIN.
           exit
           .

      *****************************************************************
      *  Advances the deadline one day, rolling the month and year
      *  with the usual length clamp.
      *****************************************************************
       1500-ADD-ONE-DAY.
           move WS-MONTH-DAYS(WS-DLN-MONTH) to WS-DLN-LAST-DAY
           if WS-DLN-MONTH = 2
              move "N" to WS-LEAP-SWITCH
              divide WS-DLN-YEAR by 4 giving WS-LEAP-QUOTIENT
                  remainder WS-LEAP-REMAINDER
              if WS-LEAP-REMAINDER = 0
                 divide WS-DLN-YEAR by 100
                     giving WS-LEAP-QUOTIENT
                     remainder WS-LEAP-REMAINDER
                 if WS-LEAP-REMAINDER not = 0
                    move "Y" to WS-LEAP-SWITCH
                 else
                    divide WS-DLN-YEAR by 400
                        giving WS-LEAP-QUOTIENT
                        remainder WS-LEAP-REMAINDER
                    if WS-LEAP-REMAINDER = 0
                       move "Y" to WS-LEAP-SWITCH
                    end-if
                 end-if
              end-if
              if WS-LEAP-YEAR
                 move 29 to WS-DLN-LAST-DAY
              end-if
           end-if
           if WS-DLN-DAY < WS-DLN-LAST-DAY
              add 1 to WS-DLN-DAY
           else
              move 1 to WS-DLN-DAY
              if WS-DLN-MONTH = 12
                 move 1 to WS-DLN-MONTH
                 add 1 to WS-DLN-YEAR
              else
                 add 1 to WS-DLN-MONTH
              end-if
           end-if
           .

       2000-READ-OPERATOR.
           read AUTH-FILE next record
               at end set WS-AUTH-EOF to true
           end-read
           .

      *****************************************************************
      *  Every active operator goes pending with this quarter's
      *  deadline, whatever its last answer was.  Inactive operators
      *  have nothing to recertify.
      *****************************************************************
       3000-MARK-OPERATOR.
           if not AUTH-ACTIVE
              go to 3000-EXIT
           end-if
           if AUTH-OPERATOR-ID = WS-BATCH-OPERATOR
              go to 3000-EXIT
           end-if
           perform 7600-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           set AUTH-RECERT-PENDING to true
           move WS-DEADLINE-DATE to AUTH-RECERT-DEADLINE
           rewrite AUTH-RECORD
               invalid key
                   display "ERREUR REECRITURE OPERATEUR : "
                           AUTH-OPERATOR-ID
                   go to 3000-EXIT
           end-rewrite
           perform 8000-WRITE-AUDIT
           add 1 to WS-PENDING-COUNT
           if WS-OPR-COUNT >= 1000
              display "TABLE DES OPERATEURS PLEINE - "
                      AUTH-OPERATOR-ID " NON LISTE"
              add 1 to WS-UNLISTED-COUNT
              go to 3000-EXIT
           end-if
           add 1 to WS-OPR-COUNT
           move AUTH-BRANCH-CODE to WS-OPR-BRANCH(WS-OPR-COUNT)
           move AUTH-OPERATOR-ID to WS-OPR-ID(WS-OPR-COUNT)
           move AUTH-LEVEL to WS-OPR-LEVEL(WS-OPR-COUNT)
           move AUTH-POSTING-LIMIT to WS-OPR-LIMIT(WS-OPR-COUNT)
           move AUTH-LAST-LOGON-DATE
               to WS-OPR-LAST-LOGON(WS-OPR-COUNT)
           move AUTH-PROFILE-ID to WS-OPR-PROFILE(WS-OPR-COUNT)
           .
       3000-EXIT.
           perform 2000-READ-OPERATOR
           .

      *****************************************************************
      *  One section per branch with operators to recertify - the
      *  branch's supervisors named as its managers, then the
      *  operators.
      *****************************************************************
       5000-PRINT-BRANCH.
           move 0 to WS-BRANCH-OPERATORS
           move spaces to WS-MANAGER-LIST
           move 1 to WS-MANAGER-PTR
           perform 5100-SCAN-BRANCH
               varying WS-OPR-SUB from 1 by 1
               until WS-OPR-SUB > WS-OPR-COUNT
           if WS-BRANCH-OPERATORS = 0
              go to 5000-EXIT
           end-if
           add 1 to WS-BRANCH-COUNT
           move spaces to RECERT-REPORT-LINE
           write RECERT-REPORT-LINE
           move WS-BRANCH-SUB to WS-BL-BRANCH
           move WS-BRANCH-OPERATORS to WS-BL-COUNT
           move spaces to RECERT-REPORT-LINE
           move WS-BRANCH-LINE to RECERT-REPORT-LINE
           write RECERT-REPORT-LINE
           if WS-MANAGER-LIST = spaces
              move "AUCUN SUPERVISEUR DANS L'AGENCE - VOIR LE SIEGE"
                  to WS-ML-MANAGERS
           else
              move WS-MANAGER-LIST to WS-ML-MANAGERS
           end-if
           move spaces to RECERT-REPORT-LINE
           move WS-MANAGER-LINE to RECERT-REPORT-LINE
           write RECERT-REPORT-LINE
           move WS-HEADER-LINE to RECERT-REPORT-LINE
           write RECERT-REPORT-LINE
           perform 5200-PRINT-OPERATOR
               varying WS-OPR-SUB from 1 by 1
               until WS-OPR-SUB > WS-OPR-COUNT
           move WS-FOOTER-LINE-1 to RECERT-REPORT-LINE
           write RECERT-REPORT-LINE
           move WS-FOOTER-LINE-2 to RECERT-REPORT-LINE
           write RECERT-REPORT-LINE
           .
       5000-EXIT.
           exit
           .

       5100-SCAN-BRANCH.
           if WS-OPR-BRANCH(WS-OPR-SUB) = WS-BRANCH-SUB
              add 1 to WS-BRANCH-OPERATORS
              if WS-OPR-LEVEL(WS-OPR-SUB) = "S"
                 string WS-OPR-ID(WS-OPR-SUB) delimited by space
                        " " delimited by size
                        into WS-MANAGER-LIST
                        with pointer WS-MANAGER-PTR
                     on overflow
                        continue
                 end-string
              end-if
           end-if
           .

       5200-PRINT-OPERATOR.
           if WS-OPR-BRANCH(WS-OPR-SUB) not = WS-BRANCH-SUB
              go to 5200-FIN
           end-if
           move WS-OPR-ID(WS-OPR-SUB) to WS-DL-OPERATOR
           move WS-OPR-LEVEL(WS-OPR-SUB) to WS-DL-LEVEL
           move WS-OPR-LIMIT(WS-OPR-SUB) to WS-DL-LIMIT
           if WS-OPR-LAST-LOGON(WS-OPR-SUB) = 0
              move "JAMAIS" to WS-DL-LAST-LOGON
           else
              move WS-OPR-LAST-LOGON(WS-OPR-SUB) to WS-DL-LAST-LOGON
           end-if
           if WS-OPR-PROFILE(WS-OPR-SUB) = spaces
              move "(AUCUN)" to WS-DL-PROFILE
           else
              move WS-OPR-PROFILE(WS-OPR-SUB) to WS-DL-PROFILE
           end-if
           move spaces to RECERT-REPORT-LINE
           move WS-DETAIL-LINE to RECERT-REPORT-LINE
           write RECERT-REPORT-LINE
           .
       5200-FIN.
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
      *  Appends the recertification request to the shared
      *  AUDIT-JOURNAL the way AUTHADM's 8000-WRITE-AUDIT does for a
      *  supervisor's change.
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
           move "OPRECERT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "OPRCDM" to AUDIT-ACTION
           move AUTH-OPERATOR-ID to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           perform 7600-BUILD-IMAGE
           move WS-AFTER-IMAGE to AUDIT-AFTER-IMAGE
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
           move "OPRECERT" to AUDIT-PROGRAM-ID
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
      *  resubmitted MONTHEND job does not reopen a recertification
      *  already under way for PARM-CYCLE-NUMBER, and a cycle
      *  AUDITROL has closed is refused.  Cycle zero disables the
      *  gate.
      *****************************************************************
       1100-CHECK-CYCLE.
           if WS-CYCLE-NUMBER = 0
              go to 1100-FIN
           end-if
           set CYC-FN-CHECK to true
           move WS-CYCLE-NUMBER to CYC-PARM-CYCLE
           move "OPRECERT" to CYC-PARM-STEP
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
              move "OPRECERT" to CYC-PARM-STEP
              call "CYCCTL" using CYCLE-CONTROL-PARMS
           end-if
           .

       9000-WRITE-TOTALS.
           move spaces to RECERT-REPORT-LINE
           write RECERT-REPORT-LINE
           move "OPERATEURS A RECERTIFIER" to WS-TL-LABEL
           move WS-PENDING-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "AGENCES CONCERNEES" to WS-TL-LABEL
           move WS-BRANCH-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           if WS-UNLISTED-COUNT > 0
              move "EN ATTENTE MAIS NON LISTES (TABLE PLEINE)"
                  to WS-TL-LABEL
              move WS-UNLISTED-COUNT to WS-TL-COUNT
              perform 9100-WRITE-TOTAL-LINE
           end-if
           .

       9100-WRITE-TOTAL-LINE.
           move spaces to RECERT-REPORT-LINE
           move WS-TOTAL-LINE to RECERT-REPORT-LINE
           write RECERT-REPORT-LINE
           .

       9999-TERMINATE.
           if WS-AUTH-OPEN
              close AUTH-FILE
           end-if
           if WS-AUDIT-OPEN
              close RECERT-REPORT
              perform 8990-WRITE-AUDIT-TRAILER
              close AUDIT-JOURNAL
           end-if
           display "OPERATEURS A RECERTIFIER : " WS-PENDING-COUNT
           display "ECHEANCE DE CONFIRMATION : " WS-DEADLINE-DATE
           .
