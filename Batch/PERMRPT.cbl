       identification division.
       program-id. PERMRPT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-06.
       date-compiled.

      *****************************************************************
      *  PERMRPT
      *
      *  Operator access report for the auditors - who can do what.
      *  Every operator on AUTH-FILE is listed with level, active
      *  flag and permission profile, then one line per program the
      *  profile opens with its add, change, delete and release
      *  flags from PROFILE-FILE.  Three situations are flagged:
      *
      *    - no profile assigned - the operator still has every
      *      program the level opens, as before profiles existed;
      *    - a profile PROFILE-FILE does not know - PERMCHK refuses
      *      everything, the assignment needs correcting;
      *    - a profile that opens no program at all.
      *
      *  Inactive operators are listed too, since reactivation in
      *  AUTHADM restores the same access.
      *
      *  Modification history
      *  2026-10-06  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select AUTH-FILE assign to "AUTHFILE"
               organization is indexed
               access mode is dynamic
               record key is AUTH-OPERATOR-ID
               file status is WS-AUTH-FSTATUS.

           select PROFILE-FILE assign to "PROFFILE"
               organization is indexed
               access mode is dynamic
               record key is PROF-KEY
               file status is WS-PROF-STATUS.

           select ACCESS-REPORT assign to "PERMRPRT"
               organization is sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       fd  PROFILE-FILE.
       copy "PROFREC.cpy".

       fd  ACCESS-REPORT.
       01  ACCESS-REPORT-LINE              PIC X(100).

       working-storage section.
       01  WS-AUTH-FSTATUS                 PIC X(02).
           88  WS-AUTH-OK                    VALUE "00".
       01  WS-PROF-STATUS                  PIC X(02).
           88  WS-PROF-OK                    VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).

       01  WS-SWITCHES.
           05  WS-AUTH-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-AUTH-EOF                VALUE "Y".
           05  WS-PROF-EOF-SWITCH           PIC X(01).
               88  WS-PROF-EOF                VALUE "Y".
           05  WS-PROF-PRESENT-SWITCH       PIC X(01) VALUE "N".
               88  WS-PROF-PRESENT            VALUE "Y".
           05  WS-AUTH-OPEN-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTH-OPEN               VALUE "Y".
           05  WS-FIRST-LINE-SWITCH         PIC X(01).
               88  WS-FIRST-LINE              VALUE "Y".

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-PROGRAM-COUNT                PIC 9(03).
       01  WS-FLAG-TEXT                    PIC X(50).

       01  WS-OPERATOR-COUNT               PIC 9(05) VALUE 0.
       01  WS-PROFILED-COUNT               PIC 9(05) VALUE 0.
       01  WS-UNPROFILED-COUNT             PIC 9(05) VALUE 0.
       01  WS-INACTIVE-COUNT               PIC 9(05) VALUE 0.
       01  WS-FLAGGED-COUNT                PIC 9(05) VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(40) VALUE
               "HABILITATIONS DES OPERATEURS AU ".
           05  WS-TL-DATE                  PIC 9(08).
       01  WS-HEADER-LINE                  PIC X(100) VALUE
           "OPERATEUR NIV ACT PROFIL   PROGRAMME AJOUT MODIF SUPPR LEVE
      -    "E".
       01  WS-DETAIL-LINE.
           05  WS-DL-OPERATOR              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-LEVEL                 PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-DL-ACTIVE                PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-DL-PROFILE               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-PROGRAM               PIC X(08).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-DL-ADD                   PIC X(01).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-DL-CHANGE                PIC X(01).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-DL-DELETE                PIC X(01).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-DL-RELEASE               PIC X(01).
       01  WS-COUNT-EDIT                   PIC ZZZZ9.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-READ-OPERATOR
           perform 3000-REPORT-ONE-OPERATOR thru 3000-FIN
               until WS-AUTH-EOF
           perform 5000-PRINT-TOTALS
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           accept WS-RUN-DATE from date yyyymmdd
           open output ACCESS-REPORT
           move WS-RUN-DATE to WS-TL-DATE
           move WS-TITLE-LINE to ACCESS-REPORT-LINE
           write ACCESS-REPORT-LINE
           move WS-HEADER-LINE to ACCESS-REPORT-LINE
           write ACCESS-REPORT-LINE
           open input PROFILE-FILE
           if WS-PROF-OK
              set WS-PROF-PRESENT to true
           else
              display "AUCUN FICHIER DE PROFILS : " WS-PROF-STATUS
              close PROFILE-FILE
           end-if
           open input AUTH-FILE
           if not WS-AUTH-OK
              display "ERREUR OUVERTURE AUTHFILE : " WS-AUTH-FSTATUS
              close AUTH-FILE
              set WS-AUTH-EOF to true
              move 8 to return-code
              go to 1000-FIN
           end-if
           set WS-AUTH-OPEN to true
           move low-values to AUTH-OPERATOR-ID
           start AUTH-FILE key not < AUTH-OPERATOR-ID
               invalid key
                   set WS-AUTH-EOF to true
           end-start
           .
       1000-FIN.
           exit
           .

       2000-READ-OPERATOR.
           if not WS-AUTH-EOF
              read AUTH-FILE next record
                  at end set WS-AUTH-EOF to true
              end-read
           end-if
           .

      *****************************************************************
      *  One operator - the identity line carries the first program
      *  the profile opens; further programs follow on lines of
      *  their own.
      *****************************************************************
       3000-REPORT-ONE-OPERATOR.
           add 1 to WS-OPERATOR-COUNT
           if AUTH-INACTIVE
              add 1 to WS-INACTIVE-COUNT
           end-if
           move spaces to WS-DETAIL-LINE
           move AUTH-OPERATOR-ID to WS-DL-OPERATOR
           move AUTH-LEVEL to WS-DL-LEVEL
           move AUTH-ACTIVE-FLAG to WS-DL-ACTIVE
           move AUTH-PROFILE-ID to WS-DL-PROFILE
           set WS-FIRST-LINE to true
           if AUTH-PROFILE-ID = spaces
              add 1 to WS-UNPROFILED-COUNT
              perform 3900-WRITE-DETAIL
              move spaces to WS-FLAG-TEXT
              string "AUCUN PROFIL - TOUT ACCES DU NIVEAU "
                         delimited by size
                     AUTH-LEVEL delimited by size
                     into WS-FLAG-TEXT
              end-string
              perform 3800-PRINT-FLAG
              go to 3000-FIN
           end-if
           add 1 to WS-PROFILED-COUNT
           perform 3100-CHECK-PROFILE-HEADER thru 3100-FIN
           if WS-FLAG-TEXT not = spaces
              perform 3900-WRITE-DETAIL
              perform 3800-PRINT-FLAG
              go to 3000-FIN
           end-if
           perform 3200-LIST-PROGRAMS
           if WS-PROGRAM-COUNT = 0
              perform 3900-WRITE-DETAIL
              move "PROFIL SANS PROGRAMME - AUCUN ACCES"
                  to WS-FLAG-TEXT
              perform 3800-PRINT-FLAG
           end-if
           .
       3000-FIN.
           perform 2000-READ-OPERATOR
           .

       3100-CHECK-PROFILE-HEADER.
           move spaces to WS-FLAG-TEXT
           if not WS-PROF-PRESENT
              move "PROFIL INCONNU - AUCUN ACCES" to WS-FLAG-TEXT
              go to 3100-FIN
           end-if
           move AUTH-PROFILE-ID to PROF-PROFILE-ID
           move spaces to PROF-PROGRAM-ID
           read PROFILE-FILE
               invalid key
                   move "PROFIL INCONNU - AUCUN ACCES" to WS-FLAG-TEXT
           end-read
           .
       3100-FIN.
           exit
           .

       3200-LIST-PROGRAMS.
           move 0 to WS-PROGRAM-COUNT
           move "N" to WS-PROF-EOF-SWITCH
           move AUTH-PROFILE-ID to PROF-PROFILE-ID
           move spaces to PROF-PROGRAM-ID
           start PROFILE-FILE key > PROF-KEY
               invalid key
                   set WS-PROF-EOF to true
           end-start
           perform 3210-LIST-ONE-PROGRAM until WS-PROF-EOF
           .

       3210-LIST-ONE-PROGRAM.
           read PROFILE-FILE next record
               at end set WS-PROF-EOF to true
           end-read
           if not WS-PROF-EOF
              if PROF-PROFILE-ID not = AUTH-PROFILE-ID
                 set WS-PROF-EOF to true
              else
                 add 1 to WS-PROGRAM-COUNT
                 move PROF-PROGRAM-ID to WS-DL-PROGRAM
                 move PROF-ALLOW-ADD to WS-DL-ADD
                 move PROF-ALLOW-CHANGE to WS-DL-CHANGE
                 move PROF-ALLOW-DELETE to WS-DL-DELETE
                 move PROF-ALLOW-RELEASE to WS-DL-RELEASE
                 perform 3900-WRITE-DETAIL
              end-if
           end-if
           .

       3800-PRINT-FLAG.
           add 1 to WS-FLAGGED-COUNT
           move spaces to ACCESS-REPORT-LINE
           string "  *** " delimited by size
                  WS-FLAG-TEXT delimited by size
                  " ***" delimited by size
                  into ACCESS-REPORT-LINE
           end-string
           write ACCESS-REPORT-LINE
           .

      *****************************************************************
      *  After the operator's first line the identity columns are
      *  blanked so the programs read as a block under it.
      *****************************************************************
       3900-WRITE-DETAIL.
           move WS-DETAIL-LINE to ACCESS-REPORT-LINE
           write ACCESS-REPORT-LINE
           if WS-FIRST-LINE
              move spaces to WS-DL-OPERATOR
              move spaces to WS-DL-LEVEL
              move spaces to WS-DL-ACTIVE
              move spaces to WS-DL-PROFILE
              move "N" to WS-FIRST-LINE-SWITCH
           end-if
           .

       5000-PRINT-TOTALS.
           move spaces to ACCESS-REPORT-LINE
           write ACCESS-REPORT-LINE
           move WS-OPERATOR-COUNT to WS-COUNT-EDIT
           move spaces to ACCESS-REPORT-LINE
           string "OPERATEURS           : " delimited by size
                  WS-COUNT-EDIT delimited by size
                  into ACCESS-REPORT-LINE
           end-string
           write ACCESS-REPORT-LINE
           move WS-PROFILED-COUNT to WS-COUNT-EDIT
           move spaces to ACCESS-REPORT-LINE
           string "  AVEC PROFIL        : " delimited by size
                  WS-COUNT-EDIT delimited by size
                  into ACCESS-REPORT-LINE
           end-string
           write ACCESS-REPORT-LINE
           move WS-UNPROFILED-COUNT to WS-COUNT-EDIT
           move spaces to ACCESS-REPORT-LINE
           string "  SANS PROFIL        : " delimited by size
                  WS-COUNT-EDIT delimited by size
                  into ACCESS-REPORT-LINE
           end-string
           write ACCESS-REPORT-LINE
           move WS-INACTIVE-COUNT to WS-COUNT-EDIT
           move spaces to ACCESS-REPORT-LINE
           string "  INACTIFS           : " delimited by size
                  WS-COUNT-EDIT delimited by size
                  into ACCESS-REPORT-LINE
           end-string
           write ACCESS-REPORT-LINE
           move WS-FLAGGED-COUNT to WS-COUNT-EDIT
           move spaces to ACCESS-REPORT-LINE
           string "SIGNALEMENTS         : " delimited by size
                  WS-COUNT-EDIT delimited by size
                  into ACCESS-REPORT-LINE
           end-string
           write ACCESS-REPORT-LINE
           .

       9999-TERMINATE.
           if WS-AUTH-OPEN
              close AUTH-FILE
           end-if
           if WS-PROF-PRESENT
              close PROFILE-FILE
           end-if
           close ACCESS-REPORT
           display "OPERATEURS LISTES : " WS-OPERATOR-COUNT
           .
