      *                   AUDIT-SEQUENCE and the run closes with a
      *                   FINRUN trailer carrying the record count,
      *                   for AUDITVER's integrity proof.
      *  2026-10-06  YLC  The operator's permission profile (PERMCHK)
      *                   must list ARCINQ before anything is done; a
      *                   refusal is journalled as PERMRF.
      *  2026-10-07  YLC  A successful logon stamps AUTH-LAST-LOGON-DATE
      *                   on the operator's record for the nightly
      *                   OPIDLE idle-operator check.
      *****************************************************************
       environment division.
       input-output section.
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
              display "ACCES REFUSE - TROP DE TENTATIVES"
              set WS-EXIT to true
           end-if
           if WS-AUTHORIZED
              perform 1600-CHECK-PROGRAM-ACCESS
           end-if
           close AUTH-FILE
           .
       1500-EXIT.
           end-if
           if AUTH-ACTIVE and AUTH-PASSWORD = WS-LOGIN-PASSWORD
              move 0 to AUTH-FAILED-ATTEMPTS
              accept AUTH-LAST-LOGON-DATE from date yyyymmdd
              rewrite AUTH-RECORD
              set WS-AUTHORIZED to true
              move WS-LOGIN-ID to WS-OPERATOR-ID
              move AUTH-PROFILE-ID to PERM-PROFILE-ID
              move AUTH-LEVEL to WS-OPERATOR-LEVEL
           else
              display "MOT DE PASSE INVALIDE OU COMPTE INACTIF"
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Permission profile - the operator's profile must list this
      *  program before anything is done.  A refusal is journalled
      *  under the profile refused.
      *****************************************************************
       1600-CHECK-PROGRAM-ACCESS.
           set PERM-FN-ENTRY to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              display "PROGRAMME NON AUTORISE POUR VOTRE PROFIL"
              move "N" to WS-AUTHORIZED-SWITCH
              set WS-EXIT to true
           end-if
           .

       1610-CHECK-PERMISSION.
           move "ARCINQ" to PERM-PROGRAM-ID
           call "PERMCHK" using PERMISSION-CHECK-PARMS
           if PERM-DENIED
              if not PERM-FN-ENTRY
                 display "FONCTION NON AUTORISEE POUR VOTRE PROFIL"
              end-if
              perform 1620-LOG-PERMISSION-REFUSAL
           end-if
           .

       1620-LOG-PERMISSION-REFUSAL.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "ARCINQ  " to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "PERMRF" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           string "PROFIL " delimited by size
                  PERM-PROFILE-ID delimited by size
                  " FONCTION " delimited by size
                  PERM-FUNCTION delimited by size
                  into AUDIT-BEFORE-IMAGE
           end-string
           move spaces to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       2000-DISPLAY-MENU.
           display "----------------------------------------"
           display "  CONSULTATION DES COMPTES ARCHIVES"
