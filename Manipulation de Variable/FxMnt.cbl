       identification division.
       program-id. FXMNT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-15.
       date-compiled.

      *****************************************************************
      *  FXMNT
      *
      *  Treasury's screen for the daily exchange rates (FXRTREC.cpy,
      *  DD FXRATES), gated by the same AUTH-FILE logon and
      *  permission profile as the other maintenance screens - only
      *  the profiles granted FXMNT reach the menu, and keying or
      *  cancelling a rate is checked again as it is chosen.
      *
      *  A rate is keyed per currency and date as the units of the
      *  currency one euro buys, with the bank's exchange margin on
      *  the currency.  The euro itself is the base and is refused.
      *  A rate keyed in error is cancelled, never deleted, and may
      *  then be keyed again on the same date; every rate keyed or
      *  cancelled is journalled with before/after images.  A trial
      *  conversion through FXCONV shows what SOLDUPDT would credit
      *  on a transfer between two currencies at a given date.
      *
      *  Modification history
      *  2026-10-15  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select FX-RATE-FILE assign to "FXRATES"
               organization is indexed
               access mode is dynamic
               record key is FX-KEY
               file status is WS-FX-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select AUTH-FILE assign to "AUTHFILE"
               organization is indexed
               access mode is dynamic
               record key is AUTH-OPERATOR-ID
               file status is WS-AUTH-FSTATUS.

       data division.
       file section.
       fd  FX-RATE-FILE.
       copy "FXRTREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-FX-STATUS                     PIC X(02).
           88  WS-FX-OK                       VALUE "00".
       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                    VALUE "00".
       01  WS-AUTH-FSTATUS                  PIC X(02).
           88  WS-AUTH-OK                     VALUE "00".

       01  WS-OPERATOR-ID                   PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                    PIC 9(08).
       01  WS-AUDIT-TIME                    PIC 9(08).
       01  WS-AUDIT-TS-ALPHA                PIC X(14).
       01  WS-AUDIT-SEQUENCE                PIC 9(07) VALUE 0.
       01  WS-AUDIT-ACTION                  PIC X(06).
       01  WS-AUDIT-KEY.
           05  WS-AUDIT-KEY-CCY             PIC X(03).
           05  WS-AUDIT-KEY-DATE            PIC 9(06).
       01  WS-BEFORE-IMAGE                  PIC X(60).
       01  WS-AFTER-IMAGE                   PIC X(60).

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-EXIT                    VALUE "Y".
           05  WS-AUTHORIZED-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTHORIZED                VALUE "Y".
           05  WS-FOUND-SWITCH               PIC X(01) VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-RATE-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-RATE-EOF                VALUE "Y".
           05  WS-REKEY-SWITCH               PIC X(01) VALUE "N".
               88  WS-REKEY                   VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-MENU-CHOICE                   PIC X(01).
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".
       01  WS-SEARCH-CCY                    PIC X(03).
       01  WS-SEARCH-DATE                   PIC 9(08).
       01  WS-DATE-CHECK                    PIC 9(08).
       01  WS-TODAY-DATE                    PIC 9(08).
       01  WS-TIME-NOW                      PIC 9(08).
       01  WS-UNITS-INPUT                   PIC 9(5)V9(6).
       01  WS-MARGIN-INPUT                  PIC 9(2)V9(4).
       01  WS-AMOUNT-INPUT                  PIC 9(09).
       01  WS-UNITS-EDIT                    PIC ZZZZ9.999999.
       01  WS-MARGIN-EDIT                   PIC Z9.9999.
       01  WS-DISPLAY-AMOUNT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-STATUS-LABEL                  PIC X(07).
       01  WS-LISTED-COUNT                  PIC 9(04).

       copy "DATEVLNK.cpy".

       copy "FXCLNK.cpy".

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1500-OPERATOR-LOGON thru 1500-EXIT
           if WS-AUTHORIZED
              perform 2000-DISPLAY-MENU until WS-EXIT
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open i-o FX-RATE-FILE
           if not WS-FX-OK
              close FX-RATE-FILE
              open output FX-RATE-FILE
              close FX-RATE-FILE
              open i-o FX-RATE-FILE
           end-if
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           .

       1500-OPERATOR-LOGON.
           open i-o AUTH-FILE
           if not WS-AUTH-OK
              display "ERREUR OUVERTURE AUTHFILE : " WS-AUTH-FSTATUS
              set WS-EXIT to true
              go to 1500-EXIT
           end-if
           perform 1510-PROMPT-CREDENTIALS thru 1510-EXIT
               until WS-AUTHORIZED or WS-LOGIN-ATTEMPTS >= 3
           if not WS-AUTHORIZED
              display "ACCES REFUSE - TROP DE TENTATIVES"
              set WS-EXIT to true
           end-if
           if WS-AUTHORIZED
              perform 1600-CHECK-PROGRAM-ACCESS
           end-if
           close AUTH-FILE
           .
       1500-EXIT.
           exit
           .

       1510-PROMPT-CREDENTIALS.
           display "Identifiant operateur ? "
           accept WS-LOGIN-ID
           display "Mot de passe ? "
           accept WS-LOGIN-PASSWORD
           move WS-LOGIN-ID to AUTH-OPERATOR-ID
           read AUTH-FILE
               invalid key
                   display "IDENTIFIANT INCONNU"
                   add 1 to WS-LOGIN-ATTEMPTS
                   perform 1520-LOG-FAILED-LOGON
                   go to 1510-EXIT
           end-read
           if AUTH-LOCKED
              display "COMPTE VERROUILLE - VOIR SUPERVISEUR"
              add 1 to WS-LOGIN-ATTEMPTS
              perform 1520-LOG-FAILED-LOGON
              go to 1510-EXIT
           end-if
           if AUTH-ACTIVE and AUTH-PASSWORD = WS-LOGIN-PASSWORD
              move 0 to AUTH-FAILED-ATTEMPTS
              accept AUTH-LAST-LOGON-DATE from date yyyymmdd
              rewrite AUTH-RECORD
              set WS-AUTHORIZED to true
              move WS-LOGIN-ID to WS-OPERATOR-ID
              move AUTH-PROFILE-ID to PERM-PROFILE-ID
           else
              display "MOT DE PASSE INVALIDE OU COMPTE INACTIF"
              add 1 to WS-LOGIN-ATTEMPTS
              add 1 to AUTH-FAILED-ATTEMPTS
              rewrite AUTH-RECORD
              perform 1520-LOG-FAILED-LOGON
           end-if
           .
       1510-EXIT.
           exit
           .

      *****************************************************************
      *  Records a failed logon attempt on AUDIT-JOURNAL, matching
      *  CUSTMENU's gate.
      *****************************************************************
       1520-LOG-FAILED-LOGON.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "FXMNT" to AUDIT-PROGRAM-ID
           move WS-LOGIN-ID to AUDIT-OPERATOR-ID
           move "AUTHFL" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
      *  Permission profile - the operator's profile must list this
      *  program before the menu opens, and keying or cancelling a
      *  rate is checked again as it is chosen.  A refusal is
      *  journalled under the profile and function refused.
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
           move "FXMNT" to PERM-PROGRAM-ID
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
           move "FXMNT" to AUDIT-PROGRAM-ID
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
           display "  COURS DE CHANGE"
           display "  1 - SAISIE D'UN COURS"
           display "  2 - ANNULATION D'UN COURS"
           display "  3 - HISTORIQUE D'UNE DEVISE"
           display "  4 - CONVERSION D'ESSAI"
           display "  F - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
           evaluate WS-MENU-CHOICE
               when "1" perform 3000-ENTER-RATE thru 3000-EXIT
               when "2" perform 4000-CANCEL-RATE thru 4000-EXIT
               when "3" perform 5000-LIST-CURRENCY thru 5000-EXIT
               when "4" perform 6000-TRIAL-CONVERSION thru 6000-EXIT
               when "F" set WS-EXIT to true
               when "f" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

      *****************************************************************
      *  SAISIE - the rate of one currency for one date (today when
      *  none is keyed).  A date already holding an active rate is
      *  refused - the rate must be cancelled first; a cancelled one
      *  is keyed again in place.
      *****************************************************************
       3000-ENTER-RATE.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3000-EXIT
           end-if
           perform 7000-ACCEPT-KEY thru 7000-EXIT
           if not WS-FOUND
              go to 3000-EXIT
           end-if
           move "N" to WS-REKEY-SWITCH
           move spaces to WS-BEFORE-IMAGE
           read FX-RATE-FILE
               invalid key
                   continue
               not invalid key
                   set WS-REKEY to true
           end-read
           if WS-REKEY
              if FX-ACTIVE
                 perform 7500-BUILD-RATE-IMAGE
                 display "COURS DEJA SAISI : " WS-UNITS-EDIT
                         " - ANNULER D'ABORD"
                 go to 3000-EXIT
              end-if
              perform 7500-BUILD-RATE-IMAGE
              move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           end-if
           display "Unites pour 1 EUR (ex 00001085300 = 1.085300) ? "
           accept WS-UNITS-INPUT
           if WS-UNITS-INPUT = 0
              display "COURS OBLIGATOIRE - ABANDON"
              go to 3000-EXIT
           end-if
           display "Marge de change % (ex 002500 = 0.25) ? "
           accept WS-MARGIN-INPUT
           move WS-UNITS-INPUT to WS-UNITS-EDIT
           move WS-MARGIN-INPUT to WS-MARGIN-EDIT
           display "1 EUR = " WS-UNITS-EDIT " " WS-SEARCH-CCY
                   "  MARGE " WS-MARGIN-EDIT " %"
           display "CONFIRMER (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "SAISIE ABANDONNEE"
              go to 3000-EXIT
           end-if
           move WS-SEARCH-CCY to FX-CURRENCY-CODE
           move WS-SEARCH-DATE to FX-RATE-DATE
           move WS-UNITS-INPUT to FX-UNITS-PER-EURO
           move WS-MARGIN-INPUT to FX-MARGIN-PCT
           set FX-ACTIVE to true
           move WS-OPERATOR-ID to FX-ENTERED-BY
           perform 7600-STAMP-ENTRY
           if WS-REKEY
              rewrite FX-RATE-RECORD
                  invalid key
                      display "ERREUR REECRITURE FXRATES : "
                              WS-FX-STATUS
                      go to 3000-EXIT
              end-rewrite
           else
              write FX-RATE-RECORD
                  invalid key
                      display "ERREUR ECRITURE FXRATES : "
                              WS-FX-STATUS
                      go to 3000-EXIT
              end-write
           end-if
           perform 7500-BUILD-RATE-IMAGE
           move "FXAJT" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "COURS " FX-CURRENCY-CODE " DU " FX-RATE-DATE
                   " ENREGISTRE"
           .
       3000-EXIT.
           exit
           .

      *****************************************************************
      *  ANNULATION - an active rate is marked cancelled; it stays on
      *  file so conversions already made on it stay explainable.
      *****************************************************************
       4000-CANCEL-RATE.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4000-EXIT
           end-if
           perform 7000-ACCEPT-KEY thru 7000-EXIT
           if not WS-FOUND
              go to 4000-EXIT
           end-if
           read FX-RATE-FILE
               invalid key
                   display "AUCUN COURS " WS-SEARCH-CCY " AU "
                           WS-SEARCH-DATE
                   go to 4000-EXIT
           end-read
           if FX-CANCELLED
              display "COURS DEJA ANNULE"
              go to 4000-EXIT
           end-if
           perform 7500-BUILD-RATE-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "1 EUR = " WS-UNITS-EDIT " " FX-CURRENCY-CODE
                   "  SAISI PAR " FX-ENTERED-BY
           display "ANNULER CE COURS (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "ANNULATION ABANDONNEE"
              go to 4000-EXIT
           end-if
           set FX-CANCELLED to true
           move WS-OPERATOR-ID to FX-ENTERED-BY
           perform 7600-STAMP-ENTRY
           rewrite FX-RATE-RECORD
               invalid key
                   display "ERREUR REECRITURE FXRATES : " WS-FX-STATUS
                   go to 4000-EXIT
           end-rewrite
           perform 7500-BUILD-RATE-IMAGE
           move "FXANN" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "COURS " FX-CURRENCY-CODE " DU " FX-RATE-DATE
                   " ANNULE"
           .
       4000-EXIT.
           exit
           .

      *****************************************************************
      *  HISTORIQUE - every rate keyed for one currency, oldest
      *  first, cancelled ones included.
      *****************************************************************
       5000-LIST-CURRENCY.
           display "Code devise ? "
           accept WS-SEARCH-CCY
           move 0 to WS-LISTED-COUNT
           move "N" to WS-RATE-EOF-SWITCH
           move WS-SEARCH-CCY to FX-CURRENCY-CODE
           move 0 to FX-RATE-DATE
           start FX-RATE-FILE key not < FX-KEY
               invalid key
                   set WS-RATE-EOF to true
           end-start
           perform 7200-READ-NEXT-RATE
           perform 5010-SHOW-RATE until WS-RATE-EOF
           if WS-LISTED-COUNT = 0
              display "AUCUN COURS POUR " WS-SEARCH-CCY
           else
              display "COURS LISTES : " WS-LISTED-COUNT
           end-if
           .
       5000-EXIT.
           exit
           .

       5010-SHOW-RATE.
           if FX-CURRENCY-CODE not = WS-SEARCH-CCY
              set WS-RATE-EOF to true
           else
              add 1 to WS-LISTED-COUNT
              move FX-UNITS-PER-EURO to WS-UNITS-EDIT
              move FX-MARGIN-PCT to WS-MARGIN-EDIT
              if FX-ACTIVE
                 move "ACTIF" to WS-STATUS-LABEL
              else
                 move "ANNULE" to WS-STATUS-LABEL
              end-if
              display "  " FX-RATE-DATE " " WS-UNITS-EDIT
                      " MARGE " WS-MARGIN-EDIT " " WS-STATUS-LABEL
                      " " FX-ENTERED-BY
              perform 7200-READ-NEXT-RATE
           end-if
           .

      *****************************************************************
      *  CONVERSION D'ESSAI - an amount between two currencies at
      *  the rates applying on a date, with the exchange margin the
      *  way SOLDUPDT withholds it on a transfer.
      *****************************************************************
       6000-TRIAL-CONVERSION.
           display "Devise d'origine ? "
           accept FXC-FROM-CCY
           display "Devise de destination ? "
           accept FXC-TO-CCY
           display "Date des cours (AAAAMMJJ, 0 = AUJOURD'HUI) ? "
           accept WS-SEARCH-DATE
           if WS-SEARCH-DATE = 0
              accept WS-SEARCH-DATE from date yyyymmdd
           end-if
           display "Montant ? "
           accept WS-AMOUNT-INPUT
           move WS-SEARCH-DATE to FXC-RATE-DATE
           move WS-AMOUNT-INPUT to FXC-AMOUNT
           set FXC-WITH-MARGIN to true
           call "FXCONV" using FX-CONVERSION-PARMS
           if FXC-RATE-MISSING
              display "COURS ABSENT POUR L'UNE DES DEVISES AU "
                      WS-SEARCH-DATE
              go to 6000-EXIT
           end-if
           move FXC-CROSS-RATE to WS-UNITS-EDIT
           display "COURS CROISE     : " WS-UNITS-EDIT
           move FXC-MARGIN-PCT to WS-MARGIN-EDIT
           display "MARGE            : " WS-MARGIN-EDIT " %"
           move FXC-MARGIN-AMOUNT to WS-DISPLAY-AMOUNT
           display "MONTANT MARGE    : " WS-DISPLAY-AMOUNT " "
                   FXC-TO-CCY
           move FXC-CONVERTED-AMOUNT to WS-DISPLAY-AMOUNT
           display "MONTANT CREDITE  : " WS-DISPLAY-AMOUNT " "
                   FXC-TO-CCY
           .
       6000-EXIT.
           exit
           .

      *****************************************************************
      *  Currency and date of the rate worked on, into the record
      *  key.  The euro is the base and has no rate; the date
      *  defaults to today and must be a real date not in the
      *  future.
      *****************************************************************
       7000-ACCEPT-KEY.
           move "N" to WS-FOUND-SWITCH
           display "Code devise (ISO, ex USD) ? "
           accept WS-SEARCH-CCY
           if WS-SEARCH-CCY = spaces
              display "DEVISE OBLIGATOIRE - ABANDON"
              go to 7000-EXIT
           end-if
           if WS-SEARCH-CCY = "EUR"
              display "L'EURO EST LA DEVISE DE BASE - SANS COURS"
              go to 7000-EXIT
           end-if
           if WS-SEARCH-CCY not alphabetic-upper
              display "CODE DEVISE INVALIDE - ABANDON"
              go to 7000-EXIT
           end-if
           display "Date du cours (AAAAMMJJ, 0 = AUJOURD'HUI) ? "
           accept WS-SEARCH-DATE
           if WS-SEARCH-DATE = 0
              accept WS-SEARCH-DATE from date yyyymmdd
           end-if
           move WS-SEARCH-DATE to WS-DATE-CHECK
           perform 7700-VALIDATE-DATE
           if DV-INVALID
              display "DATE DU COURS INVALIDE - ABANDON"
              go to 7000-EXIT
           end-if
           move WS-SEARCH-CCY to FX-CURRENCY-CODE
           move WS-SEARCH-DATE to FX-RATE-DATE
           set WS-FOUND to true
           .
       7000-EXIT.
           exit
           .

       7200-READ-NEXT-RATE.
           if not WS-RATE-EOF
              read FX-RATE-FILE next record
                  at end set WS-RATE-EOF to true
              end-read
           end-if
           .

       7500-BUILD-RATE-IMAGE.
           move FX-UNITS-PER-EURO to WS-UNITS-EDIT
           move FX-MARGIN-PCT to WS-MARGIN-EDIT
           move spaces to WS-AFTER-IMAGE
           string FX-CURRENCY-CODE delimited by size
                  " " delimited by size
                  FX-RATE-DATE delimited by size
                  " COURS " delimited by size
                  WS-UNITS-EDIT delimited by size
                  " MARGE " delimited by size
                  WS-MARGIN-EDIT delimited by size
                  " ST " delimited by size
                  FX-STATUS delimited by size
                  into WS-AFTER-IMAGE
           end-string
           move FX-CURRENCY-CODE to WS-AUDIT-KEY-CCY
           move FX-RATE-DATE(3:6) to WS-AUDIT-KEY-DATE
           .

       7600-STAMP-ENTRY.
           accept WS-TODAY-DATE from date yyyymmdd
           accept WS-TIME-NOW from time
           compute FX-ENTERED-TS =
               WS-TODAY-DATE * 1000000 + WS-TIME-NOW / 100
           .

      *****************************************************************
      *  Routes a keyed AAAAMMJJ date through the shared DATEVAL
      *  subprogram.
      *****************************************************************
       7700-VALIDATE-DATE.
           move WS-DATE-CHECK(7:2) to DV-JOUR
           move WS-DATE-CHECK(5:2) to DV-MOIS
           move WS-DATE-CHECK(1:4) to DV-ANNEE
           call "DATEVAL" using DATE-VALIDATION-PARMS
           .

      *****************************************************************
      *  One journal record from WS-AUDIT-ACTION, WS-AUDIT-KEY
      *  (currency and rate date) and the before/after images the
      *  caller left.
      *****************************************************************
       8000-WRITE-AUDIT.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "FXMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move WS-AUDIT-KEY to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
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
           move "FXMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close FX-RATE-FILE
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
