       identification division.
       program-id. DISPMNT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-08.
       date-compiled.

      *****************************************************************
      *  DISPMNT
      *
      *  Maintenance screen for customer dispute and complaint cases
      *  (DISPREC.cpy), gated by the same AUTH-FILE logon and
      *  permission profile as the other maintenance screens.  A
      *  clerk opens a case against a live account - the category,
      *  what the customer says, the operator who owns it and, when
      *  a posted movement is disputed, the movement itself, picked
      *  from the account's TRANHIST postings of the day named.  The
      *  case is then worked here: owner and summary changed, the
      *  written acknowledgement recorded, the reversal posted at
      *  the counter (TRANENT "E") linked to it, and finally closed
      *  with its outcome.  Case numbers come from the DISPCTL
      *  sequence the way CUSTMENU numbers customers from CUSTCTL.
      *  Every change is journalled with before/after images; the
      *  weekly DISPAGE run ages the open cases against the
      *  response deadlines.
      *
      *  Modification history
      *  2026-10-08  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select DISPUTE-FILE assign to "DISPFILE"
               organization is indexed
               access mode is dynamic
               record key is DSP-KEY
               file status is WS-DISP-STATUS.

           select DISPUTE-CONTROL assign to "DISPCTL"
               organization is sequential
               file status is WS-CTL-STATUS.

           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCTMAST-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select TRANSACTION-HISTORY assign to "TRANHIST"
               organization is sequential
               file status is WS-TRANHIST-STATUS.

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
       fd  DISPUTE-FILE.
       copy "DISPREC.cpy".

       fd  DISPUTE-CONTROL.
       01  DISPUTE-CONTROL-RECORD.
           05  CTL-LAST-CASE-NUMBER        PIC 9(08).

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  TRANSACTION-HISTORY.
       copy "THISTREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-DISP-STATUS                   PIC X(02).
           88  WS-DISP-OK                     VALUE "00".
       01  WS-CTL-STATUS                    PIC X(02).
           88  WS-CTL-OK                      VALUE "00".
       01  WS-ACCTMAST-STATUS               PIC X(02).
       01  WS-CUSTMAST-STATUS               PIC X(02).
       01  WS-TRANHIST-STATUS               PIC X(02).
           88  WS-TRANHIST-OK                 VALUE "00".
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
       01  WS-AUDIT-KEY                     PIC 9(09).
       01  WS-BEFORE-IMAGE                  PIC X(60).
       01  WS-AFTER-IMAGE                   PIC X(60).

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-EXIT                    VALUE "Y".
           05  WS-AUTHORIZED-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTHORIZED                VALUE "Y".
           05  WS-FOUND-SWITCH               PIC X(01) VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-CASE-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-CASE-EOF                VALUE "Y".
           05  WS-HIST-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-HIST-EOF                VALUE "Y".
           05  WS-REVERSAL-SWITCH            PIC X(01) VALUE "N".
               88  WS-REVERSAL-FOUND          VALUE "Y".
           05  WS-OWNER-SWITCH               PIC X(01) VALUE "N".
               88  WS-OWNER-VALID             VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-MENU-CHOICE                   PIC X(01).
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".
       01  WS-SEARCH-CASE                   PIC 9(08).
       01  WS-SEARCH-CUST                   PIC 9(06).
       01  WS-SEARCH-DATE                   PIC 9(08).
       01  WS-DUPLICATE-CASE                PIC 9(08).
       01  WS-LISTED-COUNT                  PIC 9(04).
       01  WS-OWNER-INPUT                   PIC X(08).
       01  WS-SUMMARY-INPUT                 PIC X(40).
       01  WS-ACK-INPUT                     PIC 9(08).
       01  WS-TODAY-DATE                    PIC 9(08).
       01  WS-DATE-CHECK                    PIC 9(08).
       01  WS-DISPLAY-AMOUNT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-CATEGORY-LABEL                PIC X(22).
       01  WS-OUTCOME-LABEL                 PIC X(22).

      *--------------------------------------------------------------*
      *    The case being opened - held apart from the record area   *
      *    because the duplicate check browses DISPUTE-FILE.         *
      *--------------------------------------------------------------*
       01  WS-NEW-ACCT                      PIC 9(09).
       01  WS-NEW-CUST                      PIC 9(06).
       01  WS-NEW-CATEGORY                  PIC X(01).
       01  WS-CHOSEN-MOVEMENT.
           05  WS-CHOSEN-DATE                PIC 9(08).
           05  WS-CHOSEN-TS                  PIC 9(14).
           05  WS-CHOSEN-TYPE                PIC X(01).
           05  WS-CHOSEN-AMOUNT              PIC S9(9) COMP-3.
           05  WS-CHOSEN-CHANNEL             PIC X(01).

      *--------------------------------------------------------------*
      *    The account's postings of the day named, offered to the   *
      *    clerk by line number - TRANHIST timestamps are not shown  *
      *    anywhere a customer could quote them from.                *
      *--------------------------------------------------------------*
       01  WS-CANDIDATE-COUNT               PIC 9(02) VALUE 0.
       01  WS-CANDIDATE-SUB                 PIC 9(02).
       01  WS-CHOSEN-LINE                   PIC 9(02).
       01  WS-CANDIDATE-OVERFLOW            PIC 9(04) VALUE 0.
       01  WS-CANDIDATE-TABLE.
           05  WS-CANDIDATE OCCURS 20 TIMES.
               10  WS-CD-TIMESTAMP           PIC 9(14).
               10  WS-CD-TYPE                PIC X(01).
               10  WS-CD-AMOUNT              PIC S9(9) COMP-3.
               10  WS-CD-CHANNEL             PIC X(01).
               10  WS-CD-ORIG-TS             PIC 9(14).

       01  WS-REVERSAL-TS                   PIC 9(14).
       01  WS-REVERSAL-DATE                 PIC 9(08).
       01  WS-REVERSAL-AMOUNT               PIC S9(9) COMP-3.

       copy "DATEVLNK.cpy".

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
           open input DISPUTE-CONTROL
           if not WS-CTL-OK
              move 0 to CTL-LAST-CASE-NUMBER
           else
              read DISPUTE-CONTROL
                  at end move 0 to CTL-LAST-CASE-NUMBER
              end-read
           end-if
           close DISPUTE-CONTROL
           open i-o DISPUTE-FILE
           if not WS-DISP-OK
              close DISPUTE-FILE
              open output DISPUTE-FILE
              close DISPUTE-FILE
              open i-o DISPUTE-FILE
           end-if
           open input ACCOUNT-MASTER
           open input CUSTOMER-MASTER
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
           move "DISPMNT" to AUDIT-PROGRAM-ID
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
      *  program before the menu opens, and each function that
      *  changes data is checked again as it is chosen.  A refusal
      *  is journalled under the profile and function refused.
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
           move "DISPMNT" to PERM-PROGRAM-ID
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
           move "DISPMNT" to AUDIT-PROGRAM-ID
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
           display "  LITIGES ET RECLAMATIONS"
           display "  1 - OUVERTURE D'UN DOSSIER"
           display "  2 - CONSULTATION D'UN DOSSIER"
           display "  3 - DOSSIERS D'UN CLIENT"
           display "  4 - RESPONSABLE / OBJET"
           display "  5 - ACCUSE DE RECEPTION"
           display "  6 - LIEN AVEC L'EXTOURNE"
           display "  7 - CLOTURE"
           display "  8 - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
           evaluate WS-MENU-CHOICE
               when "1" perform 3000-OPEN-CASE thru 3000-EXIT
               when "2" perform 4000-INQUIRE-CASE thru 4000-EXIT
               when "3" perform 4100-LIST-CUSTOMER-CASES
               when "4" perform 5000-MODIFY-CASE thru 5000-EXIT
               when "5" perform 5100-ACKNOWLEDGE-CASE thru 5100-EXIT
               when "6" perform 5200-LINK-REVERSAL thru 5200-EXIT
               when "7" perform 6000-CLOSE-CASE thru 6000-EXIT
               when "8" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

      *****************************************************************
      *  OUVERTURE - the account must be live on ACCOUNT-MASTER; the
      *  customer is its owner.  The three categories that dispute a
      *  movement must name it, the others may.  A movement already
      *  carried by an open case is refused so one dispute is not
      *  worked twice.  The number is taken from DISPCTL and the
      *  sequence saved at once.
      *****************************************************************
       3000-OPEN-CASE.
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 3000-EXIT
           end-if
           display "Numero de compte ? "
           accept WS-NEW-ACCT
           move WS-NEW-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   display "COMPTE INCONNU : " WS-NEW-ACCT
                   go to 3000-EXIT
           end-read
           move ACCT-CUST-NUMBER to WS-NEW-CUST
           move ACCT-CUST-NUMBER to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   display "CLIENT INCONNU : " ACCT-CUST-NUMBER
                   go to 3000-EXIT
           end-read
           display "CLIENT : " CUST-NUMBER " " CUST-PRENOM " "
                   CUST-NOM
           display "Categorie (N=OPERATION NON RECONNUE, "
                   "M=MONTANT ERRONE, D=DOUBLE IMPUTATION, "
           display "           F=FRAIS CONTESTES, S=SERVICE, "
                   "A=AUTRE) ? "
           accept DSP-CATEGORY
           if not DSP-CAT-VALID
              display "CATEGORIE NON RECONNUE - ABANDON"
              go to 3000-EXIT
           end-if
           move DSP-CATEGORY to WS-NEW-CATEGORY
           move 0 to WS-CHOSEN-DATE
           move 0 to WS-CHOSEN-TS
           move space to WS-CHOSEN-TYPE
           move 0 to WS-CHOSEN-AMOUNT
           move space to WS-CHOSEN-CHANNEL
           if DSP-CAT-PAYMENT
              perform 3100-CHOOSE-MOVEMENT thru 3100-EXIT
              if WS-CHOSEN-TS = 0
                 display "UNE OPERATION CONTESTEE DOIT DESIGNER LE "
                         "MOUVEMENT - ABANDON"
                 go to 3000-EXIT
              end-if
           else
              display "La reclamation porte-t-elle sur un "
                      "mouvement (O/N) ? "
              accept WS-CONFIRM
              if WS-CONFIRM-OUI
                 perform 3100-CHOOSE-MOVEMENT thru 3100-EXIT
                 if WS-CHOSEN-TS = 0
                    display "AUCUN MOUVEMENT RETENU - ABANDON"
                    go to 3000-EXIT
                 end-if
              end-if
           end-if
           if WS-CHOSEN-TS > 0
              perform 3200-CHECK-DUPLICATE-CASE
              if WS-FOUND
                 display "DOSSIER DEJA OUVERT SUR CE MOUVEMENT : "
                         WS-DUPLICATE-CASE
                 go to 3000-EXIT
              end-if
           end-if
           display "Objet de la reclamation ? "
           accept WS-SUMMARY-INPUT
           if WS-SUMMARY-INPUT = spaces
              display "OBJET OBLIGATOIRE - ABANDON"
              go to 3000-EXIT
           end-if
           display "Responsable du dossier (VIDE = VOUS-MEME) ? "
           accept WS-OWNER-INPUT
           if WS-OWNER-INPUT = spaces
              move WS-OPERATOR-ID to WS-OWNER-INPUT
           else
              perform 7600-CHECK-OWNER
              if not WS-OWNER-VALID
                 display "OPERATEUR INCONNU OU INACTIF - ABANDON"
                 go to 3000-EXIT
              end-if
           end-if
           move spaces to DISPUTE-CASE-RECORD
           move 0 to DSP-ACK-DATE
           move 0 to DSP-CLOSED-DATE
           move 0 to DSP-REVERSAL-TIMESTAMP
           move 0 to DSP-REVERSAL-AMOUNT
           add 1 to CTL-LAST-CASE-NUMBER
           move CTL-LAST-CASE-NUMBER to DSP-CASE-NUMBER
           move WS-NEW-CUST to DSP-CUST-NUMBER
           move WS-NEW-ACCT to DSP-ACCT-NUMBER
           move WS-NEW-CATEGORY to DSP-CATEGORY
           move WS-CHOSEN-DATE to DSP-TH-POST-DATE
           move WS-CHOSEN-TS to DSP-TH-TIMESTAMP
           move WS-CHOSEN-TYPE to DSP-TH-TYPE
           move WS-CHOSEN-AMOUNT to DSP-TH-AMOUNT
           move WS-CHOSEN-CHANNEL to DSP-TH-CHANNEL
           move WS-SUMMARY-INPUT to DSP-SUMMARY
           accept DSP-OPENED-DATE from date yyyymmdd
           move WS-OPERATOR-ID to DSP-OPENED-BY
           move WS-OWNER-INPUT to DSP-OWNER
           set DSP-OPEN to true
           write DISPUTE-CASE-RECORD
               invalid key
                   display "ERREUR ECRITURE DISPFILE : "
                           WS-DISP-STATUS
                   subtract 1 from CTL-LAST-CASE-NUMBER
                   go to 3000-EXIT
           end-write
           perform 3300-SAVE-CONTROL
           move spaces to WS-BEFORE-IMAGE
           move "DSPOUV" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "DOSSIER " DSP-CASE-NUMBER " OUVERT"
           .
       3000-EXIT.
           exit
           .

      *****************************************************************
      *  Lists the account's postings on the day the customer names
      *  and lets the clerk pick one by line - the first twenty of
      *  the day are offered.  WS-CHOSEN-TS stays zero when nothing
      *  is picked.
      *****************************************************************
       3100-CHOOSE-MOVEMENT.
           display "Date de comptabilisation du mouvement "
                   "(AAAAMMJJ) ? "
           accept WS-SEARCH-DATE
           move 0 to WS-CANDIDATE-COUNT
           move 0 to WS-CANDIDATE-OVERFLOW
           move "N" to WS-HIST-EOF-SWITCH
           open input TRANSACTION-HISTORY
           if not WS-TRANHIST-OK
              display "AUCUN HISTORIQUE DE MOUVEMENTS"
              close TRANSACTION-HISTORY
              go to 3100-EXIT
           end-if
           perform 7100-READ-HISTORY
           perform 3110-KEEP-IF-ON-DATE until WS-HIST-EOF
           close TRANSACTION-HISTORY
           if WS-CANDIDATE-COUNT = 0
              display "AUCUN MOUVEMENT DU COMPTE A CETTE DATE"
              go to 3100-EXIT
           end-if
           perform 3120-SHOW-CANDIDATE
               varying WS-CANDIDATE-SUB from 1 by 1
               until WS-CANDIDATE-SUB > WS-CANDIDATE-COUNT
           if WS-CANDIDATE-OVERFLOW > 0
              display "  ... ET " WS-CANDIDATE-OVERFLOW
                      " AUTRE(S) NON PROPOSE(S)"
           end-if
           display "Ligne du mouvement conteste (0 = ABANDON) ? "
           accept WS-CHOSEN-LINE
           if WS-CHOSEN-LINE = 0
                   or WS-CHOSEN-LINE > WS-CANDIDATE-COUNT
              go to 3100-EXIT
           end-if
           move WS-SEARCH-DATE to WS-CHOSEN-DATE
           move WS-CD-TIMESTAMP(WS-CHOSEN-LINE) to WS-CHOSEN-TS
           move WS-CD-TYPE(WS-CHOSEN-LINE) to WS-CHOSEN-TYPE
           move WS-CD-AMOUNT(WS-CHOSEN-LINE) to WS-CHOSEN-AMOUNT
           move WS-CD-CHANNEL(WS-CHOSEN-LINE) to WS-CHOSEN-CHANNEL
           .
       3100-EXIT.
           exit
           .

       3110-KEEP-IF-ON-DATE.
           if TH-ACCT-NUMBER = WS-NEW-ACCT
                   and TH-POST-DATE = WS-SEARCH-DATE
              if WS-CANDIDATE-COUNT < 20
                 add 1 to WS-CANDIDATE-COUNT
                 move TH-TIMESTAMP
                     to WS-CD-TIMESTAMP(WS-CANDIDATE-COUNT)
                 move TH-TYPE to WS-CD-TYPE(WS-CANDIDATE-COUNT)
                 move TH-AMOUNT to WS-CD-AMOUNT(WS-CANDIDATE-COUNT)
                 move TH-CHANNEL
                     to WS-CD-CHANNEL(WS-CANDIDATE-COUNT)
                 move TH-ORIG-TIMESTAMP
                     to WS-CD-ORIG-TS(WS-CANDIDATE-COUNT)
              else
                 add 1 to WS-CANDIDATE-OVERFLOW
              end-if
           end-if
           perform 7100-READ-HISTORY
           .

       3120-SHOW-CANDIDATE.
           move WS-CD-AMOUNT(WS-CANDIDATE-SUB) to WS-DISPLAY-AMOUNT
           if WS-CD-TYPE(WS-CANDIDATE-SUB) = "D"
              display "  " WS-CANDIDATE-SUB " DEBIT  "
                      WS-DISPLAY-AMOUNT " CANAL "
                      WS-CD-CHANNEL(WS-CANDIDATE-SUB)
           else
              display "  " WS-CANDIDATE-SUB " CREDIT "
                      WS-DISPLAY-AMOUNT " CANAL "
                      WS-CD-CHANNEL(WS-CANDIDATE-SUB)
           end-if
           if WS-CD-ORIG-TS(WS-CANDIDATE-SUB) > 0
              display "     (EXTOURNE D'UN MOUVEMENT ANTERIEUR)"
           end-if
           .

      *****************************************************************
      *  An open case already carrying the same movement - a browse
      *  of DISPUTE-FILE from the first case.
      *****************************************************************
       3200-CHECK-DUPLICATE-CASE.
           move "N" to WS-FOUND-SWITCH
           move "N" to WS-CASE-EOF-SWITCH
           move 1 to DSP-CASE-NUMBER
           start DISPUTE-FILE key not < DSP-KEY
               invalid key
                   set WS-CASE-EOF to true
           end-start
           perform 7200-READ-NEXT-CASE
           perform 3210-CHECK-ONE-CASE
               until WS-CASE-EOF or WS-FOUND
           .

       3210-CHECK-ONE-CASE.
           if DSP-OPEN
                   and DSP-ACCT-NUMBER = WS-NEW-ACCT
                   and DSP-TH-TIMESTAMP = WS-CHOSEN-TS
              set WS-FOUND to true
              move DSP-CASE-NUMBER to WS-DUPLICATE-CASE
           else
              perform 7200-READ-NEXT-CASE
           end-if
           .

       3300-SAVE-CONTROL.
           open output DISPUTE-CONTROL
           write DISPUTE-CONTROL-RECORD
           close DISPUTE-CONTROL
           .

       4000-INQUIRE-CASE.
           perform 7000-READ-CASE thru 7000-EXIT
           if not WS-FOUND
              go to 4000-EXIT
           end-if
           perform 7650-SET-LABELS
           display "DOSSIER      : " DSP-CASE-NUMBER
           display "CLIENT       : " DSP-CUST-NUMBER
           display "COMPTE       : " DSP-ACCT-NUMBER
           display "CATEGORIE    : " WS-CATEGORY-LABEL
           display "OBJET        : " DSP-SUMMARY
           if DSP-TH-TIMESTAMP = 0
              display "MOUVEMENT    : AUCUN"
           else
              move DSP-TH-AMOUNT to WS-DISPLAY-AMOUNT
              display "MOUVEMENT    : " DSP-TH-POST-DATE " "
                      DSP-TH-TYPE " " WS-DISPLAY-AMOUNT
                      " CANAL " DSP-TH-CHANNEL
           end-if
           display "OUVERT LE    : " DSP-OPENED-DATE " PAR "
                   DSP-OPENED-BY
           display "RESPONSABLE  : " DSP-OWNER
           if DSP-ACK-DATE = 0
              display "ACCUSE RECEP : NON ENVOYE"
           else
              display "ACCUSE RECEP : " DSP-ACK-DATE
           end-if
           if DSP-OPEN
              display "STATUT       : OUVERT"
           else
              display "STATUT       : CLOS LE " DSP-CLOSED-DATE
                      " PAR " DSP-CLOSED-BY
              display "ISSUE        : " WS-OUTCOME-LABEL
           end-if
           if DSP-REVERSAL-TIMESTAMP = 0
              display "EXTOURNE     : AUCUNE"
           else
              move DSP-REVERSAL-AMOUNT to WS-DISPLAY-AMOUNT
              display "EXTOURNE     : " DSP-REVERSAL-TIMESTAMP " "
                      WS-DISPLAY-AMOUNT
           end-if
           .
       4000-EXIT.
           exit
           .

      *****************************************************************
      *  Every case of one customer, open and closed - a browse of
      *  DISPUTE-FILE, which is keyed on the case number only.
      *****************************************************************
       4100-LIST-CUSTOMER-CASES.
           display "Numero de client ? "
           accept WS-SEARCH-CUST
           move 0 to WS-LISTED-COUNT
           move "N" to WS-CASE-EOF-SWITCH
           move 1 to DSP-CASE-NUMBER
           start DISPUTE-FILE key not < DSP-KEY
               invalid key
                   set WS-CASE-EOF to true
           end-start
           perform 7200-READ-NEXT-CASE
           perform 4110-SHOW-IF-CUSTOMER until WS-CASE-EOF
           if WS-LISTED-COUNT = 0
              display "AUCUN DOSSIER POUR CE CLIENT"
           else
              display "DOSSIERS : " WS-LISTED-COUNT
           end-if
           .

       4110-SHOW-IF-CUSTOMER.
           if DSP-CUST-NUMBER = WS-SEARCH-CUST
              add 1 to WS-LISTED-COUNT
              perform 7650-SET-LABELS
              if DSP-OPEN
                 display "  " DSP-CASE-NUMBER " " DSP-OPENED-DATE
                         " " DSP-ACCT-NUMBER " " WS-CATEGORY-LABEL
                         " OUVERT"
              else
                 display "  " DSP-CASE-NUMBER " " DSP-OPENED-DATE
                         " " DSP-ACCT-NUMBER " " WS-CATEGORY-LABEL
                         " CLOS " WS-OUTCOME-LABEL
              end-if
           end-if
           perform 7200-READ-NEXT-CASE
           .

      *****************************************************************
      *  RESPONSABLE / OBJET - reassigns the case or rewords what the
      *  customer complains of; blank keeps the current value.  The
      *  category is fixed at opening since the deadline runs from
      *  it.
      *****************************************************************
       5000-MODIFY-CASE.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 5000-EXIT
           end-if
           perform 7000-READ-CASE thru 7000-EXIT
           if not WS-FOUND
              go to 5000-EXIT
           end-if
           if DSP-CLOSED
              display "DOSSIER CLOS - MODIFICATION IMPOSSIBLE"
              go to 5000-EXIT
           end-if
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "Responsable (" DSP-OWNER ") ? "
           accept WS-OWNER-INPUT
           if WS-OWNER-INPUT not = spaces
              perform 7600-CHECK-OWNER
              if not WS-OWNER-VALID
                 display "OPERATEUR INCONNU OU INACTIF - ABANDON"
                 go to 5000-EXIT
              end-if
           end-if
           display "Objet (" DSP-SUMMARY ") ? "
           accept WS-SUMMARY-INPUT
           if WS-OWNER-INPUT = spaces and WS-SUMMARY-INPUT = spaces
              display "AUCUNE MODIFICATION"
              go to 5000-EXIT
           end-if
           if WS-OWNER-INPUT not = spaces
              move WS-OWNER-INPUT to DSP-OWNER
           end-if
           if WS-SUMMARY-INPUT not = spaces
              move WS-SUMMARY-INPUT to DSP-SUMMARY
           end-if
           rewrite DISPUTE-CASE-RECORD
               invalid key
                   display "ERREUR REECRITURE DISPFILE : "
                           WS-DISP-STATUS
                   go to 5000-EXIT
           end-rewrite
           move "DSPMOD" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "DOSSIER " DSP-CASE-NUMBER " MODIFIE"
           .
       5000-EXIT.
           exit
           .

      *****************************************************************
      *  ACCUSE DE RECEPTION - the day the written acknowledgement
      *  went out, today unless keyed; it cannot precede the case
      *  or lie in the future.
      *****************************************************************
       5100-ACKNOWLEDGE-CASE.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 5100-EXIT
           end-if
           perform 7000-READ-CASE thru 7000-EXIT
           if not WS-FOUND
              go to 5100-EXIT
           end-if
           if DSP-CLOSED
              display "DOSSIER CLOS - MODIFICATION IMPOSSIBLE"
              go to 5100-EXIT
           end-if
           if DSP-ACK-DATE not = 0
              display "ACCUSE DEJA ENREGISTRE LE " DSP-ACK-DATE
              go to 5100-EXIT
           end-if
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "Date d'envoi de l'accuse (AAAAMMJJ, 0 = CE JOUR) ? "
           accept WS-ACK-INPUT
           accept WS-TODAY-DATE from date yyyymmdd
           if WS-ACK-INPUT = 0
              move WS-TODAY-DATE to WS-ACK-INPUT
           else
              move WS-ACK-INPUT to WS-DATE-CHECK
              perform 7700-VALIDATE-DATE
              if DV-INVALID
                 display "DATE INVALIDE - ABANDON"
                 go to 5100-EXIT
              end-if
           end-if
           if WS-ACK-INPUT < DSP-OPENED-DATE
              display "DATE ANTERIEURE A L'OUVERTURE - ABANDON"
              go to 5100-EXIT
           end-if
           move WS-ACK-INPUT to DSP-ACK-DATE
           rewrite DISPUTE-CASE-RECORD
               invalid key
                   display "ERREUR REECRITURE DISPFILE : "
                           WS-DISP-STATUS
                   go to 5100-EXIT
           end-rewrite
           move "DSPACR" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "ACCUSE DE RECEPTION ENREGISTRE"
           .
       5100-EXIT.
           exit
           .

      *****************************************************************
      *  LIEN AVEC L'EXTOURNE - the reversal itself is keyed at the
      *  counter (TRANENT "E") and posted by SOLDUPDT; here the
      *  TRANHIST record naming the disputed movement as its
      *  original is found and tied to the case.  A closed case may
      *  still be linked when the reversal posts after the decision.
      *****************************************************************
       5200-LINK-REVERSAL.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 5200-EXIT
           end-if
           perform 7000-READ-CASE thru 7000-EXIT
           if not WS-FOUND
              go to 5200-EXIT
           end-if
           if DSP-TH-TIMESTAMP = 0
              display "AUCUN MOUVEMENT CONTESTE SUR CE DOSSIER"
              go to 5200-EXIT
           end-if
           if DSP-REVERSAL-TIMESTAMP not = 0
              display "EXTOURNE DEJA LIEE : " DSP-REVERSAL-TIMESTAMP
              go to 5200-EXIT
           end-if
           perform 5210-FIND-REVERSAL thru 5210-EXIT
           if not WS-REVERSAL-FOUND
              display "AUCUNE EXTOURNE POSTEE POUR CE MOUVEMENT - "
                      "A SAISIR AU GUICHET"
              go to 5200-EXIT
           end-if
           move WS-REVERSAL-AMOUNT to WS-DISPLAY-AMOUNT
           display "EXTOURNE DU " WS-REVERSAL-DATE " MONTANT "
                   WS-DISPLAY-AMOUNT
           display "LIER CETTE EXTOURNE AU DOSSIER (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "LIEN ABANDONNE"
              go to 5200-EXIT
           end-if
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           move WS-REVERSAL-TS to DSP-REVERSAL-TIMESTAMP
           move WS-REVERSAL-AMOUNT to DSP-REVERSAL-AMOUNT
           rewrite DISPUTE-CASE-RECORD
               invalid key
                   display "ERREUR REECRITURE DISPFILE : "
                           WS-DISP-STATUS
                   go to 5200-EXIT
           end-rewrite
           move "DSPEXT" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "EXTOURNE LIEE AU DOSSIER " DSP-CASE-NUMBER
           .
       5200-EXIT.
           exit
           .

       5210-FIND-REVERSAL.
           move "N" to WS-REVERSAL-SWITCH
           move "N" to WS-HIST-EOF-SWITCH
           open input TRANSACTION-HISTORY
           if not WS-TRANHIST-OK
              close TRANSACTION-HISTORY
              go to 5210-EXIT
           end-if
           perform 7100-READ-HISTORY
           perform 5220-CHECK-REVERSAL
               until WS-HIST-EOF or WS-REVERSAL-FOUND
           close TRANSACTION-HISTORY
           .
       5210-EXIT.
           exit
           .

       5220-CHECK-REVERSAL.
           if TH-ACCT-NUMBER = DSP-ACCT-NUMBER
                   and TH-ORIG-TIMESTAMP = DSP-TH-TIMESTAMP
              set WS-REVERSAL-FOUND to true
              move TH-TIMESTAMP to WS-REVERSAL-TS
              move TH-POST-DATE to WS-REVERSAL-DATE
              move TH-AMOUNT to WS-REVERSAL-AMOUNT
           else
              perform 7100-READ-HISTORY
           end-if
           .

      *****************************************************************
      *  CLOTURE - records the outcome.  A disputed movement found
      *  in the customer's favour should carry its reversal; one
      *  already posted is linked here, and closing without one
      *  needs a second confirmation.  The reply closing the case
      *  stands as the acknowledgement when none was recorded.
      *****************************************************************
       6000-CLOSE-CASE.
           set PERM-FN-CHANGE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 6000-EXIT
           end-if
           perform 7000-READ-CASE thru 7000-EXIT
           if not WS-FOUND
              go to 6000-EXIT
           end-if
           if DSP-CLOSED
              display "DOSSIER DEJA CLOS LE " DSP-CLOSED-DATE
              go to 6000-EXIT
           end-if
           perform 7500-BUILD-IMAGE
           move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
           display "Issue (F=FONDEE, P=PARTIELLEMENT FONDEE, "
                   "R=REJETEE, W=RETIREE PAR LE CLIENT) ? "
           accept DSP-OUTCOME
           if not DSP-OUT-VALID
              display "ISSUE NON RECONNUE - ABANDON"
              go to 6000-EXIT
           end-if
           if (DSP-OUT-FOUNDED or DSP-OUT-PARTIAL)
                   and DSP-TH-TIMESTAMP not = 0
                   and DSP-REVERSAL-TIMESTAMP = 0
              perform 5210-FIND-REVERSAL thru 5210-EXIT
              if WS-REVERSAL-FOUND
                 move WS-REVERSAL-TS to DSP-REVERSAL-TIMESTAMP
                 move WS-REVERSAL-AMOUNT to DSP-REVERSAL-AMOUNT
                 move WS-REVERSAL-AMOUNT to WS-DISPLAY-AMOUNT
                 display "EXTOURNE DU " WS-REVERSAL-DATE
                         " LIEE - MONTANT " WS-DISPLAY-AMOUNT
              else
                 display "AUCUNE EXTOURNE POSTEE POUR LE MOUVEMENT "
                         "CONTESTE"
                 display "CLORE QUAND MEME (O/N) ? "
                 accept WS-CONFIRM
                 if not WS-CONFIRM-OUI
                    display "CLOTURE ABANDONNEE"
                    go to 6000-EXIT
                 end-if
              end-if
           end-if
           display "CONFIRMER LA CLOTURE (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "CLOTURE ABANDONNEE"
              go to 6000-EXIT
           end-if
           set DSP-CLOSED to true
           accept DSP-CLOSED-DATE from date yyyymmdd
           move WS-OPERATOR-ID to DSP-CLOSED-BY
           if DSP-ACK-DATE = 0
              move DSP-CLOSED-DATE to DSP-ACK-DATE
           end-if
           rewrite DISPUTE-CASE-RECORD
               invalid key
                   display "ERREUR REECRITURE DISPFILE : "
                           WS-DISP-STATUS
                   go to 6000-EXIT
           end-rewrite
           move "DSPCLO" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "DOSSIER " DSP-CASE-NUMBER " CLOS"
           .
       6000-EXIT.
           exit
           .

       7000-READ-CASE.
           move "N" to WS-FOUND-SWITCH
           display "Numero de dossier ? "
           accept WS-SEARCH-CASE
           move WS-SEARCH-CASE to DSP-CASE-NUMBER
           read DISPUTE-FILE
               invalid key
                   display "DOSSIER INCONNU : " WS-SEARCH-CASE
                   go to 7000-EXIT
           end-read
           set WS-FOUND to true
           .
       7000-EXIT.
           exit
           .

       7100-READ-HISTORY.
           read TRANSACTION-HISTORY
               at end set WS-HIST-EOF to true
           end-read
           .

       7200-READ-NEXT-CASE.
           if not WS-CASE-EOF
              read DISPUTE-FILE next record
                  at end set WS-CASE-EOF to true
              end-read
           end-if
           .

       7500-BUILD-IMAGE.
           move spaces to WS-AFTER-IMAGE
           string "CAT " delimited by size
                  DSP-CATEGORY delimited by size
                  " RESP " delimited by size
                  DSP-OWNER delimited by size
                  " AR " delimited by size
                  DSP-ACK-DATE delimited by size
                  " ST " delimited by size
                  DSP-STATUS delimited by size
                  DSP-OUTCOME delimited by size
                  " EXT " delimited by size
                  DSP-REVERSAL-TIMESTAMP delimited by size
                  into WS-AFTER-IMAGE
           end-string
           .

      *****************************************************************
      *  A case owner must be an active operator on AUTH-FILE.
      *****************************************************************
       7600-CHECK-OWNER.
           move "N" to WS-OWNER-SWITCH
           open input AUTH-FILE
           if WS-AUTH-OK
              move WS-OWNER-INPUT to AUTH-OPERATOR-ID
              read AUTH-FILE
                  invalid key
                      continue
                  not invalid key
                      if AUTH-ACTIVE
                         set WS-OWNER-VALID to true
                      end-if
              end-read
           end-if
           close AUTH-FILE
           .

       7650-SET-LABELS.
           evaluate true
               when DSP-CAT-NOT-RECOGNISED
                   move "OPERATION NON RECONNUE" to WS-CATEGORY-LABEL
               when DSP-CAT-WRONG-AMOUNT
                   move "MONTANT ERRONE" to WS-CATEGORY-LABEL
               when DSP-CAT-DUPLICATE
                   move "DOUBLE IMPUTATION" to WS-CATEGORY-LABEL
               when DSP-CAT-FEES
                   move "FRAIS CONTESTES" to WS-CATEGORY-LABEL
               when DSP-CAT-SERVICE
                   move "SERVICE" to WS-CATEGORY-LABEL
               when other
                   move "AUTRE" to WS-CATEGORY-LABEL
           end-evaluate
           evaluate true
               when DSP-OUT-FOUNDED
                   move "FONDEE" to WS-OUTCOME-LABEL
               when DSP-OUT-PARTIAL
                   move "PARTIELLEMENT FONDEE" to WS-OUTCOME-LABEL
               when DSP-OUT-REJECTED
                   move "REJETEE" to WS-OUTCOME-LABEL
               when DSP-OUT-WITHDRAWN
                   move "RETIREE PAR LE CLIENT" to WS-OUTCOME-LABEL
               when other
                   move spaces to WS-OUTCOME-LABEL
           end-evaluate
           .

      *****************************************************************
      *  Routes a keyed AAAAMMJJ date through the shared DATEVAL
      *  subprogram, which also refuses a date in the future.
      *****************************************************************
       7700-VALIDATE-DATE.
           move WS-DATE-CHECK(7:2) to DV-JOUR
           move WS-DATE-CHECK(5:2) to DV-MOIS
           move WS-DATE-CHECK(1:4) to DV-ANNEE
           call "DATEVAL" using DATE-VALIDATION-PARMS
           .

       8000-WRITE-AUDIT.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "DISPMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move DSP-CASE-NUMBER to WS-AUDIT-KEY
           move WS-AUDIT-KEY to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           perform 7500-BUILD-IMAGE
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
           move "DISPMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close DISPUTE-FILE
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
