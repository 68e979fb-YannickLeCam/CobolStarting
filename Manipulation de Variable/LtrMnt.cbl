       identification division.
       program-id. LTRMNT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-09-24.
       date-compiled.

      *****************************************************************
      *  LTRMNT
      *
      *  Maintenance driver for the customer-letter templates the
      *  nightly LTRRUN produces its letters from, modeled on FEEMNT,
      *  and the branch's inquiry on the letter register.  A clerk
      *  adds, changes or removes one line of a letter's template
      *  (LTPLREC.cpy - the text may carry the &NOM, &COMPTE,
      *  &MONTANT, &DATE and &TEXTE fields), lists a letter's lines
      *  in order, or lists every letter registered against an
      *  account with the date it was sent and the route it took -
      *  the proof the customer was notified.  Template changes are
      *  journalled to AUDIT-JOURNAL.
      *
      *  Modification history
      *  2026-09-24  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select TEMPLATE-FILE assign to "LTRTMPL"
               organization is indexed
               access mode is dynamic
               record key is LTPL-KEY
               file status is WS-TMPL-STATUS.

           select REGISTER-FILE assign to "LTRREG"
               organization is indexed
               access mode is dynamic
               record key is LREG-KEY
               file status is WS-REG-STATUS.

           select AUDIT-JOURNAL assign to "AUDITJRN"
               organization is sequential
               file status is WS-AUDIT-STATUS.

       data division.
       file section.
       fd  TEMPLATE-FILE.
       copy "LTPLREC.cpy".

       fd  REGISTER-FILE.
       copy "LREGREC.cpy".

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       working-storage section.
       01  WS-TMPL-STATUS                   PIC X(02).
           88  WS-TMPL-OK                     VALUE "00".
       01  WS-REG-STATUS                    PIC X(02).
           88  WS-REG-OK                      VALUE "00".
       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                    VALUE "00".
       01  WS-OPERATOR-ID                   PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                    PIC 9(08).
       01  WS-AUDIT-TIME                    PIC 9(08).
       01  WS-AUDIT-TS-ALPHA                PIC X(14).
       01  WS-AUDIT-SEQUENCE                PIC 9(07) VALUE 0.
       01  WS-BEFORE-IMAGE                  PIC X(60).
       01  WS-AFTER-IMAGE                   PIC X(60).
       01  WS-AUDIT-ACTION                  PIC X(06).

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-EXIT                    VALUE "Y".
           05  WS-REG-PRESENT-SWITCH         PIC X(01) VALUE "N".
               88  WS-REG-PRESENT              VALUE "Y".
           05  WS-LIST-EOF-SWITCH            PIC X(01).
               88  WS-LIST-EOF                 VALUE "Y".

       01  WS-MENU-CHOICE                   PIC X(01).
       01  WS-SEARCH-CODE                   PIC X(06).
       01  WS-SEARCH-LINE                   PIC 9(02).
       01  WS-SEARCH-ACCT                   PIC 9(09).
       01  WS-NEW-TEXT                      PIC X(70).
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".
       01  WS-LIST-COUNT                    PIC 9(05).
       01  WS-AMOUNT-EDIT                   PIC -9(9).
       01  WS-ROUTE-TEXT                    PIC X(20).

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-DISPLAY-MENU until WS-EXIT
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open i-o TEMPLATE-FILE
           if not WS-TMPL-OK
              close TEMPLATE-FILE
              open output TEMPLATE-FILE
              close TEMPLATE-FILE
              open i-o TEMPLATE-FILE
           end-if
           open input REGISTER-FILE
           if WS-REG-OK
              set WS-REG-PRESENT to true
           else
              close REGISTER-FILE
           end-if
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           .

       2000-DISPLAY-MENU.
           display "----------------------------------------"
           display "  COURRIERS CLIENTS"
           display "  1 - AJOUT LIGNE DE MODELE"
           display "  2 - MODIF LIGNE DE MODELE"
           display "  3 - SUPPR LIGNE DE MODELE"
           display "  4 - CONSULT MODELE"
           display "  5 - REGISTRE DES COURRIERS PAR COMPTE"
           display "  6 - FIN"
           display "----------------------------------------"
           display "Choix ? "
           accept WS-MENU-CHOICE
           evaluate WS-MENU-CHOICE
               when "1" perform 3000-ADD-LINE thru 3000-EXIT
               when "2" perform 4000-CHANGE-LINE thru 4000-EXIT
               when "3" perform 4500-DELETE-LINE thru 4500-EXIT
               when "4" perform 5000-LIST-TEMPLATE thru 5000-EXIT
               when "5" perform 6000-LIST-REGISTER thru 6000-EXIT
               when "6" set WS-EXIT to true
               when other
                   display "CHOIX INVALIDE"
           end-evaluate
           .

      *****************************************************************
      *  ADD - one line of a letter.  An existing line is rejected;
      *  change it instead.
      *****************************************************************
       3000-ADD-LINE.
           move spaces to LETTER-TEMPLATE-RECORD
           display "Code lettre (DECOUV, DORMAV, ECHEAN, BLOCAG...) ? "
           accept LTPL-LETTER-CODE
           if LTPL-LETTER-CODE = spaces
              display "CODE LETTRE OBLIGATOIRE - ABANDON"
              go to 3000-EXIT
           end-if
           display "Numero de ligne (01-99) ? "
           accept LTPL-LINE-NUMBER
           if LTPL-LINE-NUMBER = 0
              display "NUMERO DE LIGNE INVALIDE - ABANDON"
              go to 3000-EXIT
           end-if
           display "Texte (&NOM &COMPTE &MONTANT &DATE &TEXTE) ? "
           accept LTPL-TEXT
           accept LTPL-UPDATED-DATE from date yyyymmdd
           move WS-OPERATOR-ID to LTPL-UPDATED-BY
           write LETTER-TEMPLATE-RECORD
               invalid key
                   display "ERREUR AJOUT - LIGNE DEJA EXISTANTE : "
                           WS-TMPL-STATUS
                   go to 3000-EXIT
           end-write
           move spaces to WS-BEFORE-IMAGE
           move "ADD" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "LIGNE DE MODELE AJOUTEE"
           .
       3000-EXIT.
           exit
           .

      *****************************************************************
      *  CHANGE - replaces the text of one line.
      *****************************************************************
       4000-CHANGE-LINE.
           perform 7100-READ-LINE thru 7100-EXIT
           if not WS-TMPL-OK
              go to 4000-EXIT
           end-if
           move LTPL-TEXT(1:60) to WS-BEFORE-IMAGE
           display "TEXTE ACTUEL : " LTPL-TEXT
           display "Nouveau texte ? "
           accept WS-NEW-TEXT
           move WS-NEW-TEXT to LTPL-TEXT
           accept LTPL-UPDATED-DATE from date yyyymmdd
           move WS-OPERATOR-ID to LTPL-UPDATED-BY
           rewrite LETTER-TEMPLATE-RECORD
               invalid key
                   display "ERREUR MODIFICATION : " WS-TMPL-STATUS
                   go to 4000-EXIT
           end-rewrite
           move "CHANGE" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "LIGNE DE MODELE MODIFIEE"
           .
       4000-EXIT.
           exit
           .

      *****************************************************************
      *  DELETE - removes one line after confirmation.  Letters
      *  already sent stay on the register.
      *****************************************************************
       4500-DELETE-LINE.
           perform 7100-READ-LINE thru 7100-EXIT
           if not WS-TMPL-OK
              go to 4500-EXIT
           end-if
           move LTPL-TEXT(1:60) to WS-BEFORE-IMAGE
           display "TEXTE : " LTPL-TEXT
           display "CONFIRMER LA SUPPRESSION (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              display "SUPPRESSION ABANDONNEE"
              go to 4500-EXIT
           end-if
           delete TEMPLATE-FILE
               invalid key
                   display "ERREUR SUPPRESSION : " WS-TMPL-STATUS
                   go to 4500-EXIT
           end-delete
           move "DELETE" to WS-AUDIT-ACTION
           perform 8000-WRITE-AUDIT
           display "LIGNE DE MODELE SUPPRIMEE"
           .
       4500-EXIT.
           exit
           .

      *****************************************************************
      *  INQUIRE - a letter's lines in print order.
      *****************************************************************
       5000-LIST-TEMPLATE.
           display "Code lettre ? "
           accept WS-SEARCH-CODE
           move WS-SEARCH-CODE to LTPL-LETTER-CODE
           move 0 to LTPL-LINE-NUMBER
           move 0 to WS-LIST-COUNT
           move "N" to WS-LIST-EOF-SWITCH
           start TEMPLATE-FILE key is not less than LTPL-KEY
               invalid key
                   set WS-LIST-EOF to true
           end-start
           perform 5100-SHOW-TEMPLATE-LINE until WS-LIST-EOF
           if WS-LIST-COUNT = 0
              display "AUCUN MODELE POUR LA LETTRE " WS-SEARCH-CODE
           end-if
           .
       5000-EXIT.
           exit
           .

       5100-SHOW-TEMPLATE-LINE.
           read TEMPLATE-FILE next record
               at end set WS-LIST-EOF to true
           end-read
           if not WS-LIST-EOF
              if LTPL-LETTER-CODE not = WS-SEARCH-CODE
                 set WS-LIST-EOF to true
              else
                 add 1 to WS-LIST-COUNT
                 display LTPL-LINE-NUMBER " " LTPL-TEXT
              end-if
           end-if
           .

      *****************************************************************
      *  REGISTER - every letter recorded against one account, with
      *  the event, the date sent and the route taken.
      *****************************************************************
       6000-LIST-REGISTER.
           if not WS-REG-PRESENT
              display "REGISTRE DES COURRIERS VIDE"
              go to 6000-EXIT
           end-if
           display "Numero de compte ? "
           accept WS-SEARCH-ACCT
           move WS-SEARCH-ACCT to LREG-ACCT-NUMBER
           move low-values to LREG-LETTER-CODE
           move 0 to LREG-EVENT-DATE
           move 0 to WS-LIST-COUNT
           move "N" to WS-LIST-EOF-SWITCH
           start REGISTER-FILE key is not less than LREG-KEY
               invalid key
                   set WS-LIST-EOF to true
           end-start
           display "LETTRE EVENEMENT ENVOI    VOIE"
           perform 6100-SHOW-REGISTER-ENTRY until WS-LIST-EOF
           if WS-LIST-COUNT = 0
              display "AUCUN COURRIER POUR LE COMPTE " WS-SEARCH-ACCT
           end-if
           .
       6000-EXIT.
           exit
           .

       6100-SHOW-REGISTER-ENTRY.
           read REGISTER-FILE next record
               at end set WS-LIST-EOF to true
           end-read
           if WS-LIST-EOF
              go to 6100-EXIT
           end-if
           if LREG-ACCT-NUMBER not = WS-SEARCH-ACCT
              set WS-LIST-EOF to true
              go to 6100-EXIT
           end-if
           add 1 to WS-LIST-COUNT
           evaluate true
               when LREG-VIA-BUREAU
                   move "BUREAU D'IMPRESSION" to WS-ROUTE-TEXT
               when LREG-AT-COUNTER
                   move "RETRAIT GUICHET" to WS-ROUTE-TEXT
               when LREG-HELD-RETURNED
                   move "RETENU - NPAI" to WS-ROUTE-TEXT
               when other
                   move "NON PRODUIT (SUPPR.)" to WS-ROUTE-TEXT
           end-evaluate
           move LREG-AMOUNT to WS-AMOUNT-EDIT
           display LREG-LETTER-CODE " " LREG-EVENT-DATE " "
                   LREG-SENT-DATE " " WS-ROUTE-TEXT " "
                   WS-AMOUNT-EDIT " " LREG-SOURCE-PROGRAM
           .
       6100-EXIT.
           exit
           .

      *****************************************************************
      *  Prompts for a letter code and line number and reads the
      *  line - the status tells the caller whether it was found.
      *****************************************************************
       7100-READ-LINE.
           display "Code lettre ? "
           accept WS-SEARCH-CODE
           display "Numero de ligne ? "
           accept WS-SEARCH-LINE
           move WS-SEARCH-CODE to LTPL-LETTER-CODE
           move WS-SEARCH-LINE to LTPL-LINE-NUMBER
           read TEMPLATE-FILE
               invalid key
                   display "LIGNE DE MODELE INCONNUE"
           end-read
           .
       7100-EXIT.
           exit
           .

      *****************************************************************
      *  Appends one before/after image to the shared AUDIT-JOURNAL,
      *  the way FEEMNT's audit paragraph does.
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
           move "LTRMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move WS-AUDIT-ACTION to AUDIT-ACTION
           move LTPL-KEY to AUDIT-RECORD-KEY
           move WS-BEFORE-IMAGE to AUDIT-BEFORE-IMAGE
           if WS-AUDIT-ACTION = "DELETE"
              move spaces to WS-AFTER-IMAGE
           else
              move LTPL-TEXT(1:60) to WS-AFTER-IMAGE
           end-if
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
           move "LTRMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           close TEMPLATE-FILE
           if WS-REG-PRESENT
              close REGISTER-FILE
           end-if
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           .
