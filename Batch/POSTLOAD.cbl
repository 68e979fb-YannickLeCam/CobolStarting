       identification division.
       program-id. POSTLOAD.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-12.
       date-compiled.

      *****************************************************************
      *  POSTLOAD
      *
      *  Loads the postal reference file from the postal service's
      *  published list of postcodes, run at month-end ahead of
      *  ADDRCHK and whenever a new list is received.  The list is
      *  received in fixed format, one line per commune, postcode
      *  and delivery-line variant:
      *
      *      INSEE code, commune name, postcode, delivery line (lieu-
      *      dit - not used here), routing name
      *
      *  Each line gives the postcode/routing-name pair, and - when
      *  the commune's own name is a different name - the postcode/
      *  commune-name pair as well, both pointing at the routing
      *  name as the spelling to use.  The names are keyed the way
      *  ADDRVAL normalises them, through ADDRVAL itself.  The lines
      *  for a commune's other delivery variants repeat a pair
      *  already loaded and are counted as duplicates.
      *
      *  The reference is rebuilt from scratch each run so pairs the
      *  postal service has withdrawn disappear with the list.  A run
      *  that loads nothing ends with return code 8 - ADDRVAL then
      *  treats the reference as unavailable and checks nothing.
      *
      *  Modification history
      *  2026-10-12  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select POSTAL-LIST assign to "POSTLIST"
               organization is sequential
               file status is WS-LIST-STATUS.

           select POSTAL-REFERENCE assign to "POSTFILE"
               organization is indexed
               access mode is random
               record key is POST-KEY
               file status is WS-POST-STATUS.

           select LOAD-REPORT assign to "POSTRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
       fd  POSTAL-LIST.
       01  POSTAL-LIST-RECORD.
           05  PLST-INSEE-CODE             PIC X(05).
           05  PLST-NOM-COMMUNE            PIC X(38).
           05  PLST-CODE-POSTAL            PIC X(05).
           05  PLST-LIGNE-5                PIC X(38).
           05  PLST-LIBELLE                PIC X(32).

       fd  POSTAL-REFERENCE.
       copy "POSTREC.cpy".

       fd  LOAD-REPORT.
       01  LOAD-REPORT-LINE                PIC X(80).

       working-storage section.
       01  WS-LIST-STATUS                  PIC X(02).
           88  WS-LIST-OK                    VALUE "00".
       01  WS-POST-STATUS                  PIC X(02).
           88  WS-POST-OK                    VALUE "00".
           88  WS-POST-DUPLICATE             VALUE "22".
       01  WS-RPT-STATUS                   PIC X(02).

       01  WS-SWITCHES.
           05  WS-LIST-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-LIST-EOF               VALUE "Y".

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-LIBELLE-NORM                 PIC X(20).

       01  WS-READ-COUNT                   PIC 9(07) VALUE 0.
       01  WS-LOADED-COUNT                 PIC 9(07) VALUE 0.
       01  WS-ALIAS-COUNT                  PIC 9(07) VALUE 0.
       01  WS-DUPLICATE-COUNT              PIC 9(07) VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT                  PIC 9(07) VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(39) VALUE
               "CHARGEMENT DU REFERENTIEL POSTAL DU ".
           05  WS-TT-DATE                  PIC 9(08).

       01  WS-REJECT-LINE.
           05  FILLER                      PIC X(10) VALUE
               "  REJETE  ".
           05  WS-RL-INSEE                 PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RL-CODE-POSTAL           PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RL-NOM                   PIC X(32).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RL-REASON                PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(40).
           05  WS-TL-COUNT                 PIC Z(06)9.

       copy "ADDRVLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           if not WS-LIST-OK
              display "LISTE POSTALE ABSENTE - REFERENTIEL NON CHARGE"
              move 8 to return-code
              close LOAD-REPORT
              goback
           end-if
           perform 2000-READ-LIST
           perform 3000-LOAD-LINE thru 3000-EXIT
               until WS-LIST-EOF
           perform 9000-WRITE-TOTALS
           if WS-LOADED-COUNT = 0
              display "REFERENTIEL POSTAL VIDE APRES CHARGEMENT"
              move 8 to return-code
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           accept WS-RUN-DATE from date yyyymmdd
           open output LOAD-REPORT
           move WS-RUN-DATE to WS-TT-DATE
           move spaces to LOAD-REPORT-LINE
           move WS-TITLE-LINE to LOAD-REPORT-LINE
           write LOAD-REPORT-LINE
           move spaces to LOAD-REPORT-LINE
           write LOAD-REPORT-LINE
           open input POSTAL-LIST
           if WS-LIST-OK
              open output POSTAL-REFERENCE
           end-if
           .

       2000-READ-LIST.
           read POSTAL-LIST
               at end set WS-LIST-EOF to true
           end-read
           .

      *****************************************************************
      *  One line of the list - the routing-name pair first, then the
      *  commune-name pair when the two names normalise differently.
      *****************************************************************
       3000-LOAD-LINE.
           add 1 to WS-READ-COUNT
           if PLST-CODE-POSTAL not numeric
              move "CODE POSTAL INVALIDE" to WS-RL-REASON
              perform 3900-REJECT-LINE
              go to 3000-EXIT
           end-if
           if PLST-LIBELLE = spaces
              move "LIBELLE ABSENT" to WS-RL-REASON
              perform 3900-REJECT-LINE
              go to 3000-EXIT
           end-if
           move spaces to POSTAL-REFERENCE-RECORD
           move PLST-CODE-POSTAL to POST-CODE-POSTAL
           move PLST-LIBELLE to POST-VILLE
           move PLST-INSEE-CODE to POST-INSEE-CODE
           move WS-RUN-DATE to POST-LOAD-DATE
           move PLST-LIBELLE to AV-VILLE
           perform 3100-NORMALISE-NAME
           move AV-VILLE-NORM to WS-LIBELLE-NORM
           move AV-VILLE-NORM to POST-VILLE-NORM
           perform 3200-WRITE-PAIR
           if PLST-NOM-COMMUNE = spaces
              go to 3000-EXIT
           end-if
           move PLST-NOM-COMMUNE to AV-VILLE
           perform 3100-NORMALISE-NAME
           if AV-VILLE-NORM not = WS-LIBELLE-NORM
              move AV-VILLE-NORM to POST-VILLE-NORM
              perform 3200-WRITE-PAIR
              if WS-POST-OK
                 add 1 to WS-ALIAS-COUNT
              end-if
           end-if
           .
       3000-EXIT.
           perform 2000-READ-LIST
           .

       3100-NORMALISE-NAME.
           set AV-FN-NORMALISE to true
           call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
           .

       3200-WRITE-PAIR.
           write POSTAL-REFERENCE-RECORD
               invalid key
                   continue
           end-write
           evaluate true
               when WS-POST-OK
                   add 1 to WS-LOADED-COUNT
               when WS-POST-DUPLICATE
                   add 1 to WS-DUPLICATE-COUNT
               when other
                   display "ERREUR ECRITURE REFERENTIEL " WS-POST-STATUS
                           " : " POST-KEY
                   add 1 to WS-ERROR-COUNT
           end-evaluate
           .

       3900-REJECT-LINE.
           add 1 to WS-REJECT-COUNT
           move PLST-INSEE-CODE to WS-RL-INSEE
           move PLST-CODE-POSTAL to WS-RL-CODE-POSTAL
           move PLST-LIBELLE to WS-RL-NOM
           move spaces to LOAD-REPORT-LINE
           move WS-REJECT-LINE to LOAD-REPORT-LINE
           write LOAD-REPORT-LINE
           .

       9000-WRITE-TOTALS.
           move spaces to LOAD-REPORT-LINE
           write LOAD-REPORT-LINE
           move "LIGNES LUES SUR LA LISTE" to WS-TL-LABEL
           move WS-READ-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "COUPLES CP/VILLE CHARGES" to WS-TL-LABEL
           move WS-LOADED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "  DONT NOMS DE COMMUNE EN PLUS" to WS-TL-LABEL
           move WS-ALIAS-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "COUPLES DEJA CHARGES (VARIANTES)" to WS-TL-LABEL
           move WS-DUPLICATE-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "LIGNES REJETEES" to WS-TL-LABEL
           move WS-REJECT-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           if WS-ERROR-COUNT > 0
              move "ERREURS D'ECRITURE" to WS-TL-LABEL
              move WS-ERROR-COUNT to WS-TL-COUNT
              perform 9100-WRITE-TOTAL-LINE
              move 8 to return-code
           end-if
           .

       9100-WRITE-TOTAL-LINE.
           move spaces to LOAD-REPORT-LINE
           move WS-TOTAL-LINE to LOAD-REPORT-LINE
           write LOAD-REPORT-LINE
           .

       9999-TERMINATE.
           close POSTAL-LIST
           close POSTAL-REFERENCE
           close LOAD-REPORT
           set AV-FN-FINISH to true
           call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
           display "COUPLES CP/VILLE CHARGES : " WS-LOADED-COUNT
           display "LIGNES REJETEES : " WS-REJECT-COUNT
           .
