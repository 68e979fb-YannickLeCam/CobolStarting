       identification division.
       program-id. DISPAGE.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-08.
       date-compiled.

      *****************************************************************
      *  DISPAGE
      *
      *  Weekly aging of the customer dispute and complaint cases
      *  DISPMNT maintains (DISPREC.cpy).  Every open case is listed
      *  with its age in days and the days left before the response
      *  falls due - PARM-DISPUTE-RESP-DAYS from opening for the
      *  three categories that dispute a posted movement,
      *  PARM-COMPLAINT-RESP-DAYS for every other complaint - and a
      *  case whose written acknowledgement has not gone out within
      *  PARM-DISPUTE-ACK-DAYS is marked as well.  Cases past their
      *  deadline and cases falling due before next week's run are
      *  flagged so the owners are chased in time.  The totals give
      *  the open cases by age band and by category, and the cases
      *  closed over the last seven days with those answered late.
      *  The run only reads DISPFILE.
      *
      *  Modification history
      *  2026-10-08  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select DISPUTE-FILE assign to "DISPFILE"
               organization is indexed
               access mode is sequential
               record key is DSP-KEY
               file status is WS-DISP-STATUS.

           select AGING-REPORT assign to "DISPRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

           select RUN-PARAMETERS assign to "DISPPARM"
               organization is sequential
               file status is WS-PARM-STATUS.

       data division.
       file section.
       fd  DISPUTE-FILE.
       copy "DISPREC.cpy".

       fd  AGING-REPORT.
       01  AGING-REPORT-LINE               PIC X(100).

       fd  RUN-PARAMETERS.
       copy "RUNPARM.cpy".

       working-storage section.
       01  WS-DISP-STATUS                  PIC X(02).
           88  WS-DISP-OK                    VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-DISP-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-DISP-EOF                VALUE "Y".

       01  WS-PROCESS-DATE                 PIC 9(08) VALUE 0.
       01  WS-PROCESS-SERIAL               PIC 9(07).
       01  WS-ACK-DAYS                     PIC 9(03) VALUE 0.
       01  WS-DISPUTE-DAYS                 PIC 9(03) VALUE 0.
       01  WS-COMPLAINT-DAYS               PIC 9(03) VALUE 0.
       01  WS-LIMIT-DAYS                   PIC 9(03).
       01  WS-CASE-AGE                     PIC S9(07).
       01  WS-DAYS-LEFT                    PIC S9(07).
       01  WS-ACK-LEFT                     PIC S9(07).
       01  WS-CLOSED-AGE                   PIC S9(07).
       01  WS-CAT-SUB                      PIC 9(02) COMP.
       01  WS-BAND-SUB                     PIC 9(02) COMP.

       01  WS-OPEN-COUNT                   PIC 9(06) VALUE 0.
       01  WS-OVERDUE-COUNT                PIC 9(06) VALUE 0.
       01  WS-DUE-SOON-COUNT               PIC 9(06) VALUE 0.
       01  WS-ACK-LATE-COUNT               PIC 9(06) VALUE 0.
       01  WS-CLOSED-WEEK-COUNT            PIC 9(06) VALUE 0.
       01  WS-CLOSED-LATE-COUNT            PIC 9(06) VALUE 0.
       01  WS-CLOSED-COUNT                 PIC 9(06) VALUE 0.

      *--------------------------------------------------------------*
      *    Open cases by category - the codes in DISPREC order.      *
      *--------------------------------------------------------------*
       01  WS-CATEGORY-DEF.
           05  FILLER                      PIC X(23)
                   VALUE "NOPERATION NON RECONNUE".
           05  FILLER                      PIC X(23)
                   VALUE "MMONTANT ERRONE".
           05  FILLER                      PIC X(23)
                   VALUE "DDOUBLE IMPUTATION".
           05  FILLER                      PIC X(23)
                   VALUE "FFRAIS CONTESTES".
           05  FILLER                      PIC X(23)
                   VALUE "SSERVICE".
           05  FILLER                      PIC X(23)
                   VALUE "AAUTRE".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-DEF.
           05  WS-CATEGORY-ENTRY OCCURS 6 TIMES.
               10  WS-CAT-CODE             PIC X(01).
               10  WS-CAT-LABEL            PIC X(22).
       01  WS-CATEGORY-COUNTS.
           05  WS-CAT-COUNTS OCCURS 6 TIMES.
               10  WS-CAT-OPEN             PIC 9(06).
               10  WS-CAT-OVERDUE          PIC 9(06).

      *--------------------------------------------------------------*
      *    Open cases by age band - the upper bound of each band in  *
      *    days, the last one open-ended.                            *
      *--------------------------------------------------------------*
       01  WS-BAND-DEF.
           05  FILLER                      PIC X(28)
                   VALUE "00007DE 0 A 7 JOURS".
           05  FILLER                      PIC X(28)
                   VALUE "00015DE 8 A 15 JOURS".
           05  FILLER                      PIC X(28)
                   VALUE "00030DE 16 A 30 JOURS".
           05  FILLER                      PIC X(28)
                   VALUE "00060DE 31 A 60 JOURS".
           05  FILLER                      PIC X(28)
                   VALUE "99999PLUS DE 60 JOURS".
       01  WS-BAND-TABLE REDEFINES WS-BAND-DEF.
           05  WS-BAND-ENTRY OCCURS 5 TIMES.
               10  WS-BAND-LIMIT           PIC 9(05).
               10  WS-BAND-LABEL           PIC X(23).
       01  WS-BAND-COUNTS.
           05  WS-BAND-COUNT OCCURS 5 TIMES PIC 9(06).

      *--------------------------------------------------------------*
      *    Day-count arithmetic for the case age - the same civil-   *
      *    epoch serial KYCREV and OVRDRRPT use.                     *
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

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(43) VALUE
               "LITIGES ET RECLAMATIONS OUVERTS - SITUATION".
           05  FILLER                      PIC X(04) VALUE " AU ".
           05  WS-TL-DATE                  PIC 9(08).

       01  WS-DEADLINE-LINE.
           05  FILLER                      PIC X(26) VALUE
               "DELAIS EN JOURS : ACCUSE ".
           05  WS-DLL-ACK                  PIC ZZ9.
           05  FILLER                      PIC X(21) VALUE
               "  OPERATION CONTESTEE".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DLL-DISPUTE              PIC ZZ9.
           05  FILLER                      PIC X(20) VALUE
               "  AUTRE RECLAMATION ".
           05  WS-DLL-COMPLAINT            PIC ZZ9.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(45) VALUE
               "DOSSIER  OUVERT   CLIENT COMPTE    C RESPONS.".
           05  FILLER                      PIC X(38) VALUE
               "  AGE  RESTE  ACCUSE       SIGNALEMENT".

       01  WS-DETAIL-LINE.
           05  WS-DL-CASE                  PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-OPENED                PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CUST                  PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-ACCT                  PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CATEGORY              PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-OWNER                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-AGE                   PIC ZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-LEFT                  PIC -ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-ACK                   PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-MARKER                PIC X(22).

       01  WS-TOTAL-LINE.
           05  WS-TTL-LABEL                PIC X(40).
           05  WS-TTL-COUNT                PIC ZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-TTL-LABEL-2              PIC X(14).
           05  WS-TTL-COUNT-2              PIC ZZZZZ9.

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-READ-CASE
           perform 3000-EXAMINE-CASE thru 3000-EXIT
               until WS-DISP-EOF
           perform 9000-WRITE-TOTALS
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open input DISPUTE-FILE
           if not WS-DISP-OK
              display "AUCUN FICHIER DE LITIGES : " WS-DISP-STATUS
              set WS-DISP-EOF to true
           end-if
           open output AGING-REPORT
           open input RUN-PARAMETERS
           if WS-PARM-OK
              read RUN-PARAMETERS
                  at end
                      move 0 to WS-PROCESS-DATE
                  not at end
                      move PARM-PROCESS-DATE to WS-PROCESS-DATE
                      move PARM-DISPUTE-ACK-DAYS to WS-ACK-DAYS
                      move PARM-DISPUTE-RESP-DAYS to WS-DISPUTE-DAYS
                      move PARM-COMPLAINT-RESP-DAYS
                          to WS-COMPLAINT-DAYS
              end-read
           else
              move 0 to WS-PROCESS-DATE
           end-if
           close RUN-PARAMETERS
           if WS-PROCESS-DATE = 0
              accept WS-PROCESS-DATE from date yyyymmdd
           end-if
           if WS-ACK-DAYS = 0
              move 10 to WS-ACK-DAYS
           end-if
           if WS-DISPUTE-DAYS = 0
              move 15 to WS-DISPUTE-DAYS
           end-if
           if WS-COMPLAINT-DAYS = 0
              move 60 to WS-COMPLAINT-DAYS
           end-if
           initialize WS-CATEGORY-COUNTS
           initialize WS-BAND-COUNTS
           move WS-PROCESS-DATE to WS-SERIAL-DATE
           perform 8900-DATE-TO-SERIAL
           move WS-SERIAL-DAYS to WS-PROCESS-SERIAL
           move WS-PROCESS-DATE to WS-TL-DATE
           move WS-TITLE-LINE to AGING-REPORT-LINE
           write AGING-REPORT-LINE
           move WS-ACK-DAYS to WS-DLL-ACK
           move WS-DISPUTE-DAYS to WS-DLL-DISPUTE
           move WS-COMPLAINT-DAYS to WS-DLL-COMPLAINT
           move spaces to AGING-REPORT-LINE
           move WS-DEADLINE-LINE to AGING-REPORT-LINE
           write AGING-REPORT-LINE
           move spaces to AGING-REPORT-LINE
           write AGING-REPORT-LINE
           move WS-HEADING-LINE to AGING-REPORT-LINE
           write AGING-REPORT-LINE
           .

       2000-READ-CASE.
           if not WS-DISP-EOF
              read DISPUTE-FILE next record
                  at end set WS-DISP-EOF to true
              end-read
           end-if
           .

      *****************************************************************
      *  One case - a closed case only counts toward the week's
      *  closures; an open one is aged, banded and listed.
      *****************************************************************
       3000-EXAMINE-CASE.
           if DSP-CAT-PAYMENT
              move WS-DISPUTE-DAYS to WS-LIMIT-DAYS
           else
              move WS-COMPLAINT-DAYS to WS-LIMIT-DAYS
           end-if
           move DSP-OPENED-DATE to WS-SERIAL-DATE
           perform 8900-DATE-TO-SERIAL
           if DSP-CLOSED
              perform 3500-COUNT-CLOSURE
              go to 3000-EXIT
           end-if
           add 1 to WS-OPEN-COUNT
           compute WS-CASE-AGE = WS-PROCESS-SERIAL - WS-SERIAL-DAYS
           if WS-CASE-AGE < 0
              move 0 to WS-CASE-AGE
           end-if
           compute WS-DAYS-LEFT = WS-LIMIT-DAYS - WS-CASE-AGE
           move spaces to WS-DL-MARKER
           move spaces to WS-DL-ACK
           if DSP-ACK-DATE not = 0
              move DSP-ACK-DATE to WS-DL-ACK
           else
              compute WS-ACK-LEFT = WS-ACK-DAYS - WS-CASE-AGE
              if WS-ACK-LEFT < 0
                 move "A ENVOYER !" to WS-DL-ACK
                 add 1 to WS-ACK-LATE-COUNT
              else
                 move "A ENVOYER" to WS-DL-ACK
              end-if
           end-if
           evaluate true
               when WS-DAYS-LEFT < 0
                   move "HORS DELAI" to WS-DL-MARKER
                   add 1 to WS-OVERDUE-COUNT
               when WS-DAYS-LEFT < 7
                   move "ECHEANCE SOUS 7 JOURS" to WS-DL-MARKER
                   add 1 to WS-DUE-SOON-COUNT
               when other
                   continue
           end-evaluate
           perform 3100-COUNT-CATEGORY
               varying WS-CAT-SUB from 1 by 1
               until WS-CAT-SUB > 6
           move 1 to WS-BAND-SUB
           perform 3200-FIND-BAND
               until WS-BAND-SUB = 5
                  or WS-CASE-AGE <= WS-BAND-LIMIT(WS-BAND-SUB)
           add 1 to WS-BAND-COUNT(WS-BAND-SUB)
           perform 7000-WRITE-DETAIL
           .
       3000-EXIT.
           perform 2000-READ-CASE
           .

       3100-COUNT-CATEGORY.
           if WS-CAT-CODE(WS-CAT-SUB) = DSP-CATEGORY
              add 1 to WS-CAT-OPEN(WS-CAT-SUB)
              if WS-DAYS-LEFT < 0
                 add 1 to WS-CAT-OVERDUE(WS-CAT-SUB)
              end-if
           end-if
           .

       3200-FIND-BAND.
           add 1 to WS-BAND-SUB
           .

      *****************************************************************
      *  A case closed over the last seven days, and whether its
      *  answer went out after the deadline.
      *****************************************************************
       3500-COUNT-CLOSURE.
           add 1 to WS-CLOSED-COUNT
           compute WS-CLOSED-AGE = WS-SERIAL-DAYS
           move DSP-CLOSED-DATE to WS-SERIAL-DATE
           perform 8900-DATE-TO-SERIAL
           if WS-PROCESS-SERIAL - WS-SERIAL-DAYS < 7
              add 1 to WS-CLOSED-WEEK-COUNT
              compute WS-CLOSED-AGE = WS-SERIAL-DAYS - WS-CLOSED-AGE
              if WS-CLOSED-AGE > WS-LIMIT-DAYS
                 add 1 to WS-CLOSED-LATE-COUNT
              end-if
           end-if
           .

       7000-WRITE-DETAIL.
           move DSP-CASE-NUMBER to WS-DL-CASE
           move DSP-OPENED-DATE to WS-DL-OPENED
           move DSP-CUST-NUMBER to WS-DL-CUST
           move DSP-ACCT-NUMBER to WS-DL-ACCT
           move DSP-CATEGORY to WS-DL-CATEGORY
           move DSP-OWNER to WS-DL-OWNER
           move WS-CASE-AGE to WS-DL-AGE
           move WS-DAYS-LEFT to WS-DL-LEFT
           move spaces to AGING-REPORT-LINE
           move WS-DETAIL-LINE to AGING-REPORT-LINE
           write AGING-REPORT-LINE
           .

      *****************************************************************
      *  Converts WS-SERIAL-DATE (AAAAMMJJ) to a day count from the
      *  civil epoch so two dates can be subtracted to get elapsed
      *  days - the same arithmetic OVRDRRPT uses for days overdrawn.
      *****************************************************************
       8900-DATE-TO-SERIAL.
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

       9000-WRITE-TOTALS.
           move spaces to AGING-REPORT-LINE
           write AGING-REPORT-LINE
           move "DOSSIERS OUVERTS" to WS-TTL-LABEL
           move WS-OPEN-COUNT to WS-TTL-COUNT
           move spaces to WS-TTL-LABEL-2
           move 0 to WS-TTL-COUNT-2
           perform 9100-WRITE-TOTAL-LINE
           move "  HORS DELAI DE REPONSE" to WS-TTL-LABEL
           move WS-OVERDUE-COUNT to WS-TTL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "  ECHEANCE DANS LES 7 JOURS" to WS-TTL-LABEL
           move WS-DUE-SOON-COUNT to WS-TTL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "  ACCUSE DE RECEPTION EN RETARD" to WS-TTL-LABEL
           move WS-ACK-LATE-COUNT to WS-TTL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move spaces to AGING-REPORT-LINE
           write AGING-REPORT-LINE
           move "PAR ANCIENNETE" to AGING-REPORT-LINE
           write AGING-REPORT-LINE
           perform 9200-WRITE-BAND-TOTAL
               varying WS-BAND-SUB from 1 by 1
               until WS-BAND-SUB > 5
           move spaces to AGING-REPORT-LINE
           write AGING-REPORT-LINE
           move "PAR CATEGORIE" to AGING-REPORT-LINE
           write AGING-REPORT-LINE
           perform 9300-WRITE-CATEGORY-TOTAL
               varying WS-CAT-SUB from 1 by 1
               until WS-CAT-SUB > 6
           move spaces to AGING-REPORT-LINE
           write AGING-REPORT-LINE
           move "CLOTURES DES 7 DERNIERS JOURS" to WS-TTL-LABEL
           move WS-CLOSED-WEEK-COUNT to WS-TTL-COUNT
           move "HORS DELAI" to WS-TTL-LABEL-2
           move WS-CLOSED-LATE-COUNT to WS-TTL-COUNT-2
           perform 9100-WRITE-TOTAL-LINE
           .

       9100-WRITE-TOTAL-LINE.
           move spaces to AGING-REPORT-LINE
           move WS-TOTAL-LINE to AGING-REPORT-LINE
           if WS-TTL-LABEL-2 = spaces
              move spaces to AGING-REPORT-LINE(47:)
           end-if
           write AGING-REPORT-LINE
           .

       9200-WRITE-BAND-TOTAL.
           move spaces to WS-TTL-LABEL
           move WS-BAND-LABEL(WS-BAND-SUB) to WS-TTL-LABEL(3:)
           move WS-BAND-COUNT(WS-BAND-SUB) to WS-TTL-COUNT
           move spaces to WS-TTL-LABEL-2
           perform 9100-WRITE-TOTAL-LINE
           .

       9300-WRITE-CATEGORY-TOTAL.
           move spaces to WS-TTL-LABEL
           move WS-CAT-LABEL(WS-CAT-SUB) to WS-TTL-LABEL(3:)
           move WS-CAT-OPEN(WS-CAT-SUB) to WS-TTL-COUNT
           move "HORS DELAI" to WS-TTL-LABEL-2
           move WS-CAT-OVERDUE(WS-CAT-SUB) to WS-TTL-COUNT-2
           perform 9100-WRITE-TOTAL-LINE
           .

       9999-TERMINATE.
           close DISPUTE-FILE
           close AGING-REPORT
           display "DOSSIERS OUVERTS : " WS-OPEN-COUNT
           display "HORS DELAI DE REPONSE : " WS-OVERDUE-COUNT
           display "ECHEANCE DANS LES 7 JOURS : " WS-DUE-SOON-COUNT
           display "ACCUSES EN RETARD : " WS-ACK-LATE-COUNT
           display "DOSSIERS CLOS : " WS-CLOSED-COUNT
           display "CLOTURES DE LA SEMAINE : " WS-CLOSED-WEEK-COUNT
           .
