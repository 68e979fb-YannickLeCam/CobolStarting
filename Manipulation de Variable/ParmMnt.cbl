      *                   AUDIT-SEQUENCE and the run closes with a
      *                   FINRUN trailer carrying the record count,
      *                   for AUDITVER's integrity proof.
      *  2026-09-14  YLC  Edits the new PARM-LATE-PENALTY-RATE on the
      *                   third image.
      *  2026-09-18  YLC  Edits the new PARM-CHEQUE-FLOAT-DAYS on the
      *                   third image.
      *  2026-09-19  YLC  Edits the new PARM-CHEQUE-RETURN-FEE on the
      *                   third image.
      *  2026-09-20  YLC  Edits the new PARM-KYC-GRACE-DAYS on the
      *                   third image.
      *  2026-09-21  YLC  Edits the new transaction-monitoring
      *                   window, band, count and factor on a fourth
      *                   image pair - the third was full.
      *  2026-09-22  YLC  Edits the new PARM-FUNDING-RATE on the
      *                   fourth image.
      *  2026-09-30  YLC  Edits the new PARM-GUARANTEE-CAP on the
      *                   fourth image.
      *  2026-10-07  YLC  Edits the new PARM-OPERATOR-IDLE-DAYS and
      *                   PARM-RECERT-DAYS on a fifth image pair -
      *                   the fourth was full.
      *  2026-10-08  YLC  Edits the new dispute-case acknowledgement
      *                   and response deadlines on the fifth image.
      *  2026-10-09  YLC  Edits the new PARM-RETENTION-YEARS on the
      *                   fifth image.
      *  2026-10-15  YLC  Edits the new balance-update partition count,
      *                   range limits and partition to restart on a
      *                   sixth image pair - the fifth was full.
      *****************************************************************
       environment division.
       input-output section.
       01  WS-AFTER-IMAGE-2                 PIC X(60).
       01  WS-BEFORE-IMAGE-3                PIC X(60).
       01  WS-AFTER-IMAGE-3                 PIC X(60).
       01  WS-BEFORE-IMAGE-4                PIC X(60).
       01  WS-AFTER-IMAGE-4                 PIC X(60).
       01  WS-BEFORE-IMAGE-5                PIC X(60).
       01  WS-AFTER-IMAGE-5                 PIC X(60).
       01  WS-BEFORE-IMAGE-6                PIC X(60).
       01  WS-AFTER-IMAGE-6                 PIC X(60).

       01  WS-SWITCHES.
           05  WS-RECORD-LOADED-SWITCH      PIC X(01) VALUE "N".
               88  WS-ABANDONNED                VALUE "Y".

       01  WS-FIELD-INPUT                   PIC X(14).
       01  WS-LIMIT-SUB                     PIC 9(01).
       01  WS-DATE-INPUT                    PIC 9(08).
      *--------------------------------------------------------------*
      *    The keyed rate digits land as typed (00300 reads 3.00) - *
              move WS-AFTER-IMAGE to WS-BEFORE-IMAGE
              move WS-AFTER-IMAGE-2 to WS-BEFORE-IMAGE-2
              move WS-AFTER-IMAGE-3 to WS-BEFORE-IMAGE-3
              move WS-AFTER-IMAGE-4 to WS-BEFORE-IMAGE-4
              move WS-AFTER-IMAGE-5 to WS-BEFORE-IMAGE-5
              move WS-AFTER-IMAGE-6 to WS-BEFORE-IMAGE-6
              perform 3000-EDIT-FIELDS thru 3000-EXIT
              if not WS-ABANDONNED
                 perform 4000-WRITE-BACK
                  PARM-PROJECT-DAYS delimited by size
                  " RET " delimited by size
                  PARM-WITHHOLD-RATE delimited by size
                  " PEN " delimited by size
                  PARM-LATE-PENALTY-RATE delimited by size
                  " CHQ " delimited by size
                  PARM-CHEQUE-FLOAT-DAYS delimited by size
                  " FRS " delimited by size
                  PARM-CHEQUE-RETURN-FEE delimited by size
                  " KYC " delimited by size
                  PARM-KYC-GRACE-DAYS delimited by size
                  into WS-AFTER-IMAGE-3
           end-string
           move spaces to WS-AFTER-IMAGE-4
           string "SURV " delimited by size
                  PARM-MONITOR-DAYS delimited by size
                  " BANDE " delimited by size
                  PARM-MONITOR-BAND-PCT delimited by size
                  " NB " delimited by size
                  PARM-MONITOR-MIN-COUNT delimited by size
                  " FACT " delimited by size
                  PARM-MONITOR-FACTOR delimited by size
                  " FIN " delimited by size
                  PARM-FUNDING-RATE delimited by size
                  " FGD " delimited by size
                  PARM-GUARANTEE-CAP delimited by size
                  into WS-AFTER-IMAGE-4
           end-string
           move spaces to WS-AFTER-IMAGE-5
           string "INACTIF " delimited by size
                  PARM-OPERATOR-IDLE-DAYS delimited by size
                  " RECERT " delimited by size
                  PARM-RECERT-DAYS delimited by size
                  " AR " delimited by size
                  PARM-DISPUTE-ACK-DAYS delimited by size
                  " LITIGE " delimited by size
                  PARM-DISPUTE-RESP-DAYS delimited by size
                  " RECLAM " delimited by size
                  PARM-COMPLAINT-RESP-DAYS delimited by size
                  " RET " delimited by size
                  PARM-RETENTION-YEARS delimited by size
                  into WS-AFTER-IMAGE-5
           end-string
           move spaces to WS-AFTER-IMAGE-6
           string "PART " delimited by size
                  PARM-PARTITION-COUNT delimited by size
                  " LIM " delimited by size
                  PARM-PARTITION-LIMIT(1) delimited by size
                  " " delimited by size
                  PARM-PARTITION-LIMIT(2) delimited by size
                  " " delimited by size
                  PARM-PARTITION-LIMIT(3) delimited by size
                  " REPRISE " delimited by size
                  PARM-RESTART-PARTITION delimited by size
                  into WS-AFTER-IMAGE-6
           end-string
           .

      *****************************************************************
                 display "TAUX NON NUMERIQUE, VALEUR CONSERVEE"
              end-if
           end-if
           display "PENALITE DE RETARD PRET % (EX 00800 = 8.00) ("
                   PARM-LATE-PENALTY-RATE ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:5) is numeric
                 move WS-FIELD-INPUT(1:5) to WS-RATE-INPUT-X
                 move WS-RATE-INPUT to PARM-LATE-PENALTY-RATE
              else
                 display "TAUX NON NUMERIQUE, VALEUR CONSERVEE"
              end-if
           end-if
           display "JOURS OUVRES D'ENCAISSEMENT CHEQUE ("
                   PARM-CHEQUE-FLOAT-DAYS ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:2) is numeric
                 move WS-FIELD-INPUT(1:2) to PARM-CHEQUE-FLOAT-DAYS
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "FRAIS DE REJET CHEQUE (0 = PLAFOND LEGAL) ("
                   PARM-CHEQUE-RETURN-FEE ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:5) is numeric
                 move WS-FIELD-INPUT(1:5) to PARM-CHEQUE-RETURN-FEE
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "JOURS DE TOLERANCE REVUE KYC (0 = 90) ("
                   PARM-KYC-GRACE-DAYS ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:3) is numeric
                 move WS-FIELD-INPUT(1:3) to PARM-KYC-GRACE-DAYS
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "FENETRE DE SURVEILLANCE EN JOURS (0 = ARRET) ("
                   PARM-MONITOR-DAYS ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:3) is numeric
                 move WS-FIELD-INPUT(1:3) to PARM-MONITOR-DAYS
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "BANDE SOUS LE SEUIL EN % (0 = 10) ("
                   PARM-MONITOR-BAND-PCT ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:2) is numeric
                 move WS-FIELD-INPUT(1:2) to PARM-MONITOR-BAND-PCT
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "NOMBRE DE VERSEMENTS DANS LA BANDE (0 = 3) ("
                   PARM-MONITOR-MIN-COUNT ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:2) is numeric
                 move WS-FIELD-INPUT(1:2) to PARM-MONITOR-MIN-COUNT
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "FACTEUR DE HAUSSE DU VOLUME (0 = 5) ("
                   PARM-MONITOR-FACTOR ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:2) is numeric
                 move WS-FIELD-INPUT(1:2) to PARM-MONITOR-FACTOR
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "TAUX DE CESSION INTERNE % (EX 00300 = 3.00) ("
                   PARM-FUNDING-RATE ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:5) is numeric
                 move WS-FIELD-INPUT(1:5) to WS-RATE-INPUT-X
                 move WS-RATE-INPUT to PARM-FUNDING-RATE
              else
                 display "TAUX NON NUMERIQUE, VALEUR CONSERVEE"
              end-if
           end-if
           display "PLAFOND DE GARANTIE DES DEPOTS (0 = 100000) ("
                   PARM-GUARANTEE-CAP ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:9) is numeric
                 move WS-FIELD-INPUT(1:9) to PARM-GUARANTEE-CAP
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "JOURS SANS CONNEXION AVANT DESACTIVATION "
                   "(0 = JAMAIS) (" PARM-OPERATOR-IDLE-DAYS ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:3) is numeric
                 move WS-FIELD-INPUT(1:3) to PARM-OPERATOR-IDLE-DAYS
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "DELAI DE RECERTIFICATION EN JOURS (0 = 30) ("
                   PARM-RECERT-DAYS ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:3) is numeric
                 move WS-FIELD-INPUT(1:3) to PARM-RECERT-DAYS
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "DELAI D'ACCUSE DE RECEPTION D'UNE RECLAMATION "
                   "(0 = 10) (" PARM-DISPUTE-ACK-DAYS ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:3) is numeric
                 move WS-FIELD-INPUT(1:3) to PARM-DISPUTE-ACK-DAYS
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "DELAI DE REPONSE A UNE OPERATION CONTESTEE "
                   "(0 = 15) (" PARM-DISPUTE-RESP-DAYS ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:3) is numeric
                 move WS-FIELD-INPUT(1:3) to PARM-DISPUTE-RESP-DAYS
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "DELAI DE REPONSE AUX AUTRES RECLAMATIONS "
                   "(0 = 60) (" PARM-COMPLAINT-RESP-DAYS ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:3) is numeric
                 move WS-FIELD-INPUT(1:3) to PARM-COMPLAINT-RESP-DAYS
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "DUREE DE CONSERVATION DES DONNEES PERSONNELLES "
                   "EN ANNEES (0 = 10) (" PARM-RETENTION-YEARS ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:2) is numeric
                 move WS-FIELD-INPUT(1:2) to PARM-RETENTION-YEARS
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           display "NOMBRE DE PARTITIONS DU SOLDE DE NUIT "
                   "(0 = 1, MAXIMUM 4) (" PARM-PARTITION-COUNT ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:1) is numeric
                      and WS-FIELD-INPUT(1:1) not > "4"
                 move WS-FIELD-INPUT(1:1) to PARM-PARTITION-COUNT
              else
                 display "VALEUR INVALIDE, CONSERVEE"
              end-if
           end-if
           perform 3100-EDIT-PARTITION-LIMIT
               varying WS-LIMIT-SUB from 1 by 1
               until WS-LIMIT-SUB > 3
           display "PARTITION A REPRENDRE (1-4, X = INTER-PARTITIONS, "
                   "0 = AUCUNE) (" PARM-RESTART-PARTITION ") ? "
           accept WS-FIELD-INPUT
           evaluate WS-FIELD-INPUT(1:1)
               when space
                   continue
               when "0"
                   move space to PARM-RESTART-PARTITION
               when "1" thru "4"
               when "X"
                   move WS-FIELD-INPUT(1:1) to PARM-RESTART-PARTITION
               when other
                   display "VALEUR INVALIDE, CONSERVEE"
           end-evaluate
           display "ENREGISTRER LES MODIFICATIONS (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
           exit
           .

      *****************************************************************
      *  Highest account number of partition WS-LIMIT-SUB - the last
      *  partition in use always runs to the end of the master, so
      *  only the limits below it matter (PREFLITE proves them).
      *****************************************************************
       3100-EDIT-PARTITION-LIMIT.
           display "DERNIER COMPTE DE LA PARTITION " WS-LIMIT-SUB
                   " (" PARM-PARTITION-LIMIT(WS-LIMIT-SUB) ") ? "
           accept WS-FIELD-INPUT
           if WS-FIELD-INPUT not = spaces
              if WS-FIELD-INPUT(1:9) is numeric
                 move WS-FIELD-INPUT(1:9)
                     to PARM-PARTITION-LIMIT(WS-LIMIT-SUB)
              else
                 display "VALEUR NON NUMERIQUE, CONSERVEE"
              end-if
           end-if
           .

      *****************************************************************
      *  The batch operator keyed here must exist on AUTHFILE - a
      *  typo would otherwise stop SOLDUPDT at one past midnight.
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           move "CHANG4" to AUDIT-ACTION
           move WS-BEFORE-IMAGE-4 to AUDIT-BEFORE-IMAGE
           move WS-AFTER-IMAGE-4 to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           move "CHANG5" to AUDIT-ACTION
           move WS-BEFORE-IMAGE-5 to AUDIT-BEFORE-IMAGE
           move WS-AFTER-IMAGE-5 to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           move "CHANG6" to AUDIT-ACTION
           move WS-BEFORE-IMAGE-6 to AUDIT-BEFORE-IMAGE
           move WS-AFTER-IMAGE-6 to AUDIT-AFTER-IMAGE
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

      *****************************************************************
