       identification division.
       program-id. SUSPMNT.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-15.
       date-compiled.

      *****************************************************************
      *  SUSPMNT
      *
      *  Repair and release screen for BATPROOF's suspense file.  A
      *  broken batch goes to TRANSUSP whole, controls included, and
      *  nothing read it back - the dataset was edited by hand or the
      *  branch asked to resend.  Gated like CUSTMRG (active
      *  SUPERVISOR only, permission profile for each function), it
      *  cuts TRANSUSP into batches the way BATPROOF does, lists them
      *  with the reason each failed the proof, and shows a chosen
      *  batch's records against its header and trailer - the count
      *  and hashed amount total the trailer declares beside what is
      *  actually there.  The supervisor may then:
      *
      *    - delete bad records (delete function);
      *    - add the missing trailer, computed on the content kept
      *      (add function);
      *    - drop the whole batch (delete function);
      *    - release the batch (release function) - its remaining
      *      records are appended to TRANRAW under a fresh
      *      SUSPMNT header and trailer, so they are proved again
      *      and post with the next night's work;
      *    - leave it, keeping any deletions or added trailer on
      *      TRANSUSP for later.
      *
      *  The batch's fate is applied to TRANSUSP through the SUSPKEEP
      *  keep file once the supervisor leaves it - TRANSUSP is only
      *  rebuilt when the batch is still where the list found it.
      *  Every deletion, added trailer, drop and release is then
      *  journalled to AUDIT-JOURNAL.  EXCPSUM reports whatever stays
      *  in suspense each morning.
      *
      *  Modification history
      *  2026-10-15  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select SUSPENSE-FILE assign to "TRANSUSP"
               organization is sequential
               file status is WS-SUSP-STATUS.

           select SUSPENSE-KEEP-FILE assign to "SUSPKEEP"
               organization is sequential
               file status is WS-KEEP-STATUS.

           select RAW-TRANSACTION-FILE assign to "TRANRAW"
               organization is sequential
               file status is WS-TRANRAW-STATUS.

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
       fd  SUSPENSE-FILE.
       copy "TRANREC.cpy".
       copy "BATCREC.cpy".

       fd  SUSPENSE-KEEP-FILE.
       01  SUSPENSE-KEEP-RECORD            PIC X(68).

       fd  RAW-TRANSACTION-FILE.
       01  RELEASE-RECORD                  PIC X(68).

       fd  AUDIT-JOURNAL.
       copy "AUDITREC.cpy".

       fd  AUTH-FILE.
       copy "AUTHREC.cpy".

       working-storage section.
       01  WS-SUSP-STATUS                   PIC X(02).
           88  WS-SUSP-OK                     VALUE "00".
       01  WS-KEEP-STATUS                   PIC X(02).
           88  WS-KEEP-OK                     VALUE "00".
       01  WS-TRANRAW-STATUS                PIC X(02).
           88  WS-TRANRAW-OK                  VALUE "00".
       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                    VALUE "00".
       01  WS-AUTH-FSTATUS                  PIC X(02).
           88  WS-AUTH-OK                     VALUE "00".

       01  WS-OPERATOR-ID                   PIC X(08) VALUE "SYSTEM".
       01  WS-AUDIT-DATE                    PIC 9(08).
       01  WS-AUDIT-TIME                    PIC 9(08).
       01  WS-AUDIT-TS-ALPHA                PIC X(14).
       01  WS-AUDIT-SEQUENCE                PIC 9(07) VALUE 0.
       01  WS-AUDIT-KEY                     PIC 9(09).
       01  WS-AUDIT-ACTION                  PIC X(06).
       01  WS-BEFORE-IMAGE                  PIC X(60).
       01  WS-AFTER-IMAGE                   PIC X(60).

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
               88  WS-EXIT                    VALUE "Y".
           05  WS-AUTHORIZED-SWITCH          PIC X(01) VALUE "N".
               88  WS-AUTHORIZED                VALUE "Y".
           05  WS-SUSP-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-SUSP-EOF                  VALUE "Y".
           05  WS-KEEP-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-KEEP-EOF                  VALUE "Y".
           05  WS-SEG-OPEN-SWITCH            PIC X(01) VALUE "N".
               88  WS-SEG-OPEN                  VALUE "Y".
           05  WS-LOAD-SWITCH                PIC X(01) VALUE "N".
               88  WS-LOAD-OK                   VALUE "Y".
           05  WS-OVERSIZE-SWITCH            PIC X(01) VALUE "N".
               88  WS-OVERSIZE                  VALUE "Y".
           05  WS-BATCH-DONE-SWITCH          PIC X(01) VALUE "N".
               88  WS-BATCH-DONE                VALUE "Y".
           05  WS-BATCH-CHANGED-SWITCH       PIC X(01) VALUE "N".
               88  WS-BATCH-CHANGED             VALUE "Y".
           05  WS-TRAILER-ADDED-SWITCH       PIC X(01) VALUE "N".
               88  WS-TRAILER-ADDED             VALUE "Y".
           05  WS-SUSP-MOVED-SWITCH          PIC X(01) VALUE "N".
               88  WS-SUSP-MOVED                VALUE "Y".
           05  WS-REWRITE-SWITCH             PIC X(01) VALUE "N".
               88  WS-REWRITE-DONE              VALUE "Y".

       01  WS-LOGIN-ID                      PIC X(08).
       01  WS-LOGIN-PASSWORD                PIC X(08).
       01  WS-LOGIN-ATTEMPTS                PIC 9 VALUE 0.

       01  WS-ACTION-CHOICE                 PIC X(01).
           88  WS-ACTION-SUPPRIMER            VALUE "S" "s".
           88  WS-ACTION-FIN-DE-LOT           VALUE "F" "f".
           88  WS-ACTION-ABANDONNER           VALUE "A" "a".
           88  WS-ACTION-LIBERER              VALUE "L" "l".
           88  WS-ACTION-REVOIR               VALUE "V" "v".
           88  WS-ACTION-QUITTER              VALUE "Q" "q".
       01  WS-CONFIRM                       PIC X(01).
           88  WS-CONFIRM-OUI                 VALUE "O" "o".

      *--------------------------------------------------------------*
      *    One entry per segment of TRANSUSP, cut as BATPROOF cuts   *
      *    the raw stream - a headered batch, or a run of records    *
      *    outside any batch.  Position and length are in records,   *
      *    controls included, counting from 1.                       *
      *--------------------------------------------------------------*
       01  WS-SEG-COUNT                     PIC 9(03) COMP VALUE 0.
       01  WS-SEG-TABLE.
           05  WS-SEG OCCURS 200 TIMES.
               10  WS-SEG-FIRST-REC          PIC 9(07).
               10  WS-SEG-REC-COUNT          PIC 9(07).
               10  WS-SEG-HEADER-FLAG        PIC X(01).
               10  WS-SEG-TRAILER-FLAG       PIC X(01).
               10  WS-SEG-SOURCE-ID          PIC X(08).
               10  WS-SEG-BATCH-NUMBER       PIC 9(06).
               10  WS-SEG-TRL-COUNT          PIC 9(06).
               10  WS-SEG-TRL-HASH           PIC 9(13).
               10  WS-SEG-TRAN-COUNT         PIC 9(06).
               10  WS-SEG-TRAN-HASH          PIC 9(13).
               10  WS-SEG-REASON             PIC X(30).
       01  WS-SEG-SUB                       PIC 9(03).
       01  WS-SEG-CHOICE                    PIC 9(03).
       01  WS-CUR-SEG                       PIC 9(03).
       01  WS-REC-NUMBER                    PIC 9(07).
       01  WS-SEG-LAST-REC                  PIC 9(07).

      *--------------------------------------------------------------*
      *    The batch under repair - its controls as found, and its   *
      *    transaction records with the fields shown on the screen.  *
      *    A larger batch can only be dropped.                       *
      *--------------------------------------------------------------*
       01  WS-CUR-FIRST-IMAGE               PIC X(68).
       01  WS-CUR-HEADER-IMAGE              PIC X(68).
       01  WS-CUR-TRAILER-IMAGE             PIC X(68).
       01  WS-LINE-COUNT                    PIC 9(04) VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LINE OCCURS 500 TIMES.
               10  WS-LN-IMAGE               PIC X(68).
               10  WS-LN-ACCT-NUMBER         PIC 9(09).
               10  WS-LN-TYPE                PIC X(01).
               10  WS-LN-AMOUNT              PIC S9(09).
               10  WS-LN-CHANNEL             PIC X(01).
               10  WS-LN-DELETED-FLAG        PIC X(01).
                   88  WS-LN-DELETED          VALUE "Y".
       01  WS-LINE-SUB                      PIC 9(04).
       01  WS-LINE-CHOICE                   PIC 9(04).
       01  WS-LIVE-COUNT                    PIC 9(06).
       01  WS-LIVE-HASH                     PIC 9(13).

       01  WS-DISPOSITION                   PIC X(01).
           88  WS-DISP-NONE                   VALUE SPACE.
           88  WS-DISP-EDITED                 VALUE "E".
           88  WS-DISP-DROPPED                VALUE "A".
           88  WS-DISP-RELEASED               VALUE "L".

      *--------------------------------------------------------------*
      *    New control records - an added trailer, and the header    *
      *    and trailer of a released batch.                          *
      *--------------------------------------------------------------*
       copy "BATCREC.cpy" replacing ==BATCH-CONTROL-RECORD== by
           ==WS-NEW-CONTROL== leading ==BCT-== by ==WS-NEW-==.
       01  WS-RELEASE-BATCH                 PIC 9(06).

       01  WS-AMOUNT-EDIT                   PIC -9(9).
       01  WS-DELETED-COUNT                 PIC 9(05) VALUE 0.
       01  WS-TRAILERS-ADDED                PIC 9(05) VALUE 0.
       01  WS-DROPPED-COUNT                 PIC 9(05) VALUE 0.
       01  WS-RELEASED-COUNT                PIC 9(05) VALUE 0.
       01  WS-RELEASED-RECORDS              PIC 9(07) VALUE 0.

       copy "PERMLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 1500-OPERATOR-LOGON thru 1500-EXIT
           if WS-AUTHORIZED
              perform 2000-LIST-SUSPENSE thru 2000-EXIT
              perform 3000-SELECT-BATCH thru 3000-EXIT
                  until WS-EXIT
           end-if
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           open extend AUDIT-JOURNAL
           if not WS-AUDIT-OK
              close AUDIT-JOURNAL
              open output AUDIT-JOURNAL
           end-if
           .

      *****************************************************************
      *  Same AUTH-FILE gate as CUSTMRG - active supervisors only,
      *  three failed attempts ends the run, each one logged to
      *  AUDIT-JOURNAL.
      *****************************************************************
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
           display "Identifiant superviseur ? "
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
           if AUTH-ACTIVE
                   and AUTH-PASSWORD = WS-LOGIN-PASSWORD
                   and AUTH-LEVEL-SUPERVISOR
              move 0 to AUTH-FAILED-ATTEMPTS
              accept AUTH-LAST-LOGON-DATE from date yyyymmdd
              rewrite AUTH-RECORD
              set WS-AUTHORIZED to true
              move WS-LOGIN-ID to WS-OPERATOR-ID
              move AUTH-PROFILE-ID to PERM-PROFILE-ID
           else
              display "ACCES RESERVE AUX SUPERVISEURS ACTIFS"
              add 1 to WS-LOGIN-ATTEMPTS
              add 1 to AUTH-FAILED-ATTEMPTS
              rewrite AUTH-RECORD
              perform 1520-LOG-FAILED-LOGON
           end-if
           .
       1510-EXIT.
           exit
           .

       1520-LOG-FAILED-LOGON.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "SUSPMNT" to AUDIT-PROGRAM-ID
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
      *  program before the list opens, and each function that
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
           move "SUSPMNT" to PERM-PROGRAM-ID
           call "PERMCHK" using PERMISSION-CHECK-PARMS
           if PERM-DENIED
              if not PERM-FN-ENTRY
                 display "FONCTION NON AUTORISEE POUR VOTRE PROFIL"
              end-if
              perform 1620-LOG-PERMISSION-REFUSAL
           end-if
           .

       1620-LOG-PERMISSION-REFUSAL.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "SUSPMNT" to AUDIT-PROGRAM-ID
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

      *****************************************************************
      *  Cut TRANSUSP into segments and list them with the reason
      *  each one failed the proof.  Run again after every batch
      *  whose fate changed the file.
      *****************************************************************
       2000-LIST-SUSPENSE.
           move 0 to WS-SEG-COUNT
           open input SUSPENSE-FILE
           if not WS-SUSP-OK
              display "SUSPENS ABSENT OU ILLISIBLE : " WS-SUSP-STATUS
              close SUSPENSE-FILE
              set WS-EXIT to true
              go to 2000-EXIT
           end-if
           move "N" to WS-SUSP-EOF-SWITCH
           move "N" to WS-SEG-OPEN-SWITCH
           move 0 to WS-REC-NUMBER
           perform 2100-READ-SUSPENSE
           perform 2200-SCAN-ONE-RECORD thru 2200-EXIT
               until WS-SUSP-EOF
           if WS-SEG-OPEN
              perform 2400-CLOSE-SEGMENT
           end-if
           close SUSPENSE-FILE
           if WS-SEG-COUNT = 0
              display "AUCUN LOT EN SUSPENS"
              set WS-EXIT to true
              go to 2000-EXIT
           end-if
           display "========================================"
           display "LOTS EN SUSPENS (TRANSUSP)"
           display "========================================"
           perform 2500-DISPLAY-SEGMENT
               varying WS-SEG-SUB from 1 by 1
               until WS-SEG-SUB > WS-SEG-COUNT
           .
       2000-EXIT.
           exit
           .

       2100-READ-SUSPENSE.
           read SUSPENSE-FILE
               at end set WS-SUSP-EOF to true
               not at end add 1 to WS-REC-NUMBER
           end-read
           .

       2200-SCAN-ONE-RECORD.
           if BCT-HEADER or not WS-SEG-OPEN
              if WS-SEG-OPEN
                 perform 2400-CLOSE-SEGMENT
              end-if
              if WS-SEG-COUNT >= 200
                 display "PLUS DE 200 LOTS EN SUSPENS - LES SUIVANTS "
                         "AU PROCHAIN PASSAGE"
                 set WS-SUSP-EOF to true
                 go to 2200-EXIT
              end-if
              perform 2300-OPEN-SEGMENT
           end-if
           add 1 to WS-SEG-REC-COUNT(WS-SEG-COUNT)
           evaluate true
               when BCT-HEADER
                   move "O" to WS-SEG-HEADER-FLAG(WS-SEG-COUNT)
                   move BCT-SOURCE-ID
                       to WS-SEG-SOURCE-ID(WS-SEG-COUNT)
                   move BCT-BATCH-NUMBER
                       to WS-SEG-BATCH-NUMBER(WS-SEG-COUNT)
               when BCT-TRAILER
                   move "O" to WS-SEG-TRAILER-FLAG(WS-SEG-COUNT)
                   move BCT-RECORD-COUNT
                       to WS-SEG-TRL-COUNT(WS-SEG-COUNT)
                   move BCT-AMOUNT-HASH
                       to WS-SEG-TRL-HASH(WS-SEG-COUNT)
                   if WS-SEG-HEADER-FLAG(WS-SEG-COUNT) not = "O"
                      move BCT-SOURCE-ID
                          to WS-SEG-SOURCE-ID(WS-SEG-COUNT)
                      move BCT-BATCH-NUMBER
                          to WS-SEG-BATCH-NUMBER(WS-SEG-COUNT)
                   end-if
                   perform 2400-CLOSE-SEGMENT
               when other
                   add 1 to WS-SEG-TRAN-COUNT(WS-SEG-COUNT)
                   add TRAN-AMOUNT to WS-SEG-TRAN-HASH(WS-SEG-COUNT)
                       on size error
                           continue
                   end-add
           end-evaluate
           perform 2100-READ-SUSPENSE
           .
       2200-EXIT.
           exit
           .

       2300-OPEN-SEGMENT.
           add 1 to WS-SEG-COUNT
           move WS-REC-NUMBER to WS-SEG-FIRST-REC(WS-SEG-COUNT)
           move 0 to WS-SEG-REC-COUNT(WS-SEG-COUNT)
           move "N" to WS-SEG-HEADER-FLAG(WS-SEG-COUNT)
           move "N" to WS-SEG-TRAILER-FLAG(WS-SEG-COUNT)
           move spaces to WS-SEG-SOURCE-ID(WS-SEG-COUNT)
           move 0 to WS-SEG-BATCH-NUMBER(WS-SEG-COUNT)
           move 0 to WS-SEG-TRL-COUNT(WS-SEG-COUNT)
           move 0 to WS-SEG-TRL-HASH(WS-SEG-COUNT)
           move 0 to WS-SEG-TRAN-COUNT(WS-SEG-COUNT)
           move 0 to WS-SEG-TRAN-HASH(WS-SEG-COUNT)
           set WS-SEG-OPEN to true
           .

      *****************************************************************
      *  The segment's reason, in BATPROOF's order of judgement.  A
      *  batch left here with its trailer added reads as concordant
      *  and waits only for its release.
      *****************************************************************
       2400-CLOSE-SEGMENT.
           move "N" to WS-SEG-OPEN-SWITCH
           evaluate true
               when WS-SEG-HEADER-FLAG(WS-SEG-COUNT) not = "O"
                   move "HORS LOT - EN-TETE ABSENT"
                       to WS-SEG-REASON(WS-SEG-COUNT)
               when WS-SEG-TRAILER-FLAG(WS-SEG-COUNT) not = "O"
                   move "FIN DE LOT ABSENTE"
                       to WS-SEG-REASON(WS-SEG-COUNT)
               when WS-SEG-TRL-COUNT(WS-SEG-COUNT)
                       not = WS-SEG-TRAN-COUNT(WS-SEG-COUNT)
                   move "NOMBRE D'ENREGISTREMENTS FAUX"
                       to WS-SEG-REASON(WS-SEG-COUNT)
               when WS-SEG-TRL-HASH(WS-SEG-COUNT)
                       not = WS-SEG-TRAN-HASH(WS-SEG-COUNT)
                   move "TOTAL DE CONTROLE FAUX"
                       to WS-SEG-REASON(WS-SEG-COUNT)
               when other
                   move "CONTROLES CONCORDANTS"
                       to WS-SEG-REASON(WS-SEG-COUNT)
           end-evaluate
           .

       2500-DISPLAY-SEGMENT.
           display WS-SEG-SUB " " WS-SEG-SOURCE-ID(WS-SEG-SUB)
                   " LOT " WS-SEG-BATCH-NUMBER(WS-SEG-SUB)
                   " ENREG " WS-SEG-TRAN-COUNT(WS-SEG-SUB)
                   " " WS-SEG-REASON(WS-SEG-SUB)
           .

      *****************************************************************
      *  One batch: load it, show it, work on it until the
      *  supervisor leaves it, then apply its fate to TRANSUSP (and
      *  TRANRAW for a release) and journal what was done.
      *****************************************************************
       3000-SELECT-BATCH.
           display "Numero du lot a examiner (0 = FIN) ? "
           accept WS-SEG-CHOICE
           if WS-SEG-CHOICE = 0
              set WS-EXIT to true
              go to 3000-EXIT
           end-if
           if WS-SEG-CHOICE > WS-SEG-COUNT
              display "NUMERO DE LOT INCONNU"
              go to 3000-EXIT
           end-if
           move WS-SEG-CHOICE to WS-CUR-SEG
           perform 4000-LOAD-BATCH thru 4000-EXIT
           if not WS-LOAD-OK
              go to 3000-EXIT
           end-if
           perform 4100-SHOW-BATCH
           move "N" to WS-BATCH-DONE-SWITCH
           move "N" to WS-BATCH-CHANGED-SWITCH
           move "N" to WS-TRAILER-ADDED-SWITCH
           move space to WS-DISPOSITION
           perform 4500-WORK-ON-BATCH until WS-BATCH-DONE
           if WS-DISP-NONE
              go to 3000-EXIT
           end-if
           perform 6000-REWRITE-SUSPENSE thru 6000-EXIT
           if not WS-REWRITE-DONE
              display "AUCUNE MODIFICATION ENREGISTREE"
              go to 3000-EXIT
           end-if
           if WS-DISP-RELEASED
              perform 6500-RELEASE-TO-TRANRAW
           end-if
           perform 6800-JOURNAL-BATCH
           perform 2000-LIST-SUSPENSE thru 2000-EXIT
           .
       3000-EXIT.
           exit
           .

       4000-LOAD-BATCH.
           move "N" to WS-LOAD-SWITCH
           move "N" to WS-OVERSIZE-SWITCH
           if WS-SEG-TRAN-COUNT(WS-CUR-SEG) > 500
              display "LOT DE PLUS DE 500 ENREGISTREMENTS - SEUL "
                      "L'ABANDON EST POSSIBLE ICI"
              set WS-OVERSIZE to true
           end-if
           open input SUSPENSE-FILE
           if not WS-SUSP-OK
              display "SUSPENS ILLISIBLE : " WS-SUSP-STATUS
              close SUSPENSE-FILE
              go to 4000-EXIT
           end-if
           compute WS-SEG-LAST-REC = WS-SEG-FIRST-REC(WS-CUR-SEG)
                                   + WS-SEG-REC-COUNT(WS-CUR-SEG) - 1
           move spaces to WS-CUR-FIRST-IMAGE
           move spaces to WS-CUR-HEADER-IMAGE
           move spaces to WS-CUR-TRAILER-IMAGE
           move 0 to WS-LINE-COUNT
           move 0 to WS-REC-NUMBER
           move "N" to WS-SUSP-EOF-SWITCH
           perform 2100-READ-SUSPENSE
           perform 4050-LOAD-ONE-RECORD
               until WS-SUSP-EOF or WS-REC-NUMBER > WS-SEG-LAST-REC
           close SUSPENSE-FILE
           set WS-LOAD-OK to true
           perform 4200-RECOUNT-LIVE
           .
       4000-EXIT.
           exit
           .

       4050-LOAD-ONE-RECORD.
           if WS-REC-NUMBER >= WS-SEG-FIRST-REC(WS-CUR-SEG)
              if WS-REC-NUMBER = WS-SEG-FIRST-REC(WS-CUR-SEG)
                 move TRANSACTION-RECORD to WS-CUR-FIRST-IMAGE
              end-if
              evaluate true
                  when BCT-HEADER
                      move TRANSACTION-RECORD to WS-CUR-HEADER-IMAGE
                  when BCT-TRAILER
                      move TRANSACTION-RECORD to WS-CUR-TRAILER-IMAGE
                  when WS-OVERSIZE
                      continue
                  when other
                      add 1 to WS-LINE-COUNT
                      move TRANSACTION-RECORD
                          to WS-LN-IMAGE(WS-LINE-COUNT)
                      move TRAN-ACCT-NUMBER
                          to WS-LN-ACCT-NUMBER(WS-LINE-COUNT)
                      move TRAN-TYPE to WS-LN-TYPE(WS-LINE-COUNT)
                      move TRAN-AMOUNT to WS-LN-AMOUNT(WS-LINE-COUNT)
                      move TRAN-CHANNEL
                          to WS-LN-CHANNEL(WS-LINE-COUNT)
                      move "N" to WS-LN-DELETED-FLAG(WS-LINE-COUNT)
              end-evaluate
           end-if
           perform 2100-READ-SUSPENSE
           .

       4100-SHOW-BATCH.
           display "----------------------------------------"
           display "LOT " WS-CUR-SEG " SOURCE "
                   WS-SEG-SOURCE-ID(WS-CUR-SEG)
                   " NUMERO " WS-SEG-BATCH-NUMBER(WS-CUR-SEG)
           display "MOTIF          : " WS-SEG-REASON(WS-CUR-SEG)
           if WS-SEG-HEADER-FLAG(WS-CUR-SEG) = "O"
              display "EN-TETE        : PRESENT"
           else
              display "EN-TETE        : ABSENT"
           end-if
           evaluate true
               when WS-SEG-TRAILER-FLAG(WS-CUR-SEG) = "O"
                   display "FIN DE LOT     : ENREG "
                           WS-SEG-TRL-COUNT(WS-CUR-SEG)
                           " TOTAL " WS-SEG-TRL-HASH(WS-CUR-SEG)
               when WS-TRAILER-ADDED
                   display "FIN DE LOT     : AJOUTEE, CALCULEE SUR "
                           "LE CONTENU"
               when other
                   display "FIN DE LOT     : ABSENTE"
           end-evaluate
           display "CONTENU ACTUEL : ENREG " WS-LIVE-COUNT
                   " TOTAL " WS-LIVE-HASH
           if not WS-OVERSIZE
              perform 4150-SHOW-LINE
                  varying WS-LINE-SUB from 1 by 1
                  until WS-LINE-SUB > WS-LINE-COUNT
           end-if
           .

       4150-SHOW-LINE.
           move WS-LN-AMOUNT(WS-LINE-SUB) to WS-AMOUNT-EDIT
           if WS-LN-DELETED(WS-LINE-SUB)
              display WS-LINE-SUB " COMPTE "
                      WS-LN-ACCT-NUMBER(WS-LINE-SUB) " "
                      WS-LN-TYPE(WS-LINE-SUB) " " WS-AMOUNT-EDIT
                      " CANAL " WS-LN-CHANNEL(WS-LINE-SUB)
                      " SUPPRIME"
           else
              display WS-LINE-SUB " COMPTE "
                      WS-LN-ACCT-NUMBER(WS-LINE-SUB) " "
                      WS-LN-TYPE(WS-LINE-SUB) " " WS-AMOUNT-EDIT
                      " CANAL " WS-LN-CHANNEL(WS-LINE-SUB)
           end-if
           .

      *****************************************************************
      *  Count and hash of the records still kept, accumulated the
      *  way BATPROOF accumulates them, so a trailer built from them
      *  proves.
      *****************************************************************
       4200-RECOUNT-LIVE.
           if WS-OVERSIZE
              move WS-SEG-TRAN-COUNT(WS-CUR-SEG) to WS-LIVE-COUNT
              move WS-SEG-TRAN-HASH(WS-CUR-SEG) to WS-LIVE-HASH
           else
              move 0 to WS-LIVE-COUNT
              move 0 to WS-LIVE-HASH
              perform 4250-COUNT-ONE-LINE
                  varying WS-LINE-SUB from 1 by 1
                  until WS-LINE-SUB > WS-LINE-COUNT
           end-if
           .

       4250-COUNT-ONE-LINE.
           if not WS-LN-DELETED(WS-LINE-SUB)
              add 1 to WS-LIVE-COUNT
              add WS-LN-AMOUNT(WS-LINE-SUB) to WS-LIVE-HASH
                  on size error
                      continue
              end-add
           end-if
           .

       4500-WORK-ON-BATCH.
           display "ACTION (S=SUPPRIMER UN ENREGISTREMENT, "
                   "F=AJOUTER LA FIN DE LOT,"
           display "        A=ABANDONNER LE LOT, L=LIBERER, "
                   "V=REVOIR, Q=QUITTER) ? "
           accept WS-ACTION-CHOICE
           evaluate true
               when WS-ACTION-SUPPRIMER
                   perform 4600-DELETE-RECORD thru 4600-FIN
               when WS-ACTION-FIN-DE-LOT
                   perform 4700-ADD-TRAILER thru 4700-FIN
               when WS-ACTION-ABANDONNER
                   perform 4800-DROP-BATCH thru 4800-FIN
               when WS-ACTION-LIBERER
                   perform 4900-RELEASE-BATCH thru 4900-FIN
               when WS-ACTION-REVOIR
                   perform 4100-SHOW-BATCH
               when WS-ACTION-QUITTER
                   if WS-BATCH-CHANGED
                      set WS-DISP-EDITED to true
                      display "MODIFICATIONS CONSERVEES EN SUSPENS"
                   end-if
                   set WS-BATCH-DONE to true
               when other
                   display "ACTION INCONNUE"
           end-evaluate
           .

       4600-DELETE-RECORD.
           if WS-OVERSIZE
              display "LOT TROP VOLUMINEUX - ABANDON SEULEMENT"
              go to 4600-FIN
           end-if
           set PERM-FN-DELETE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4600-FIN
           end-if
           display "Numero de l'enregistrement a supprimer ? "
           accept WS-LINE-CHOICE
           if WS-LINE-CHOICE = 0 or WS-LINE-CHOICE > WS-LINE-COUNT
              display "NUMERO D'ENREGISTREMENT INCONNU"
              go to 4600-FIN
           end-if
           if WS-LN-DELETED(WS-LINE-CHOICE)
              display "ENREGISTREMENT DEJA SUPPRIME"
              go to 4600-FIN
           end-if
           move "Y" to WS-LN-DELETED-FLAG(WS-LINE-CHOICE)
           set WS-BATCH-CHANGED to true
           perform 4200-RECOUNT-LIVE
           display "ENREGISTREMENT SUPPRIME - CONTENU : ENREG "
                   WS-LIVE-COUNT " TOTAL " WS-LIVE-HASH
           .
       4600-FIN.
           exit
           .

      *****************************************************************
      *  The added trailer takes its count and hash from the content
      *  when the batch is left, so later deletions are in it.
      *****************************************************************
       4700-ADD-TRAILER.
           if WS-OVERSIZE
              display "LOT TROP VOLUMINEUX - ABANDON SEULEMENT"
              go to 4700-FIN
           end-if
           if WS-SEG-TRAILER-FLAG(WS-CUR-SEG) = "O"
                   or WS-TRAILER-ADDED
              display "LE LOT A DEJA SA FIN DE LOT"
              go to 4700-FIN
           end-if
           set PERM-FN-ADD to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4700-FIN
           end-if
           set WS-TRAILER-ADDED to true
           set WS-BATCH-CHANGED to true
           display "FIN DE LOT AJOUTEE - ENREG " WS-LIVE-COUNT
                   " TOTAL " WS-LIVE-HASH
           .
       4700-FIN.
           exit
           .

       4800-DROP-BATCH.
           set PERM-FN-DELETE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4800-FIN
           end-if
           display "ABANDONNER TOUT LE LOT ("
                   WS-SEG-TRAN-COUNT(WS-CUR-SEG)
                   " ENREGISTREMENTS) (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              go to 4800-FIN
           end-if
           set WS-DISP-DROPPED to true
           set WS-BATCH-DONE to true
           .
       4800-FIN.
           exit
           .

      *****************************************************************
      *  A batch is released only with its end accounted for - its
      *  own trailer or one added here - and something left in it.
      *  When the records kept no longer match the original trailer
      *  the supervisor is told before confirming.
      *****************************************************************
       4900-RELEASE-BATCH.
           if WS-OVERSIZE
              display "LOT TROP VOLUMINEUX - ABANDON SEULEMENT"
              go to 4900-FIN
           end-if
           if WS-SEG-TRAILER-FLAG(WS-CUR-SEG) not = "O"
                   and not WS-TRAILER-ADDED
              display "FIN DE LOT ABSENTE - L'AJOUTER (F) AVANT DE "
                      "LIBERER"
              go to 4900-FIN
           end-if
           if WS-LIVE-COUNT = 0
              display "LOT VIDE - L'ABANDONNER (A)"
              go to 4900-FIN
           end-if
           set PERM-FN-RELEASE to true
           perform 1610-CHECK-PERMISSION
           if PERM-DENIED
              go to 4900-FIN
           end-if
           if WS-SEG-TRAILER-FLAG(WS-CUR-SEG) = "O"
              if WS-SEG-TRL-COUNT(WS-CUR-SEG) not = WS-LIVE-COUNT
                      or WS-SEG-TRL-HASH(WS-CUR-SEG)
                         not = WS-LIVE-HASH
                 display "ATTENTION - LE CONTENU NE CORRESPOND PAS "
                         "A LA FIN DE LOT D'ORIGINE"
              end-if
           end-if
           display "LIBERER " WS-LIVE-COUNT " ENREGISTREMENTS DANS "
                   "TRANRAW SOUS DE NOUVEAUX CONTROLES (O/N) ? "
           accept WS-CONFIRM
           if not WS-CONFIRM-OUI
              go to 4900-FIN
           end-if
           set WS-DISP-RELEASED to true
           set WS-BATCH-DONE to true
           .
       4900-FIN.
           exit
           .

      *****************************************************************
      *  TRANSUSP is copied to SUSPKEEP with the batch taken out - or
      *  replaced by its edited form when it stays in suspense - and
      *  copied back only if the batch was still where the list
      *  found it.
      *****************************************************************
       6000-REWRITE-SUSPENSE.
           move "N" to WS-REWRITE-SWITCH
           move "N" to WS-SUSP-MOVED-SWITCH
           open input SUSPENSE-FILE
           if not WS-SUSP-OK
              display "SUSPENS ILLISIBLE : " WS-SUSP-STATUS
              close SUSPENSE-FILE
              go to 6000-EXIT
           end-if
           open output SUSPENSE-KEEP-FILE
           move 0 to WS-REC-NUMBER
           move "N" to WS-SUSP-EOF-SWITCH
           perform 2100-READ-SUSPENSE
           perform 6100-COPY-TO-KEEPER until WS-SUSP-EOF
           close SUSPENSE-FILE
           close SUSPENSE-KEEP-FILE
           if WS-REC-NUMBER < WS-SEG-LAST-REC
              set WS-SUSP-MOVED to true
           end-if
           if WS-SUSP-MOVED
              display "TRANSUSP A CHANGE DEPUIS LA LISTE - "
                      "LOT A REPRENDRE"
              go to 6000-EXIT
           end-if
           open input SUSPENSE-KEEP-FILE
           if not WS-KEEP-OK
              display "FICHIER DE CONSERVATION ILLISIBLE : "
                      WS-KEEP-STATUS
              close SUSPENSE-KEEP-FILE
              go to 6000-EXIT
           end-if
           open output SUSPENSE-FILE
           move "N" to WS-KEEP-EOF-SWITCH
           perform 6300-READ-KEEPER
           perform 6400-COPY-BACK until WS-KEEP-EOF
           close SUSPENSE-KEEP-FILE
           close SUSPENSE-FILE
           set WS-REWRITE-DONE to true
           .
       6000-EXIT.
           exit
           .

       6100-COPY-TO-KEEPER.
           if WS-REC-NUMBER < WS-SEG-FIRST-REC(WS-CUR-SEG)
                   or WS-REC-NUMBER > WS-SEG-LAST-REC
              move TRANSACTION-RECORD to SUSPENSE-KEEP-RECORD
              write SUSPENSE-KEEP-RECORD
           else
              if WS-REC-NUMBER = WS-SEG-FIRST-REC(WS-CUR-SEG)
                 if TRANSACTION-RECORD not = WS-CUR-FIRST-IMAGE
                    set WS-SUSP-MOVED to true
                 end-if
                 if WS-DISP-EDITED
                    perform 6200-WRITE-EDITED-BATCH
                 end-if
              end-if
           end-if
           perform 2100-READ-SUSPENSE
           .

       6200-WRITE-EDITED-BATCH.
           if WS-SEG-HEADER-FLAG(WS-CUR-SEG) = "O"
              move WS-CUR-HEADER-IMAGE to SUSPENSE-KEEP-RECORD
              write SUSPENSE-KEEP-RECORD
           end-if
           perform 6250-WRITE-KEPT-LINE
               varying WS-LINE-SUB from 1 by 1
               until WS-LINE-SUB > WS-LINE-COUNT
           evaluate true
               when WS-SEG-TRAILER-FLAG(WS-CUR-SEG) = "O"
                   move WS-CUR-TRAILER-IMAGE to SUSPENSE-KEEP-RECORD
                   write SUSPENSE-KEEP-RECORD
               when WS-TRAILER-ADDED
                   move spaces to WS-NEW-CONTROL
                   set WS-NEW-TRAILER to true
                   move WS-SEG-SOURCE-ID(WS-CUR-SEG)
                       to WS-NEW-SOURCE-ID
                   move WS-SEG-BATCH-NUMBER(WS-CUR-SEG)
                       to WS-NEW-BATCH-NUMBER
                   move WS-LIVE-COUNT to WS-NEW-RECORD-COUNT
                   move WS-LIVE-HASH to WS-NEW-AMOUNT-HASH
                   move WS-NEW-CONTROL to SUSPENSE-KEEP-RECORD
                   write SUSPENSE-KEEP-RECORD
               when other
                   continue
           end-evaluate
           .

       6250-WRITE-KEPT-LINE.
           if not WS-LN-DELETED(WS-LINE-SUB)
              move WS-LN-IMAGE(WS-LINE-SUB) to SUSPENSE-KEEP-RECORD
              write SUSPENSE-KEEP-RECORD
           end-if
           .

       6300-READ-KEEPER.
           read SUSPENSE-KEEP-FILE
               at end set WS-KEEP-EOF to true
           end-read
           .

       6400-COPY-BACK.
           move SUSPENSE-KEEP-RECORD to TRANSACTION-RECORD
           write TRANSACTION-RECORD
           perform 6300-READ-KEEPER
           .

      *****************************************************************
      *  Release - the kept records go to TRANRAW in a batch of their
      *  own, numbered by the release time as TRANENT numbers its
      *  sessions, for BATPROOF to prove with the next night's work.
      *****************************************************************
       6500-RELEASE-TO-TRANRAW.
           open extend RAW-TRANSACTION-FILE
           if not WS-TRANRAW-OK
              close RAW-TRANSACTION-FILE
              open output RAW-TRANSACTION-FILE
           end-if
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TIME(1:6) to WS-RELEASE-BATCH
           move spaces to WS-NEW-CONTROL
           set WS-NEW-HEADER to true
           move "SUSPMNT" to WS-NEW-SOURCE-ID
           move WS-RELEASE-BATCH to WS-NEW-BATCH-NUMBER
           move 0 to WS-NEW-RECORD-COUNT
           move 0 to WS-NEW-AMOUNT-HASH
           move WS-NEW-CONTROL to RELEASE-RECORD
           write RELEASE-RECORD
           perform 6550-RELEASE-ONE-LINE
               varying WS-LINE-SUB from 1 by 1
               until WS-LINE-SUB > WS-LINE-COUNT
           move spaces to WS-NEW-CONTROL
           set WS-NEW-TRAILER to true
           move "SUSPMNT" to WS-NEW-SOURCE-ID
           move WS-RELEASE-BATCH to WS-NEW-BATCH-NUMBER
           move WS-LIVE-COUNT to WS-NEW-RECORD-COUNT
           move WS-LIVE-HASH to WS-NEW-AMOUNT-HASH
           move WS-NEW-CONTROL to RELEASE-RECORD
           write RELEASE-RECORD
           close RAW-TRANSACTION-FILE
           add 1 to WS-RELEASED-COUNT
           add WS-LIVE-COUNT to WS-RELEASED-RECORDS
           display "LOT LIBERE DANS TRANRAW - LOT SUSPMNT "
                   WS-RELEASE-BATCH
           .

       6550-RELEASE-ONE-LINE.
           if not WS-LN-DELETED(WS-LINE-SUB)
              move WS-LN-IMAGE(WS-LINE-SUB) to RELEASE-RECORD
              write RELEASE-RECORD
           end-if
           .

      *****************************************************************
      *  Journal what was applied - each record deleted and an added
      *  trailer for a batch kept or released, then the drop or the
      *  release itself.  The key is the account for a record and
      *  the batch number for the batch.
      *****************************************************************
       6800-JOURNAL-BATCH.
           if WS-DISP-EDITED or WS-DISP-RELEASED
              perform 6850-JOURNAL-DELETION
                  varying WS-LINE-SUB from 1 by 1
                  until WS-LINE-SUB > WS-LINE-COUNT
              if WS-TRAILER-ADDED
                 perform 6860-SET-BATCH-BEFORE-IMAGE
                 move spaces to WS-AFTER-IMAGE
                 string "FIN DE LOT AJOUTEE ENREG " delimited by size
                        WS-LIVE-COUNT delimited by size
                        " TOTAL " delimited by size
                        WS-LIVE-HASH delimited by size
                        into WS-AFTER-IMAGE
                 end-string
                 move WS-SEG-BATCH-NUMBER(WS-CUR-SEG) to WS-AUDIT-KEY
                 move "SUSFIN" to WS-AUDIT-ACTION
                 perform 8000-WRITE-AUDIT
                 add 1 to WS-TRAILERS-ADDED
              end-if
           end-if
           if WS-DISP-DROPPED
              perform 6860-SET-BATCH-BEFORE-IMAGE
              move spaces to WS-AFTER-IMAGE
              string "LOT ABANDONNE - " delimited by size
                     WS-SEG-REASON(WS-CUR-SEG) delimited by size
                     into WS-AFTER-IMAGE
              end-string
              move WS-SEG-BATCH-NUMBER(WS-CUR-SEG) to WS-AUDIT-KEY
              move "SUSABN" to WS-AUDIT-ACTION
              perform 8000-WRITE-AUDIT
              add 1 to WS-DROPPED-COUNT
              display "LOT ABANDONNE"
           end-if
           if WS-DISP-RELEASED
              perform 6860-SET-BATCH-BEFORE-IMAGE
              move spaces to WS-AFTER-IMAGE
              string "TRANRAW LOT SUSPMNT " delimited by size
                     WS-RELEASE-BATCH delimited by size
                     " ENREG " delimited by size
                     WS-LIVE-COUNT delimited by size
                     " TOTAL " delimited by size
                     WS-LIVE-HASH delimited by size
                     into WS-AFTER-IMAGE
              end-string
              move WS-SEG-BATCH-NUMBER(WS-CUR-SEG) to WS-AUDIT-KEY
              move "SUSLIB" to WS-AUDIT-ACTION
              perform 8000-WRITE-AUDIT
           end-if
           .

       6850-JOURNAL-DELETION.
           if WS-LN-DELETED(WS-LINE-SUB)
              move WS-LN-AMOUNT(WS-LINE-SUB) to WS-AMOUNT-EDIT
              move spaces to WS-BEFORE-IMAGE
              string "LOT " delimited by size
                     WS-SEG-SOURCE-ID(WS-CUR-SEG) delimited by size
                     " " delimited by size
                     WS-SEG-BATCH-NUMBER(WS-CUR-SEG)
                         delimited by size
                     " COMPTE " delimited by size
                     WS-LN-ACCT-NUMBER(WS-LINE-SUB) delimited by size
                     " " delimited by size
                     WS-LN-TYPE(WS-LINE-SUB) delimited by size
                     " " delimited by size
                     WS-AMOUNT-EDIT delimited by size
                     into WS-BEFORE-IMAGE
              end-string
              move "ENREGISTREMENT SUPPRIME DU SUSPENS"
                  to WS-AFTER-IMAGE
              move WS-LN-ACCT-NUMBER(WS-LINE-SUB) to WS-AUDIT-KEY
              move "SUSSUP" to WS-AUDIT-ACTION
              perform 8000-WRITE-AUDIT
              add 1 to WS-DELETED-COUNT
           end-if
           .

       6860-SET-BATCH-BEFORE-IMAGE.
           move spaces to WS-BEFORE-IMAGE
           string "LOT " delimited by size
                  WS-SEG-SOURCE-ID(WS-CUR-SEG) delimited by size
                  " " delimited by size
                  WS-SEG-BATCH-NUMBER(WS-CUR-SEG) delimited by size
                  " ENREG " delimited by size
                  WS-SEG-TRAN-COUNT(WS-CUR-SEG) delimited by size
                  " TOTAL " delimited by size
                  WS-SEG-TRAN-HASH(WS-CUR-SEG) delimited by size
                  into WS-BEFORE-IMAGE
           end-string
           .

       7000-SET-AUDIT-TIMESTAMP.
           accept WS-AUDIT-DATE from date yyyymmdd
           accept WS-AUDIT-TIME from time
           move spaces to WS-AUDIT-TS-ALPHA
           string WS-AUDIT-DATE delimited by size
                  WS-AUDIT-TIME(1:6) delimited by size
                  into WS-AUDIT-TS-ALPHA
           end-string
           .

       8000-WRITE-AUDIT.
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "SUSPMNT" to AUDIT-PROGRAM-ID
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
           perform 7000-SET-AUDIT-TIMESTAMP
           move WS-AUDIT-TS-ALPHA(1:14) to AUDIT-TIMESTAMP
           move "SUSPMNT" to AUDIT-PROGRAM-ID
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID
           move "FINRUN" to AUDIT-ACTION
           move spaces to AUDIT-RECORD-KEY
           move spaces to AUDIT-BEFORE-IMAGE
           move spaces to AUDIT-AFTER-IMAGE
           move WS-AUDIT-SEQUENCE to AUDIT-SEQUENCE
           write AUDIT-RECORD
           .

       9999-TERMINATE.
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           display "LOTS LIBERES : " WS-RELEASED-COUNT
           display "ENREGISTREMENTS LIBERES : " WS-RELEASED-RECORDS
           display "LOTS ABANDONNES : " WS-DROPPED-COUNT
           display "ENREGISTREMENTS SUPPRIMES : " WS-DELETED-COUNT
           display "FINS DE LOT AJOUTEES : " WS-TRAILERS-ADDED
           .
