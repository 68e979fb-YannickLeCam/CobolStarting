      *                   AUDIT-SEQUENCE and the run closes with a
      *                   FINRUN trailer carrying the record count,
      *                   for AUDITVER's integrity proof.
      *  2026-10-12  YLC  Postcode and town are checked against the
      *                   postal reference through ADDRVAL - a known
      *                   pair spelt differently offers the reference
      *                   spelling, a town the postcode does not
      *                   serve lists the towns it does to pick from,
      *                   and keeping it, or an unknown postcode,
      *                   rejects the intake as CUSTBINT does.
      *****************************************************************
       environment division.
       configuration section.
       01  WS-DUPLICATE-MATCH-NUMBER       PIC 9(06).
       01  WS-WATCH-LENGTH                 PIC 9(02).
       01  WS-WATCH-SCAN-SUB               PIC 9(02).
       01  WS-CONFIRM                      PIC X(01).
           88  WS-CONFIRM-OUI                VALUE "O" "o".
       01  WS-TOWN-PICK                    PIC 9(02).
       01  WS-TOWN-SUB                     PIC 9(02).

       copy "ADDRVLNK.cpy".

       procedure division.

                 move "CODE POSTAL INVALIDE" to WS-REJECT-REASON
              end-if
           end-if
           if WS-NAME-VALID
              perform 1650-CHECK-POSTAL-TOWN
           end-if
           .

      *****************************************************************
      *  Postcode and town against the postal reference (ADDRVAL),
      *  the same check CUSTMENU makes at the counter.  A new
      *  customer is not taken on at an address the post office
      *  cannot deliver to.  No reference file means no check.
      *****************************************************************
       1650-CHECK-POSTAL-TOWN.
           set AV-FN-VALIDATE to true
           move WS-CODE-POSTAL to AV-CODE-POSTAL
           move WS-VILLE to AV-VILLE
           call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
           evaluate true
               when AV-SPELLING-DIFFERS
                   display "ORTHOGRAPHE POSTALE : " AV-REFERENCE-VILLE
                   display "Retenir cette orthographe (O/N) ?"
                   accept WS-CONFIRM
                   if WS-CONFIRM-OUI
                      move AV-REFERENCE-VILLE to WS-VILLE
                   end-if
               when AV-TOWN-MISMATCH
                   display "VILLE NON DESSERVIE PAR LE CODE POSTAL "
                           WS-CODE-POSTAL " - VILLES DU CODE :"
                   perform 1660-DISPLAY-TOWN
                       varying WS-TOWN-SUB from 1 by 1
                       until WS-TOWN-SUB > AV-TOWN-COUNT
                   display "Choix (1-" AV-TOWN-COUNT
                           ", 0 = AUCUNE) ?"
                   accept WS-TOWN-PICK
                   if WS-TOWN-PICK = 0
                           or WS-TOWN-PICK > AV-TOWN-COUNT
                      set WS-NAME-INVALID to true
                      move "VILLE INCOHERENTE AVEC LE CP"
                          to WS-REJECT-REASON
                   else
                      move AV-TOWN(WS-TOWN-PICK) to WS-VILLE
                   end-if
               when AV-UNKNOWN-CODE
                   set WS-NAME-INVALID to true
                   move "CODE POSTAL INCONNU" to WS-REJECT-REASON
               when other
                   continue
           end-evaluate
           .

       1660-DISPLAY-TOWN.
           display "  " WS-TOWN-SUB " - " AV-TOWN(WS-TOWN-SUB)
           .

      *****************************************************************
           perform 8990-WRITE-AUDIT-TRAILER
           close AUDIT-JOURNAL
           close DUPLICATE-REVIEW
           set AV-FN-FINISH to true
           call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
           open output CUSTOMER-CONTROL
           write CUSTOMER-CONTROL-RECORD
           close CUSTOMER-CONTROL
