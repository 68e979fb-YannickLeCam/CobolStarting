      *  view never gave.  The day's journal records are grouped by
      *  AUDIT-OPERATOR-ID and AUDIT-PROGRAM-ID with counts per kind
      *  of action - adds, changes, deletes, postings, overrides,
      *  the rest - and four anomaly flags per group:
      *
      *    - activity outside branch hours (before 08:00 or after
      *      18:00);
      *    - more deletes than a normal day's handful;
      *    - activity by an operator AUTHADM lists inactive (or not
      *      at all);
      *    - a program or function the operator's permission
      *      profile refused (PERMRF).
      *
      *  FINRUN trailers are control records, not operator activity,
      *  and are skipped.
      *  2026-09-02  YLC  Writes start/end records with counts and
      *                   outcome to the shared nightly run log for
      *                   MORNSUM's morning operations summary.
      *  2026-09-21  YLC  PARMMNT's new fourth journal image (CHANG4)
      *                   counts as a change like the other three.
      *  2026-10-06  YLC  AUTHADM's permission-profile actions count
      *                   as adds, changes and deletes; a profile
      *                   refusal (PERMRF) is flagged.
      *  2026-10-07  YLC  PARMMNT's fifth image (CHANG5), AUTHADM's
      *                   branch and recertification actions and the
      *                   OPRECERT and OPIDLE batch changes to the
      *                   operator file count as changes.
      *  2026-10-08  YLC  DISPMNT's case opening counts as an add and
      *                   its case updates and closing as changes.
      *  2026-10-09  YLC  RETPURGE's anonymisation of a customer counts
      *                   as a delete.
      *  2026-10-15  YLC  PARMMNT's sixth image (CHANG6) counts as a
      *                   change.
      *  2026-10-15  YLC  SUSPMNT's added trailer (SUSFIN) counts as an
      *                   add, its release of a suspense batch (SUSLIB)
      *                   as a change, and its record deletions and
      *                   dropped batches (SUSSUP, SUSABN) as deletes.
      *****************************************************************
       environment division.
       input-output section.
               10  WS-GRP-OVERRIDES        PIC 9(05).
               10  WS-GRP-OTHERS           PIC 9(05).
               10  WS-GRP-OFF-HOURS        PIC 9(05).
               10  WS-GRP-REFUSALS         PIC 9(05).
       01  WS-GRP-SUB                      PIC 9(03).

       01  WS-RECORD-COUNT                 PIC 9(07) VALUE 0.
                 move 0 to WS-GRP-OVERRIDES(WS-GRP-SUB)
                 move 0 to WS-GRP-OTHERS(WS-GRP-SUB)
                 move 0 to WS-GRP-OFF-HOURS(WS-GRP-SUB)
                 move 0 to WS-GRP-REFUSALS(WS-GRP-SUB)
                 set WS-GROUP-FOUND to true
              end-if
           end-if
           evaluate AUDIT-ACTION
               when "ADD" when "OPADD" when "SOADD"
               when "HLDADD" when "WLADD" when "CALADD"
               when "CTJADD" when "OPPADD" when "PRFADD"
               when "DSPOUV" when "SUSFIN"
                   add 1 to WS-GRP-ADDS(WS-GRP-SUB)
               when "CHANGE" when "CHANG2" when "CHANG3"
               when "CHANG4"
               when "ADRESS" when "OPLVL" when "OPPWD"
               when "OPFLAG" when "OPLIM" when "OPPROF"
               when "PRFMOD" when "CHANG5" when "OPAGCE"
               when "OPRCOK" when "OPRCKO" when "OPRCDM"
               when "OPRCEX" when "OPIDLE"
               when "DSPMOD" when "DSPACR" when "DSPEXT"
               when "DSPCLO" when "SUSLIB"
                   add 1 to WS-GRP-CHANGES(WS-GRP-SUB)
               when "DELETE" when "ARCHIV" when "WLSUP"
               when "CALSUP" when "CTJSUP" when "REJSUP"
               when "PRFSUP" when "ANONYM" when "SUSSUP"
               when "SUSABN"
                   add 1 to WS-GRP-DELETES(WS-GRP-SUB)
               when "DEBIT" when "CREDIT" when "VIRDEB"
               when "VIRCRE" when "SAIDEB" when "SAICRE"
               when other
                   add 1 to WS-GRP-OTHERS(WS-GRP-SUB)
           end-evaluate
           if AUDIT-ACTION = "PERMRF"
              add 1 to WS-GRP-REFUSALS(WS-GRP-SUB)
           end-if
           move AUDIT-TIMESTAMP(9:4) to WS-RECORD-TIME
           if WS-RECORD-TIME < 0800 or WS-RECORD-TIME > 1800
              add 1 to WS-GRP-OFF-HOURS(WS-GRP-SUB)
              move "SUPPRESSIONS NOMBREUSES" to WS-FLAG-TEXT
              perform 5200-PRINT-FLAG
           end-if
           if WS-GRP-REFUSALS(WS-GRP-SUB) > 0
              move "ACCES REFUSE PAR LE PROFIL" to WS-FLAG-TEXT
              perform 5200-PRINT-FLAG
           end-if
           perform 5300-CHECK-OPERATOR-ACTIVE thru 5300-FIN
           .
       5100-FIN.
