      *****************************************************************
      *  ALRTREC.cpy
      *
      *  Transaction-monitoring alert, keyed on the AMLMON run date
      *  and a number within the run.  The nightly AMLMON run looks
      *  back PARM-MONITOR-DAYS over the posted history and raises
      *  one alert per account and scenario:
      *
      *      STRUC  repeated credits just below the declarable
      *             threshold (structuring)
      *      VELOC  movement volume far above the account's own
      *             usual daily movement on the snapshot history
      *      PASSE  money credited and sent straight back out by
      *             transfer (pass-through)
      *
      *  and records the movements that triggered it.  Compliance
      *  works the alert in ALRTMNT - taken in charge, then closed
      *  with a disposition - and no second alert is raised for the
      *  same account and scenario while one is still open.
      *
      *  Modification history
      *  2026-09-21  YLC  Initial layout.
      *****************************************************************
       01  MONITOR-ALERT-RECORD.
           05  ALR-KEY.
               10  ALR-DATE                PIC 9(08).
               10  ALR-NUMBER              PIC 9(05).
           05  ALR-SCENARIO                PIC X(05).
               88  ALR-SCN-STRUCTURING      VALUE "STRUC".
               88  ALR-SCN-VELOCITY         VALUE "VELOC".
               88  ALR-SCN-PASS-THROUGH     VALUE "PASSE".
           05  ALR-ACCT-NUMBER             PIC 9(09).
           05  ALR-CUST-NUMBER             PIC 9(06).
           05  ALR-WINDOW-START            PIC 9(08).
      *--------------------------------------------------------------*
      *    What the scenario measured.  The total is the credits in  *
      *    the band (STRUC), the window's movement volume (VELOC) or *
      *    the credits received (PASSE); the reference is what it   *
      *    was judged against - the declarable threshold, the usual  *
      *    daily movement, or the amount sent back out.              *
      *--------------------------------------------------------------*
           05  ALR-TOTAL-AMOUNT            PIC 9(11).
           05  ALR-REFERENCE-AMOUNT        PIC 9(11).
           05  ALR-MOVEMENT-COUNT          PIC 9(04).
      *--------------------------------------------------------------*
      *    The triggering movements, oldest first - the first ten    *
      *    when more took part (the count above is the full count).  *
      *--------------------------------------------------------------*
           05  ALR-MOVEMENT OCCURS 10 TIMES.
               10  ALR-MVT-POST-DATE       PIC 9(08).
               10  ALR-MVT-TIMESTAMP       PIC 9(14).
               10  ALR-MVT-TYPE            PIC X.
               10  ALR-MVT-AMOUNT          PIC S9(9) COMP-3.
               10  ALR-MVT-CHANNEL         PIC X.
      *--------------------------------------------------------------*
      *    Case handling in ALRTMNT.                                 *
      *--------------------------------------------------------------*
           05  ALR-STATUS                  PIC X.
               88  ALR-OPEN                 VALUE "O".
               88  ALR-IN-PROGRESS          VALUE "E".
               88  ALR-CLOSED               VALUE "C".
           05  ALR-OPERATOR                PIC X(08).
           05  ALR-TAKEN-DATE              PIC 9(08).
           05  ALR-CLOSE-DATE              PIC 9(08).
           05  ALR-DISPOSITION             PIC X.
               88  ALR-DISP-JUSTIFIED       VALUE "J".
               88  ALR-DISP-DECLARED        VALUE "D".
               88  ALR-DISP-VALID           VALUE "J" "D".
           05  ALR-CLOSE-COMMENT           PIC X(40).
