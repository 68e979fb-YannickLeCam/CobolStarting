      *****************************************************************
      *  SDBVREC.cpy
      *
      *  Safe-deposit box access log (SDBVISIT) - one record per
      *  visit presented at the strongroom, written by SDBMNT's
      *  VISITE option and never rewritten.  Refused visits are
      *  logged too, with the reason, so the log shows everyone who
      *  asked to open a box.
      *
      *  Modification history
      *  2026-10-14  YLC  Initial layout.
      *****************************************************************
       01  SAFE-BOX-VISIT-RECORD.
           05  SDV-BRANCH-CODE             PIC 9(02).
           05  SDV-BOX-NUMBER              PIC 9(04).
           05  SDV-CONTRACT-NUMBER         PIC 9(08).
           05  SDV-CUST-NUMBER             PIC 9(06).
      *--------------------------------------------------------------*
      *    T the holder, M the proxy, X neither - always refused.    *
      *--------------------------------------------------------------*
           05  SDV-VISITOR-ROLE            PIC X(01).
               88  SDV-ROLE-HOLDER          VALUE "T".
               88  SDV-ROLE-PROXY           VALUE "M".
               88  SDV-ROLE-NONE            VALUE "X".
           05  SDV-VISIT-DATE              PIC 9(08).
           05  SDV-VISIT-TIME              PIC 9(06).
           05  SDV-OPERATOR-ID             PIC X(08).
           05  SDV-OUTCOME                 PIC X(01).
               88  SDV-ADMITTED             VALUE "A".
               88  SDV-REFUSED              VALUE "R".
           05  SDV-REFUSAL-REASON          PIC X(20).
