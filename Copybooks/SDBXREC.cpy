      *****************************************************************
      *  SDBXREC.cpy
      *
      *  Safe-deposit box inventory record (SDBXFILE) - one per box
      *  installed in a branch strongroom, keyed on the branch code
      *  and the box number engraved on its door.  The size drives
      *  the annual rent through the tariff (SDBTREC.cpy).  A box is
      *  free, rented under the contract it names, or out of
      *  service (lock changed, door forced, strongroom works) -
      *  only a free box can be rented or taken out of service.
      *  Boxes are added and their status kept in SDBMNT.
      *
      *  Modification history
      *  2026-10-14  YLC  Initial layout.
      *****************************************************************
       01  SAFE-BOX-RECORD.
           05  SDB-KEY.
               10  SDB-BRANCH-CODE         PIC 9(02).
               10  SDB-BOX-NUMBER          PIC 9(04).
      *--------------------------------------------------------------*
      *    P petit, M moyen, G grand, T tres grand.                  *
      *--------------------------------------------------------------*
           05  SDB-SIZE                    PIC X(01).
               88  SDB-SIZE-SMALL           VALUE "P".
               88  SDB-SIZE-MEDIUM          VALUE "M".
               88  SDB-SIZE-LARGE           VALUE "G".
               88  SDB-SIZE-XLARGE          VALUE "T".
               88  SDB-SIZE-VALID           VALUE "P" "M" "G" "T".
           05  SDB-STATUS                  PIC X(01).
               88  SDB-FREE                 VALUE "L".
               88  SDB-RENTED               VALUE "O".
               88  SDB-OUT-OF-SERVICE       VALUE "H".
      *--------------------------------------------------------------*
      *    The contract renting the box - zero unless rented.        *
      *--------------------------------------------------------------*
           05  SDB-CONTRACT-NUMBER         PIC 9(08).
           05  SDB-STATUS-DATE             PIC 9(08).
