      *****************************************************************
      *  PERMLNK.cpy
      *
      *  Parameter block for the shared PERMCHK permission-profile
      *  check.  The caller keeps the operator's AUTH-PROFILE-ID here
      *  from logon, fills in its own program name and the function
      *  wanted - E for entry into the program, A/C/D/R for add,
      *  change, delete and release - and PERMCHK sets the result.
      *  An operator with no profile assigned keeps the access the
      *  authorization level gives, as before profiles existed.
      *
      *  Modification history
      *  2026-10-06  YLC  Initial layout.
      *****************************************************************
       01  PERMISSION-CHECK-PARMS.
           05  PERM-PROFILE-ID             PIC X(08).
           05  PERM-PROGRAM-ID             PIC X(08).
           05  PERM-FUNCTION               PIC X(01).
               88  PERM-FN-ENTRY            VALUE "E".
               88  PERM-FN-ADD              VALUE "A".
               88  PERM-FN-CHANGE           VALUE "C".
               88  PERM-FN-DELETE           VALUE "D".
               88  PERM-FN-RELEASE          VALUE "R".
           05  PERM-RESULT                 PIC X(01).
               88  PERM-ALLOWED             VALUE "Y".
               88  PERM-DENIED              VALUE "N".
