      *****************************************************************
      *  PROFREC.cpy
      *
      *  Permission-profile record.  PROFILE-FILE is keyed on the
      *  profile name and a program name: a profile's header record
      *  carries a blank program name and the description, and one
      *  entry per program the profile may open says which of that
      *  program's functions (add, change, delete, release) it may
      *  use - inquiry comes with the entry itself.  A program with
      *  no entry is closed to the profile.  AUTHADM maintains the
      *  profiles and assigns one to each operator; the gated
      *  programs ask PERMCHK after logon and again before each
      *  function.
      *
      *  Modification history
      *  2026-10-06  YLC  Initial layout.
      *****************************************************************
       01  PROFILE-RECORD.
           05  PROF-KEY.
               10  PROF-PROFILE-ID         PIC X(08).
               10  PROF-PROGRAM-ID         PIC X(08).
                   88  PROF-HEADER          VALUE SPACES.
           05  PROF-DESCRIPTION            PIC X(30).
      *--------------------------------------------------------------*
      *    Function flags - Y allows, anything else refuses.         *
      *--------------------------------------------------------------*
           05  PROF-FUNCTIONS.
               10  PROF-ALLOW-ADD          PIC X.
                   88  PROF-ADD-ALLOWED     VALUE "Y".
               10  PROF-ALLOW-CHANGE       PIC X.
                   88  PROF-CHANGE-ALLOWED  VALUE "Y".
               10  PROF-ALLOW-DELETE       PIC X.
                   88  PROF-DELETE-ALLOWED  VALUE "Y".
               10  PROF-ALLOW-RELEASE      PIC X.
                   88  PROF-RELEASE-ALLOWED VALUE "Y".
           05  PROF-MAINT-DATE             PIC 9(08).
           05  PROF-MAINT-OPERATOR         PIC X(08).
