       identification division.
       program-id. PERMCHK.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-06.
       date-compiled.

      *****************************************************************
      *  PERMCHK
      *
      *  Shared permission-profile check.  AUTH-LEVEL only tells a
      *  teller from a supervisor, so every teller could open every
      *  maintenance screen.  Each gated program now CALLs this one
      *  routine after logon (function E) and again before any add,
      *  change, delete or release, passing the operator's profile,
      *  its own program name and the function.  The profile must
      *  exist on PROFILE-FILE and carry an entry for the program;
      *  beyond entry, the entry's flag for the function must be Y.
      *  An operator with no profile keeps the level's access; an
      *  assigned profile the file cannot confirm is refused.  The
      *  caller journals the refusal.
      *
      *  Modification history
      *  2026-10-06  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select PROFILE-FILE assign to "PROFFILE"
               organization is indexed
               access mode is dynamic
               record key is PROF-KEY
               file status is WS-PROF-STATUS.

       data division.
       file section.
       fd  PROFILE-FILE.
       copy "PROFREC.cpy".

       working-storage section.
       01  WS-PROF-STATUS                  PIC X(02).
           88  WS-PROF-OK                    VALUE "00".

       linkage section.
       copy "PERMLNK.cpy".

       procedure division using PERMISSION-CHECK-PARMS.

       0000-MAINLINE.
           if PERM-PROFILE-ID = spaces
              set PERM-ALLOWED to true
              goback
           end-if
           set PERM-DENIED to true
           open input PROFILE-FILE
           if not WS-PROF-OK
              close PROFILE-FILE
              goback
           end-if
           move PERM-PROFILE-ID to PROF-PROFILE-ID
           move PERM-PROGRAM-ID to PROF-PROGRAM-ID
           read PROFILE-FILE
               invalid key
                   close PROFILE-FILE
                   goback
           end-read
           evaluate true
               when PERM-FN-ENTRY
                   set PERM-ALLOWED to true
               when PERM-FN-ADD and PROF-ADD-ALLOWED
                   set PERM-ALLOWED to true
               when PERM-FN-CHANGE and PROF-CHANGE-ALLOWED
                   set PERM-ALLOWED to true
               when PERM-FN-DELETE and PROF-DELETE-ALLOWED
                   set PERM-ALLOWED to true
               when PERM-FN-RELEASE and PROF-RELEASE-ALLOWED
                   set PERM-ALLOWED to true
           end-evaluate
           close PROFILE-FILE
           goback.
