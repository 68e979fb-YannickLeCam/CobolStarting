      *                   TRANENT without an on-the-spot supervisor
      *                   override (zero means no limit), maintained
      *                   in AUTHADM.
      *  2026-10-06  YLC  Added AUTH-PROFILE-ID - the permission
      *                   profile (PROFREC.cpy) naming the programs
      *                   and functions the operator may use,
      *                   assigned in AUTHADM.  Blank leaves the
      *                   operator on the level's access alone.
      *  2026-10-07  YLC  Added AUTH-BRANCH-CODE, the last successful
      *                   logon date, the date the operator was last
      *                   activated, and the quarterly recertification
      *                   status, deadline and confirmation - OPIDLE
      *                   deactivates idle operators nightly, OPRECERT
      *                   lists each branch's operators for its
      *                   manager and AUTHADM records the confirmation.
      *****************************************************************
       01  AUTH-RECORD.
           05  AUTH-OPERATOR-ID            PIC X(08).
      *    without a supervisor override - zero means no limit.     *
      *--------------------------------------------------------------*
           05  AUTH-POSTING-LIMIT          PIC 9(09).
      *--------------------------------------------------------------*
      *    Permission profile on PROFILE-FILE - blank means none,    *
      *    and the level alone governs access.                       *
      *--------------------------------------------------------------*
           05  AUTH-PROFILE-ID             PIC X(08).
      *--------------------------------------------------------------*
      *    Branch the operator works for - the branch manager        *
      *    recertifies it each quarter.  Branch 00 is head office.   *
      *--------------------------------------------------------------*
           05  AUTH-BRANCH-CODE            PIC 9(02).
      *--------------------------------------------------------------*
      *    Stamped by every logon screen on a successful logon.      *
      *    OPIDLE measures idleness from the latest of this, the     *
      *    activation date and the password date.                    *
      *--------------------------------------------------------------*
           05  AUTH-LAST-LOGON-DATE        PIC 9(08).
           05  AUTH-ACTIVATED-DATE         PIC 9(08).
      *--------------------------------------------------------------*
      *    Quarterly recertification - OPRECERT sets the operator    *
      *    pending with a deadline, the branch manager confirms it   *
      *    in AUTHADM (or refuses it, which deactivates it at once), *
      *    OPIDLE deactivates it once the deadline has passed        *
      *    unconfirmed.  Blank means never reviewed.                 *
      *--------------------------------------------------------------*
           05  AUTH-RECERT-STATUS          PIC X.
               88  AUTH-RECERT-PENDING      VALUE "P".
               88  AUTH-RECERT-CONFIRMED    VALUE "C".
               88  AUTH-RECERT-REFUSED      VALUE "R".
               88  AUTH-RECERT-EXPIRED      VALUE "X".
           05  AUTH-RECERT-DEADLINE        PIC 9(08).
           05  AUTH-RECERT-DATE            PIC 9(08).
           05  AUTH-RECERT-BY              PIC X(08).
