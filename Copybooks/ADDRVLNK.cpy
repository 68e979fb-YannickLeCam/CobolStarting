      *****************************************************************
      *  ADDRVLNK.cpy
      *
      *  Parameter block for the shared ADDRVAL postcode/town check.
      *  The caller fills in the function, postcode and town; for a
      *  validation ADDRVAL sets the result:
      *
      *      V  the pair is on the postal reference as keyed
      *      O  the pair is known but spelt differently - the
      *         reference spelling is in AV-REFERENCE-VILLE
      *      T  the postcode is known but not for this town - its
      *         towns are listed in AV-TOWN (up to ten)
      *      C  the postcode is not on the reference at all
      *      N  the reference file is not available - no check made
      *
      *  Function K only normalises AV-VILLE into AV-VILLE-NORM, the
      *  form the reference is keyed on - POSTLOAD builds its keys
      *  that way so loader and check can never disagree.  Function
      *  A normalises AV-RUE into AV-RUE-NORM as well, the common
      *  street abbreviations (AVENUE, BOULEVARD, ...) read as the
      *  short form, so two keyings of the same address compare
      *  equal - HHBUILD matches households on it.  ADDRVAL
      *  keeps the reference file open between calls; the caller
      *  asks for function F once, at its own close-down.
      *
      *  Modification history
      *  2026-10-12  YLC  Initial layout.
      *  2026-10-13  YLC  Added function A and the street fields for
      *                   HHBUILD's same-address test.
      *****************************************************************
       01  ADDRESS-VALIDATION-PARMS.
           05  AV-FUNCTION                 PIC X(01).
               88  AV-FN-VALIDATE           VALUE "V".
               88  AV-FN-NORMALISE          VALUE "K".
               88  AV-FN-NORMALISE-ADDRESS  VALUE "A".
               88  AV-FN-FINISH             VALUE "F".
           05  AV-CODE-POSTAL              PIC X(05).
           05  AV-VILLE                    PIC X(20).
           05  AV-VILLE-NORM               PIC X(20).
           05  AV-RESULT                   PIC X(01).
               88  AV-MATCHED               VALUE "V".
               88  AV-SPELLING-DIFFERS      VALUE "O".
               88  AV-TOWN-MISMATCH         VALUE "T".
               88  AV-UNKNOWN-CODE          VALUE "C".
               88  AV-NO-REFERENCE          VALUE "N".
           05  AV-REFERENCE-VILLE          PIC X(20).
           05  AV-TOWN-COUNT               PIC 9(02).
           05  AV-TOWN-TABLE.
               10  AV-TOWN OCCURS 10 TIMES PIC X(20).
           05  AV-RUE                      PIC X(30).
           05  AV-RUE-NORM                 PIC X(30).
