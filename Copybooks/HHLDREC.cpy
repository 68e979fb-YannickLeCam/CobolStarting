      *****************************************************************
      *  HHLDREC.cpy
      *
      *  Household membership record (HHLDFILE) - one per customer
      *  who shares a household with at least one other, keyed on
      *  the customer number with the household number as alternate
      *  key.  HHBUILD rebuilds the file each month-end from the
      *  joint holdings on XREFFILE: two holders of the same account
      *  living at the same address (compared in ADDRVAL's
      *  normalised form) are one household.  The household number
      *  is its lowest member customer number.
      *
      *  HH-CONTACT-CUST is the member whose name and address go on
      *  the household's envelope; PBURENV puts all the household's
      *  documents for the cycle in that one envelope.  HHBUILD
      *  defaults the contact to the household number; a contact
      *  chosen in CUSTMENU's MENAGE option ("C") is kept across
      *  rebuilds for as long as it is still a member.
      *
      *  Modification history
      *  2026-10-13  YLC  Initial layout.
      *****************************************************************
       01  HOUSEHOLD-RECORD.
           05  HH-CUST-NUMBER              PIC 9(06).
           05  HH-HOUSEHOLD-ID             PIC 9(06).
           05  HH-CONTACT-CUST             PIC 9(06).
           05  HH-CONTACT-SOURCE           PIC X(01).
               88  HH-CONTACT-DEFAULT       VALUE "D".
               88  HH-CONTACT-CHOSEN        VALUE "C".
           05  HH-MEMBER-COUNT             PIC 9(02).
           05  HH-BUILD-DATE               PIC 9(08).
