       identification division.
       program-id. HHBUILD.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-13.
       date-compiled.

      *****************************************************************
      *  HHBUILD
      *
      *  Groups customers into households for the print bureau's
      *  envelope run (PBURENV), run at month-end ahead of ACCTSTMT.
      *  A couple holding three accounts each was getting an envelope
      *  per statement; PBURENV now puts a household's documents for
      *  the cycle in one envelope addressed to its mailing contact.
      *
      *  Two customers are one household when they hold an account
      *  together - the master's ACCT-CUST-NUMBER and the active
      *  joint holders on XREFFILE - and live at the same address,
      *  street, postcode and town compared in ADDRVAL's normalised
      *  form (function A).  Holders at different addresses stay
      *  apart, and households chain: A with B on one account and B
      *  with C on another is one household of three.  Customers
      *  outside any joint holding are never householded.
      *
      *  A holder is left out, and keeps their own envelope, when
      *  they asked for separate mail (delivery code I), are not
      *  mailed at all (counter pickup or suppressed), have had mail
      *  returned, are deceased (the estate is written to on its
      *  own), are anonymised or have no address.  Closed accounts
      *  link nobody.
      *
      *  The household number is its lowest member customer number,
      *  and that member is the default mailing contact.  A contact
      *  chosen in CUSTMENU's MENAGE option is kept as long as it is
      *  still a member; otherwise the default is restored and the
      *  report says so.  HHLDFILE is rebuilt from scratch each run.
      *
      *  Holders are kept in a table of up to 5000 entries in
      *  customer order; a holder who does not fit is counted and
      *  left out of the run.
      *
      *  Modification history
      *  2026-10-13  YLC  Initial version.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select CUSTOMER-MASTER assign to "CUSTMAST"
               organization is indexed
               access mode is random
               record key is CUST-NUMBER
               file status is WS-CUSTMAST-STATUS.

           select ACCOUNT-MASTER assign to "ACCTMAST"
               organization is indexed
               access mode is random
               record key is ACCT-NUMBER
               file status is WS-ACCTMAST-STATUS.

           select HOLDER-XREF-FILE assign to "XREFFILE"
               organization is indexed
               access mode is sequential
               record key is XREF-KEY
               file status is WS-XREF-STATUS.

           select HOUSEHOLD-FILE assign to "HHLDFILE"
               organization is indexed
               access mode is dynamic
               record key is HH-CUST-NUMBER
               alternate record key is HH-HOUSEHOLD-ID
                   with duplicates
               file status is WS-HHLD-STATUS.

           select HOUSEHOLD-REPORT assign to "HHRPT"
               organization is sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
       copy "CUSTREC.cpy".

       fd  ACCOUNT-MASTER.
       copy "ACCTREC.cpy".

       fd  HOLDER-XREF-FILE.
       copy "XREFREC.cpy".

       fd  HOUSEHOLD-FILE.
       copy "HHLDREC.cpy".

       fd  HOUSEHOLD-REPORT.
       01  HOUSEHOLD-REPORT-LINE           PIC X(80).

       working-storage section.
       01  WS-CUSTMAST-STATUS              PIC X(02).
           88  WS-CUSTMAST-OK                VALUE "00".
       01  WS-ACCTMAST-STATUS              PIC X(02).
           88  WS-ACCTMAST-OK                VALUE "00".
       01  WS-XREF-STATUS                  PIC X(02).
           88  WS-XREF-OK                    VALUE "00".
       01  WS-HHLD-STATUS                  PIC X(02).
           88  WS-HHLD-OK                    VALUE "00".
       01  WS-RPT-STATUS                   PIC X(02).

       01  WS-SWITCHES.
           05  WS-XREF-EOF-SWITCH           PIC X(01) VALUE "N".
               88  WS-XREF-EOF                VALUE "Y".
           05  WS-OLD-FILE-SWITCH           PIC X(01) VALUE "N".
               88  WS-OLD-FILE-OPEN           VALUE "Y".
           05  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-CONTACT-SWITCH            PIC X(01) VALUE "N".
               88  WS-CONTACT-STILL-MEMBER    VALUE "Y".

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-CURRENT-ACCT                 PIC 9(09) VALUE 0.

      *--------------------------------------------------------------*
      *    The holders of the account being read - the active joint  *
      *    holders, then the master's primary if not among them.     *
      *--------------------------------------------------------------*
       01  WS-HOLDER-COUNT                 PIC 9(02) COMP VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER OCCURS 11 TIMES.
               10  WS-HOLDER-CUST          PIC 9(06).
               10  WS-HOLDER-STATUS        PIC X(01).
               10  WS-HOLDER-ADDRESS-KEY   PIC X(55).
       01  WS-HOLDER-I                     PIC 9(02) COMP.
       01  WS-HOLDER-J                     PIC 9(02) COMP.

      *--------------------------------------------------------------*
      *    Every joint holder met, in customer order.  The parent    *
      *    is a customer number, not a subscript, so slotting a new  *
      *    holder in does not disturb the links already made; a      *
      *    holder who is their own parent heads a household.         *
      *--------------------------------------------------------------*
       01  WS-HHT-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-HHT-TABLE.
           05  WS-HHT OCCURS 5000 TIMES.
               10  WS-HHT-CUST             PIC 9(06).
               10  WS-HHT-STATUS           PIC X(01).
                   88  WS-HHT-ELIGIBLE       VALUE "E".
                   88  WS-HHT-SEPARATE       VALUE "S".
                   88  WS-HHT-NOT-MAILED     VALUE "X".
               10  WS-HHT-ADDRESS-KEY      PIC X(55).
               10  WS-HHT-PARENT           PIC 9(06).
               10  WS-HHT-MEMBER-COUNT     PIC 9(04) COMP.
               10  WS-HHT-CONTACT          PIC 9(06).
               10  WS-HHT-CONTACT-SOURCE   PIC X(01).
                   88  WS-HHT-CONTACT-DEFAULT  VALUE "D".
                   88  WS-HHT-CONTACT-CHOSEN   VALUE "C".
                   88  WS-HHT-CONTACT-LOST     VALUE "L".
               10  WS-HHT-OLD-CONTACT      PIC 9(06).
               10  WS-HHT-OLD-SOURCE       PIC X(01).
       01  WS-HHT-SUB                      PIC 9(04) COMP.
       01  WS-ROOT-SUB                     PIC 9(04) COMP.
       01  WS-HOUSEHOLD-SUB                PIC 9(04) COMP.
       01  WS-LOW                          PIC 9(04) COMP.
       01  WS-HIGH                         PIC 9(04) COMP.
       01  WS-MID                          PIC 9(04) COMP.
       01  WS-SEARCH-CUST                  PIC 9(06).
       01  WS-ROOT-CUST                    PIC 9(06).
       01  WS-ROOT-A                       PIC 9(06).
       01  WS-ROOT-B                       PIC 9(06).
       01  WS-WORK-STATUS                  PIC X(01).
       01  WS-WORK-ADDRESS-KEY             PIC X(55).
       01  WS-WORK-OLD-CONTACT             PIC 9(06).
       01  WS-WORK-OLD-SOURCE              PIC X(01).

       01  WS-ACCOUNT-COUNT                PIC 9(06) VALUE 0.
       01  WS-JOINT-ACCOUNT-COUNT          PIC 9(06) VALUE 0.
       01  WS-SEPARATE-COUNT               PIC 9(06) VALUE 0.
       01  WS-NOT-MAILED-COUNT             PIC 9(06) VALUE 0.
       01  WS-HOUSEHOLD-COUNT              PIC 9(06) VALUE 0.
       01  WS-MEMBER-COUNT                 PIC 9(06) VALUE 0.
       01  WS-CHOSEN-KEPT-COUNT            PIC 9(06) VALUE 0.
       01  WS-CHOSEN-LOST-COUNT            PIC 9(06) VALUE 0.
       01  WS-OVERFLOW-COUNT               PIC 9(06) VALUE 0.
       01  WS-ERROR-COUNT                  PIC 9(06) VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(32) VALUE
               "CONSTITUTION DES MENAGES DU ".
           05  WS-TT-DATE                  PIC 9(08).

       01  WS-HEADER-LINE.
           05  FILLER                      PIC X(30) VALUE
               "  MENAGE CONTACT   MEMBRES".

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-HOUSEHOLD             PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CONTACT               PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-SOURCE                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-MEMBERS               PIC Z9.

       01  WS-LOST-LINE.
           05  FILLER                      PIC X(18) VALUE
               "  CONTACT CHOISI ".
           05  WS-LL-CONTACT               PIC 9(06).
           05  FILLER                      PIC X(20) VALUE
               " HORS DU MENAGE DE ".
           05  WS-LL-CUST                  PIC 9(06).
           05  FILLER                      PIC X(26) VALUE
               " - CONTACT PAR DEFAUT".

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(44).
           05  WS-TL-COUNT                 PIC ZZZZZ9.

       copy "ADDRVLNK.cpy".

       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-READ-XREF
           perform 3000-COLLECT-HOLDER
               until WS-XREF-EOF
           perform 3100-LINK-ACCOUNT-HOLDERS thru 3100-EXIT
           perform 4000-COUNT-MEMBER
               varying WS-HHT-SUB from 1 by 1
               until WS-HHT-SUB > WS-HHT-COUNT
           perform 4100-KEEP-CHOSEN-CONTACT thru 4100-EXIT
               varying WS-HHT-SUB from 1 by 1
               until WS-HHT-SUB > WS-HHT-COUNT
           perform 5000-REBUILD-FILE
           perform 9000-WRITE-TOTALS
           perform 9999-TERMINATE
           goback.

       1000-INITIALIZE.
           accept WS-RUN-DATE from date yyyymmdd
           open input CUSTOMER-MASTER
           open input ACCOUNT-MASTER
           open input HOLDER-XREF-FILE
           if not WS-XREF-OK
              set WS-XREF-EOF to true
           end-if
           open input HOUSEHOLD-FILE
           if WS-HHLD-OK
              set WS-OLD-FILE-OPEN to true
           else
              close HOUSEHOLD-FILE
           end-if
           open output HOUSEHOLD-REPORT
           move WS-RUN-DATE to WS-TT-DATE
           move spaces to HOUSEHOLD-REPORT-LINE
           move WS-TITLE-LINE to HOUSEHOLD-REPORT-LINE
           write HOUSEHOLD-REPORT-LINE
           move spaces to HOUSEHOLD-REPORT-LINE
           write HOUSEHOLD-REPORT-LINE
           .

       2000-READ-XREF.
           read HOLDER-XREF-FILE next record
               at end set WS-XREF-EOF to true
           end-read
           .

      *****************************************************************
      *  One cross-reference record.  A new account number closes the
      *  previous account's holder list, which is linked first.
      *****************************************************************
       3000-COLLECT-HOLDER.
           if XREF-ACCT-NUMBER not = WS-CURRENT-ACCT
              perform 3100-LINK-ACCOUNT-HOLDERS thru 3100-EXIT
              move XREF-ACCT-NUMBER to WS-CURRENT-ACCT
           end-if
           if XREF-ACTIVE and WS-HOLDER-COUNT < 10
              add 1 to WS-HOLDER-COUNT
              move XREF-CUST-NUMBER to WS-HOLDER-CUST(WS-HOLDER-COUNT)
           end-if
           perform 2000-READ-XREF
           .

      *****************************************************************
      *  The account's joint holders plus its primary holder - every
      *  two of them at the same address are linked.  The list is
      *  emptied for the next account.
      *****************************************************************
       3100-LINK-ACCOUNT-HOLDERS.
           if WS-HOLDER-COUNT = 0
              go to 3100-EXIT
           end-if
           add 1 to WS-ACCOUNT-COUNT
           move WS-CURRENT-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   go to 3100-EXIT
           end-read
           if ACCT-CLOSED or ACCT-ESCHEATED
              go to 3100-EXIT
           end-if
           move "N" to WS-FOUND-SWITCH
           perform 3110-CHECK-PRIMARY-LISTED
               varying WS-HOLDER-I from 1 by 1
               until WS-HOLDER-I > WS-HOLDER-COUNT
           if not WS-FOUND
              add 1 to WS-HOLDER-COUNT
              move ACCT-CUST-NUMBER to WS-HOLDER-CUST(WS-HOLDER-COUNT)
           end-if
           if WS-HOLDER-COUNT < 2
              go to 3100-EXIT
           end-if
           add 1 to WS-JOINT-ACCOUNT-COUNT
           perform 3200-LOCATE-HOLDER
               varying WS-HOLDER-I from 1 by 1
               until WS-HOLDER-I > WS-HOLDER-COUNT
           perform 3300-LINK-HOLDER
               varying WS-HOLDER-I from 2 by 1
               until WS-HOLDER-I > WS-HOLDER-COUNT
           .
       3100-EXIT.
           move 0 to WS-HOLDER-COUNT
           .

       3110-CHECK-PRIMARY-LISTED.
           if WS-HOLDER-CUST(WS-HOLDER-I) = ACCT-CUST-NUMBER
              set WS-FOUND to true
           end-if
           .

      *****************************************************************
      *  Finds the holder in the table, examining and slotting them
      *  in on first sight, and copies their standing to the list.
      *****************************************************************
       3200-LOCATE-HOLDER.
           move WS-HOLDER-CUST(WS-HOLDER-I) to WS-SEARCH-CUST
           perform 4900-FIND-HOLDER
           if not WS-FOUND
              perform 3400-EXAMINE-CUSTOMER
              perform 3500-ADD-HOLDER thru 3500-EXIT
              perform 4900-FIND-HOLDER
           end-if
           if WS-FOUND
              move WS-HHT-STATUS(WS-MID)
                  to WS-HOLDER-STATUS(WS-HOLDER-I)
              move WS-HHT-ADDRESS-KEY(WS-MID)
                  to WS-HOLDER-ADDRESS-KEY(WS-HOLDER-I)
           else
              move "X" to WS-HOLDER-STATUS(WS-HOLDER-I)
              move spaces to WS-HOLDER-ADDRESS-KEY(WS-HOLDER-I)
           end-if
           .

       3300-LINK-HOLDER.
           perform 3310-LINK-PAIR
               varying WS-HOLDER-J from 1 by 1
               until WS-HOLDER-J >= WS-HOLDER-I
           .

       3310-LINK-PAIR.
           if WS-HOLDER-STATUS(WS-HOLDER-I) = "E"
                   and WS-HOLDER-STATUS(WS-HOLDER-J) = "E"
                   and WS-HOLDER-ADDRESS-KEY(WS-HOLDER-I)
                       = WS-HOLDER-ADDRESS-KEY(WS-HOLDER-J)
              move WS-HOLDER-CUST(WS-HOLDER-I) to WS-SEARCH-CUST
              perform 4800-FIND-ROOT
              move WS-ROOT-CUST to WS-ROOT-A
              move WS-HOLDER-CUST(WS-HOLDER-J) to WS-SEARCH-CUST
              perform 4800-FIND-ROOT
              move WS-ROOT-CUST to WS-ROOT-B
              evaluate true
                  when WS-ROOT-A < WS-ROOT-B
                      move WS-ROOT-B to WS-SEARCH-CUST
                      perform 4900-FIND-HOLDER
                      move WS-ROOT-A to WS-HHT-PARENT(WS-MID)
                  when WS-ROOT-A > WS-ROOT-B
                      move WS-ROOT-A to WS-SEARCH-CUST
                      perform 4900-FIND-HOLDER
                      move WS-ROOT-B to WS-HHT-PARENT(WS-MID)
                  when other
                      continue
              end-evaluate
           end-if
           .

      *****************************************************************
      *  Whether a holder may share an envelope, and the normalised
      *  address they are matched on.
      *****************************************************************
       3400-EXAMINE-CUSTOMER.
           move "X" to WS-WORK-STATUS
           move spaces to WS-WORK-ADDRESS-KEY
           move 0 to WS-WORK-OLD-CONTACT
           move space to WS-WORK-OLD-SOURCE
           move WS-SEARCH-CUST to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   move "23" to WS-CUSTMAST-STATUS
           end-read
           evaluate true
               when not WS-CUSTMAST-OK
                   continue
               when CUST-NOM = "ANONYMISE" and CUST-PRENOM = spaces
                   continue
               when CUST-DELIV-SEPARATE
                   move "S" to WS-WORK-STATUS
               when not CUST-DELIV-MAIL
                   continue
               when CUST-MAIL-RETURNED or CUST-DECEASED
                   continue
               when CUST-RUE = spaces or CUST-CODE-POSTAL = spaces
                   continue
               when other
                   move "E" to WS-WORK-STATUS
                   set AV-FN-NORMALISE-ADDRESS to true
                   move CUST-RUE to AV-RUE
                   move CUST-VILLE to AV-VILLE
                   call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
                   string CUST-CODE-POSTAL delimited by size
                          AV-VILLE-NORM delimited by size
                          AV-RUE-NORM delimited by size
                          into WS-WORK-ADDRESS-KEY
                   end-string
           end-evaluate
           if WS-OLD-FILE-OPEN
              move WS-SEARCH-CUST to HH-CUST-NUMBER
              read HOUSEHOLD-FILE
                  invalid key
                      continue
                  not invalid key
                      move HH-CONTACT-CUST to WS-WORK-OLD-CONTACT
                      move HH-CONTACT-SOURCE to WS-WORK-OLD-SOURCE
              end-read
           end-if
           .

      *****************************************************************
      *  Slots the holder into the table at its place in customer
      *  order, heading a household of their own.
      *****************************************************************
       3500-ADD-HOLDER.
           evaluate WS-WORK-STATUS
               when "S"
                   add 1 to WS-SEPARATE-COUNT
               when "X"
                   add 1 to WS-NOT-MAILED-COUNT
           end-evaluate
           if WS-HHT-COUNT >= 5000
              display "TABLE DES MENAGES PLEINE - CLIENT "
                      WS-SEARCH-CUST " NON TRAITE"
              add 1 to WS-OVERFLOW-COUNT
              go to 3500-EXIT
           end-if
           perform 3510-SHIFT-UP
               varying WS-HHT-SUB from WS-HHT-COUNT by -1
               until WS-HHT-SUB < WS-LOW
           add 1 to WS-HHT-COUNT
           move WS-SEARCH-CUST to WS-HHT-CUST(WS-LOW)
           move WS-WORK-STATUS to WS-HHT-STATUS(WS-LOW)
           move WS-WORK-ADDRESS-KEY to WS-HHT-ADDRESS-KEY(WS-LOW)
           move WS-SEARCH-CUST to WS-HHT-PARENT(WS-LOW)
           move 0 to WS-HHT-MEMBER-COUNT(WS-LOW)
           move WS-SEARCH-CUST to WS-HHT-CONTACT(WS-LOW)
           move "D" to WS-HHT-CONTACT-SOURCE(WS-LOW)
           move WS-WORK-OLD-CONTACT to WS-HHT-OLD-CONTACT(WS-LOW)
           move WS-WORK-OLD-SOURCE to WS-HHT-OLD-SOURCE(WS-LOW)
           .
       3500-EXIT.
           exit
           .

       3510-SHIFT-UP.
           if WS-HHT-SUB > 0
              move WS-HHT(WS-HHT-SUB) to WS-HHT(WS-HHT-SUB + 1)
           end-if
           .

      *****************************************************************
      *  Adds each eligible holder to the count of the household it
      *  ended up in.
      *****************************************************************
       4000-COUNT-MEMBER.
           if WS-HHT-ELIGIBLE(WS-HHT-SUB)
              move WS-HHT-CUST(WS-HHT-SUB) to WS-SEARCH-CUST
              perform 4800-FIND-ROOT
              add 1 to WS-HHT-MEMBER-COUNT(WS-ROOT-SUB)
           end-if
           .

      *****************************************************************
      *  A contact chosen in CUSTMENU stays the household's contact
      *  while it is still one of its members.  Every member carries
      *  the same choice, so a lost one is reported once per
      *  household.
      *****************************************************************
       4100-KEEP-CHOSEN-CONTACT.
           if not WS-HHT-ELIGIBLE(WS-HHT-SUB)
                   or WS-HHT-OLD-SOURCE(WS-HHT-SUB) not = "C"
              go to 4100-EXIT
           end-if
           move WS-HHT-CUST(WS-HHT-SUB) to WS-SEARCH-CUST
           perform 4800-FIND-ROOT
           if WS-HHT-MEMBER-COUNT(WS-ROOT-SUB) < 2
                   or WS-HHT-CONTACT-CHOSEN(WS-ROOT-SUB)
              go to 4100-EXIT
           end-if
           move WS-ROOT-CUST to WS-ROOT-A
           move WS-ROOT-SUB to WS-HOUSEHOLD-SUB
           move "N" to WS-CONTACT-SWITCH
           move WS-HHT-OLD-CONTACT(WS-HHT-SUB) to WS-SEARCH-CUST
           perform 4900-FIND-HOLDER
           if WS-FOUND
              if WS-HHT-ELIGIBLE(WS-MID)
                 perform 4800-FIND-ROOT
                 if WS-ROOT-CUST = WS-ROOT-A
                    set WS-CONTACT-STILL-MEMBER to true
                 end-if
              end-if
           end-if
           if WS-CONTACT-STILL-MEMBER
              move WS-HHT-OLD-CONTACT(WS-HHT-SUB)
                  to WS-HHT-CONTACT(WS-ROOT-SUB)
              set WS-HHT-CONTACT-CHOSEN(WS-ROOT-SUB) to true
              go to 4100-EXIT
           end-if
           if WS-HHT-CONTACT-DEFAULT(WS-HOUSEHOLD-SUB)
              set WS-HHT-CONTACT-LOST(WS-HOUSEHOLD-SUB) to true
              add 1 to WS-CHOSEN-LOST-COUNT
              move WS-HHT-OLD-CONTACT(WS-HHT-SUB) to WS-LL-CONTACT
              move WS-ROOT-A to WS-LL-CUST
              move spaces to HOUSEHOLD-REPORT-LINE
              move WS-LOST-LINE to HOUSEHOLD-REPORT-LINE
              write HOUSEHOLD-REPORT-LINE
           end-if
           .
       4100-EXIT.
           exit
           .

      *****************************************************************
      *  Follows the parent links from WS-SEARCH-CUST up to the head
      *  of its household - WS-ROOT-CUST, at WS-ROOT-SUB.
      *****************************************************************
       4800-FIND-ROOT.
           perform 4900-FIND-HOLDER
           perform 4810-CLIMB-ONE-LEVEL
               until WS-HHT-PARENT(WS-MID) = WS-HHT-CUST(WS-MID)
           move WS-HHT-CUST(WS-MID) to WS-ROOT-CUST
           move WS-MID to WS-ROOT-SUB
           .

       4810-CLIMB-ONE-LEVEL.
           move WS-HHT-PARENT(WS-MID) to WS-SEARCH-CUST
           perform 4900-FIND-HOLDER
           .

      *****************************************************************
      *  Binary search of the table for WS-SEARCH-CUST - WS-MID is
      *  left on the entry when WS-FOUND, and WS-LOW on the place it
      *  would go when not.
      *****************************************************************
       4900-FIND-HOLDER.
           move "N" to WS-FOUND-SWITCH
           move 1 to WS-LOW
           move WS-HHT-COUNT to WS-HIGH
           perform 4910-HALVE until WS-FOUND or WS-LOW > WS-HIGH
           .

       4910-HALVE.
           compute WS-MID = (WS-LOW + WS-HIGH) / 2
           evaluate true
               when WS-HHT-CUST(WS-MID) = WS-SEARCH-CUST
                   set WS-FOUND to true
               when WS-HHT-CUST(WS-MID) < WS-SEARCH-CUST
                   compute WS-LOW = WS-MID + 1
               when WS-MID = 1
                   move 0 to WS-HIGH
               when other
                   compute WS-HIGH = WS-MID - 1
           end-evaluate
           .

      *****************************************************************
      *  Writes a membership record for every member of a household
      *  of two or more, and one report line per household.
      *****************************************************************
       5000-REBUILD-FILE.
           if WS-OLD-FILE-OPEN
              close HOUSEHOLD-FILE
           end-if
           open output HOUSEHOLD-FILE
           move spaces to HOUSEHOLD-REPORT-LINE
           write HOUSEHOLD-REPORT-LINE
           move WS-HEADER-LINE to HOUSEHOLD-REPORT-LINE
           write HOUSEHOLD-REPORT-LINE
           perform 5100-WRITE-MEMBER thru 5100-EXIT
               varying WS-HHT-SUB from 1 by 1
               until WS-HHT-SUB > WS-HHT-COUNT
           close HOUSEHOLD-FILE
           .

       5100-WRITE-MEMBER.
           if not WS-HHT-ELIGIBLE(WS-HHT-SUB)
              go to 5100-EXIT
           end-if
           move WS-HHT-CUST(WS-HHT-SUB) to WS-SEARCH-CUST
           perform 4800-FIND-ROOT
           if WS-HHT-MEMBER-COUNT(WS-ROOT-SUB) < 2
              go to 5100-EXIT
           end-if
           add 1 to WS-MEMBER-COUNT
           move WS-HHT-CUST(WS-HHT-SUB) to HH-CUST-NUMBER
           move WS-ROOT-CUST to HH-HOUSEHOLD-ID
           move WS-HHT-CONTACT(WS-ROOT-SUB) to HH-CONTACT-CUST
           if WS-HHT-CONTACT-CHOSEN(WS-ROOT-SUB)
              set HH-CONTACT-CHOSEN to true
           else
              set HH-CONTACT-DEFAULT to true
           end-if
           move WS-HHT-MEMBER-COUNT(WS-ROOT-SUB) to HH-MEMBER-COUNT
           move WS-RUN-DATE to HH-BUILD-DATE
           write HOUSEHOLD-RECORD
               invalid key
                   display "ERREUR ECRITURE HHLDFILE " WS-HHLD-STATUS
                           " : " HH-CUST-NUMBER
                   add 1 to WS-ERROR-COUNT
           end-write
           if WS-HHT-CUST(WS-HHT-SUB) = WS-ROOT-CUST
              add 1 to WS-HOUSEHOLD-COUNT
              if HH-CONTACT-CHOSEN
                 add 1 to WS-CHOSEN-KEPT-COUNT
                 move "CHOISI" to WS-DL-SOURCE
              else
                 move spaces to WS-DL-SOURCE
              end-if
              move HH-HOUSEHOLD-ID to WS-DL-HOUSEHOLD
              move HH-CONTACT-CUST to WS-DL-CONTACT
              move HH-MEMBER-COUNT to WS-DL-MEMBERS
              move spaces to HOUSEHOLD-REPORT-LINE
              move WS-DETAIL-LINE to HOUSEHOLD-REPORT-LINE
              write HOUSEHOLD-REPORT-LINE
           end-if
           .
       5100-EXIT.
           exit
           .

       9000-WRITE-TOTALS.
           move spaces to HOUSEHOLD-REPORT-LINE
           write HOUSEHOLD-REPORT-LINE
           move "COMPTES AVEC CO-TITULAIRES" to WS-TL-LABEL
           move WS-ACCOUNT-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "  DONT OUVERTS A PLUSIEURS TITULAIRES" to WS-TL-LABEL
           move WS-JOINT-ACCOUNT-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "TITULAIRES EN PLI INDIVIDUEL (CODE I)" to WS-TL-LABEL
           move WS-SEPARATE-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "TITULAIRES NON EXPEDIES OU SANS ADRESSE"
               to WS-TL-LABEL
           move WS-NOT-MAILED-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "MENAGES CONSTITUES" to WS-TL-LABEL
           move WS-HOUSEHOLD-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "CLIENTS EN MENAGE" to WS-TL-LABEL
           move WS-MEMBER-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "CONTACTS CHOISIS CONSERVES" to WS-TL-LABEL
           move WS-CHOSEN-KEPT-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           move "CONTACTS CHOISIS REMPLACES PAR DEFAUT" to WS-TL-LABEL
           move WS-CHOSEN-LOST-COUNT to WS-TL-COUNT
           perform 9100-WRITE-TOTAL-LINE
           if WS-OVERFLOW-COUNT > 0
              move "TITULAIRES NON TRAITES (TABLE PLEINE)"
                  to WS-TL-LABEL
              move WS-OVERFLOW-COUNT to WS-TL-COUNT
              perform 9100-WRITE-TOTAL-LINE
              move 4 to return-code
           end-if
           if WS-ERROR-COUNT > 0
              move "ERREURS D'ECRITURE" to WS-TL-LABEL
              move WS-ERROR-COUNT to WS-TL-COUNT
              perform 9100-WRITE-TOTAL-LINE
              move 8 to return-code
           end-if
           .

       9100-WRITE-TOTAL-LINE.
           move spaces to HOUSEHOLD-REPORT-LINE
           move WS-TOTAL-LINE to HOUSEHOLD-REPORT-LINE
           write HOUSEHOLD-REPORT-LINE
           .

       9999-TERMINATE.
           close CUSTOMER-MASTER
           close ACCOUNT-MASTER
           close HOLDER-XREF-FILE
           close HOUSEHOLD-REPORT
           set AV-FN-FINISH to true
           call "ADDRVAL" using ADDRESS-VALIDATION-PARMS
           display "MENAGES CONSTITUES : " WS-HOUSEHOLD-COUNT
           display "CLIENTS EN MENAGE : " WS-MEMBER-COUNT
           .
