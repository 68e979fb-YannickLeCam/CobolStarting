      *****************************************************************
      *  PBURREC.cpy
      *
      *  Print-bureau interface record (PRINTBUR).  Every mailed
      *  document opens with one customer-control record - the line
      *  area carries the mailing name and address, the record type
      *  names the document - followed by its printed lines as "L"
      *  records; each run closes its part of the file with one "T"
      *  trailer carrying the count of documents it sent, which the
      *  bureau's dispatch note must come back with.
      *
      *      C  monthly statement (ACCTSTMT)
      *      R  annual summary of fees and charges (FEESUMM)
      *      N  customer notification letter (LTRRUN)
      *
      *  The writers' output is the raw file; PBURENV turns it into
      *  the file the bureau receives, every document behind an "E"
      *  envelope record - the line area carries the name and
      *  address the envelope goes to, and everything up to the next
      *  "E" goes in that one envelope, a household's documents for
      *  the cycle together.  PBURENV closes the file with a single
      *  "T" trailer carrying the document and envelope counts.
      *
      *  Modification history
      *  2026-09-02  YLC  Initial layout (in ACCTSTMT).
      *  2026-09-23  YLC  Moved to a copybook shared with FEESUMM;
      *                   added the "R" annual fee summary document.
      *  2026-09-24  YLC  Added the "N" notification letter the
      *                   nightly LTRRUN sends.
      *  2026-10-13  YLC  Added the "E" envelope record PBURENV puts
      *                   in front of each envelope's documents.
      *****************************************************************
       01  BUREAU-RECORD.
           05  PBR-RECORD-TYPE             PIC X(01).
               88  PBR-STATEMENT-CONTROL    VALUE "C".
               88  PBR-FEE-SUMMARY-CONTROL  VALUE "R".
               88  PBR-LETTER-CONTROL       VALUE "N".
               88  PBR-ENVELOPE             VALUE "E".
               88  PBR-LINE-RECORD          VALUE "L".
               88  PBR-TRAILER              VALUE "T".
           05  PBR-CUST-NUMBER             PIC 9(06).
           05  PBR-SEQUENCE                PIC 9(05).
           05  PBR-LINE                    PIC X(86).
