      *****************************************************************
      *  POSTREC.cpy
      *
      *  Postal reference record - one valid postcode/town pair from
      *  the postal service's published list, loaded by POSTLOAD.
      *  The key is the postcode and the town name normalised the
      *  way ADDRVAL normalises what an operator keys (upper case,
      *  hyphens and apostrophes read as spaces, SAINT/SAINTE read
      *  as ST/STE), so "St-Malo" and "SAINT MALO" find the same
      *  entry.  POST-VILLE is the spelling to put on the envelope -
      *  the list's routing name (libelle d'acheminement); a commune
      *  whose own name differs from it is loaded under both names
      *  and points at the same routing name.
      *
      *  Modification history
      *  2026-10-12  YLC  Initial layout.
      *****************************************************************
       01  POSTAL-REFERENCE-RECORD.
           05  POST-KEY.
               10  POST-CODE-POSTAL        PIC X(05).
               10  POST-VILLE-NORM         PIC X(20).
           05  POST-VILLE                  PIC X(20).
           05  POST-INSEE-CODE             PIC X(05).
           05  POST-LOAD-DATE              PIC 9(08).
