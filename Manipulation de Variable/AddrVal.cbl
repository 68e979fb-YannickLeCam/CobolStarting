       identification division.
       program-id. ADDRVAL.
       author. Yannick.
       installation. Agence Centrale.
       date-written. 2026-10-12.
       date-compiled.

      *****************************************************************
      *  ADDRVAL
      *
      *  Shared postcode/town check against the postal reference file
      *  POSTLOAD builds from the postal service's published list.
      *  CUST-CODE-POSTAL and CUST-VILLE were free text, and most of
      *  the mail that comes back is a postcode that does not go with
      *  the town.  CUSTMENU, CUSTBINT and CUSTINTK CALL this routine
      *  on every address they take, and ADDRCHK on every address on
      *  file; each decides for itself what to do with the answer.
      *
      *  The town is compared in normalised form - upper case,
      *  hyphens, apostrophes and full stops read as spaces, spaces
      *  collapsed, SAINT and SAINTE read as ST and STE at the start
      *  of a word - so only a real difference in name counts; the
      *  reference spelling is handed back whenever the keyed one
      *  differs from it in any way.
      *
      *  Function A normalises the street the same way for HHBUILD's
      *  same-address test, the common street-type words (AVENUE,
      *  BOULEVARD, ...) also read as their short form, so "12 AV.
      *  Foch" and "12 avenue Foch" are the same address.
      *
      *  The file is opened on the first call and kept open until
      *  the caller asks for function F.  A reference that cannot be
      *  opened, or is empty, answers N to every check so that
      *  intake is never stopped by a missing file.
      *
      *  Modification history
      *  2026-10-12  YLC  Initial version.
      *  2026-10-13  YLC  Added function A, normalising the street as
      *                   well as the town, with the street-type
      *                   abbreviations, for householding.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select POSTAL-REFERENCE assign to "POSTFILE"
               organization is indexed
               access mode is dynamic
               record key is POST-KEY
               file status is WS-POST-STATUS.

       data division.
       file section.
       fd  POSTAL-REFERENCE.
       copy "POSTREC.cpy".

       working-storage section.
       01  WS-POST-STATUS                  PIC X(02).
           88  WS-POST-OK                    VALUE "00".
       01  WS-FILE-SWITCH                  PIC X(01) VALUE "N".
           88  WS-FILE-NOT-TRIED             VALUE "N".
           88  WS-FILE-OPEN                  VALUE "O".
           88  WS-FILE-UNAVAILABLE           VALUE "U".
       01  WS-SCAN-SWITCH                  PIC X(01).
           88  WS-SCAN-DONE                  VALUE "Y".

      *--------------------------------------------------------------*
      *    Normalisation work area - the input is padded with eleven *
      *    spaces so a ten-letter word test at the last position of  *
      *    a street stays in the field.                              *
      *--------------------------------------------------------------*
       01  WS-NORM-INPUT                   PIC X(41).
       01  WS-NORM-OUTPUT                  PIC X(30).
       01  WS-NORM-LENGTH                  PIC 9(02).
       01  WS-NORM-MODE-SWITCH             PIC X(01).
           88  WS-NORM-STREET                VALUE "S".
       01  WS-NORM-IN-PTR                  PIC 9(02).
       01  WS-NORM-OUT-LEN                 PIC 9(02).
       01  WS-NORM-CHAR                    PIC X(01).
       01  WS-NORM-SPACE-SWITCH            PIC X(01).
           88  WS-NORM-SPACE-PENDING         VALUE "Y".
       01  WS-NORM-FOLLOWING               PIC X(01).

      *--------------------------------------------------------------*
      *    Street-type words and the short form they are read as -   *
      *    word, its length, short form, its length.                 *
      *--------------------------------------------------------------*
       01  WS-STREET-WORD-DEF.
           05  FILLER                      PIC X(17) VALUE
               "AVENUE    06AV  2".
           05  FILLER                      PIC X(17) VALUE
               "BOULEVARD 09BD  2".
           05  FILLER                      PIC X(17) VALUE
               "ROUTE     05RTE 3".
           05  FILLER                      PIC X(17) VALUE
               "CHEMIN    06CHE 3".
           05  FILLER                      PIC X(17) VALUE
               "PLACE     05PL  2".
           05  FILLER                      PIC X(17) VALUE
               "IMPASSE   07IMP 3".
           05  FILLER                      PIC X(17) VALUE
               "ALLEE     05ALL 3".
           05  FILLER                      PIC X(17) VALUE
               "FAUBOURG  08FG  2".
           05  FILLER                      PIC X(17) VALUE
               "RESIDENCE 09RES 3".
           05  FILLER                      PIC X(17) VALUE
               "SQUARE    06SQ  2".
       01  WS-STREET-WORD-TABLE REDEFINES WS-STREET-WORD-DEF.
           05  WS-STREET-WORD OCCURS 10 TIMES.
               10  WS-SW-LONG              PIC X(10).
               10  WS-SW-LONG-LEN          PIC 9(02).
               10  WS-SW-SHORT             PIC X(04).
               10  WS-SW-SHORT-LEN         PIC 9(01).
       01  WS-WORD-SUB                     PIC 9(02).
       01  WS-WORD-MATCH-SUB               PIC 9(02).
       01  WS-WORD-LEN                     PIC 9(02).
       01  WS-SHORT-SUB                    PIC 9(01).

       01  WS-TOWN-SUB                     PIC 9(02).
       01  WS-TOWN-SWITCH                  PIC X(01).
           88  WS-TOWN-ALREADY-LISTED        VALUE "Y".

       linkage section.
       copy "ADDRVLNK.cpy".

       procedure division using ADDRESS-VALIDATION-PARMS.

       0000-MAINLINE.
           if AV-FN-FINISH
              if WS-FILE-OPEN
                 close POSTAL-REFERENCE
              end-if
              set WS-FILE-NOT-TRIED to true
              goback
           end-if
           move AV-VILLE to WS-NORM-INPUT
           move 20 to WS-NORM-LENGTH
           move "V" to WS-NORM-MODE-SWITCH
           perform 2000-NORMALISE-TOWN
           move WS-NORM-OUTPUT to AV-VILLE-NORM
           if AV-FN-NORMALISE
              goback
           end-if
           if AV-FN-NORMALISE-ADDRESS
              move AV-RUE to WS-NORM-INPUT
              move 30 to WS-NORM-LENGTH
              set WS-NORM-STREET to true
              perform 2000-NORMALISE-TOWN
              move WS-NORM-OUTPUT to AV-RUE-NORM
              goback
           end-if
           move spaces to AV-REFERENCE-VILLE
           move spaces to AV-TOWN-TABLE
           move 0 to AV-TOWN-COUNT
           if WS-FILE-NOT-TRIED
              perform 1000-OPEN-REFERENCE
           end-if
           if WS-FILE-UNAVAILABLE
              set AV-NO-REFERENCE to true
              goback
           end-if
           move AV-CODE-POSTAL to POST-CODE-POSTAL
           move AV-VILLE-NORM to POST-VILLE-NORM
           read POSTAL-REFERENCE
               invalid key
                   perform 3000-LIST-TOWNS
                   goback
           end-read
           if POST-VILLE = AV-VILLE
              set AV-MATCHED to true
           else
              set AV-SPELLING-DIFFERS to true
              move POST-VILLE to AV-REFERENCE-VILLE
           end-if
           goback.

      *****************************************************************
      *  First call - open the reference and make sure it holds at
      *  least one entry.
      *****************************************************************
       1000-OPEN-REFERENCE.
           set WS-FILE-UNAVAILABLE to true
           open input POSTAL-REFERENCE
           if not WS-POST-OK
              close POSTAL-REFERENCE
              display "REFERENTIEL POSTAL INDISPONIBLE - "
                      "ADRESSES NON CONTROLEES"
           else
              move low-values to POST-KEY
              start POSTAL-REFERENCE key >= POST-KEY
                  invalid key
                      move "23" to WS-POST-STATUS
              end-start
              if WS-POST-OK
                 read POSTAL-REFERENCE next record
                     at end
                         move "10" to WS-POST-STATUS
                 end-read
              end-if
              if WS-POST-OK
                 set WS-FILE-OPEN to true
              else
                 close POSTAL-REFERENCE
                 display "REFERENTIEL POSTAL VIDE - "
                         "ADRESSES NON CONTROLEES"
              end-if
           end-if
           .

      *****************************************************************
      *  Builds the normalised town - or street, for function A -
      *  one character at a time.
      *****************************************************************
       2000-NORMALISE-TOWN.
           inspect WS-NORM-INPUT converting
               "abcdefghijklmnopqrstuvwxyz-'." to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ   "
           move spaces to WS-NORM-OUTPUT
           move 0 to WS-NORM-OUT-LEN
           move "N" to WS-NORM-SPACE-SWITCH
           move 1 to WS-NORM-IN-PTR
           perform 2100-NORMALISE-ONE-CHAR
               until WS-NORM-IN-PTR > WS-NORM-LENGTH
           .

      *****************************************************************
      *  A space only marks the next word's start - it is written
      *  when that word arrives, so leading, doubled and trailing
      *  spaces drop out.  At a word's start SAINTE and SAINT, as
      *  whole words, are written STE and ST, and in a street the
      *  street-type words their short form.
      *****************************************************************
       2100-NORMALISE-ONE-CHAR.
           move WS-NORM-INPUT(WS-NORM-IN-PTR:1) to WS-NORM-CHAR
           if WS-NORM-CHAR = space
              if WS-NORM-OUT-LEN > 0
                 set WS-NORM-SPACE-PENDING to true
              end-if
              add 1 to WS-NORM-IN-PTR
           else
              if WS-NORM-SPACE-PENDING
                 move " " to WS-NORM-CHAR
                 perform 2200-APPEND-CHAR
                 move "N" to WS-NORM-SPACE-SWITCH
                 move WS-NORM-INPUT(WS-NORM-IN-PTR:1) to WS-NORM-CHAR
              end-if
              perform 2140-MATCH-STREET-TYPE
              if WS-WORD-MATCH-SUB > 0
                 move WS-SW-SHORT-LEN(WS-WORD-MATCH-SUB) to WS-WORD-LEN
                 perform 2170-APPEND-SHORT-CHAR
                     varying WS-SHORT-SUB from 1 by 1
                     until WS-SHORT-SUB > WS-WORD-LEN
                 add WS-SW-LONG-LEN(WS-WORD-MATCH-SUB) to WS-NORM-IN-PTR
              else
                 perform 2150-WRITE-WORD-START
              end-if
           end-if
           .

       2150-WRITE-WORD-START.
           if WS-NORM-IN-PTR = 1
                   or WS-NORM-INPUT(WS-NORM-IN-PTR - 1:1) = space
              move WS-NORM-INPUT(WS-NORM-IN-PTR + 6:1)
                  to WS-NORM-FOLLOWING
              if WS-NORM-INPUT(WS-NORM-IN-PTR:6) = "SAINTE"
                      and WS-NORM-FOLLOWING = space
                 move "S" to WS-NORM-CHAR
                 perform 2200-APPEND-CHAR
                 move "T" to WS-NORM-CHAR
                 perform 2200-APPEND-CHAR
                 move "E" to WS-NORM-CHAR
                 perform 2200-APPEND-CHAR
                 add 6 to WS-NORM-IN-PTR
              else
                 move WS-NORM-INPUT(WS-NORM-IN-PTR + 5:1)
                     to WS-NORM-FOLLOWING
                 if WS-NORM-INPUT(WS-NORM-IN-PTR:5) = "SAINT"
                         and WS-NORM-FOLLOWING = space
                    move "S" to WS-NORM-CHAR
                    perform 2200-APPEND-CHAR
                    move "T" to WS-NORM-CHAR
                    perform 2200-APPEND-CHAR
                    add 5 to WS-NORM-IN-PTR
                 else
                    perform 2200-APPEND-CHAR
                    add 1 to WS-NORM-IN-PTR
                 end-if
              end-if
           else
              perform 2200-APPEND-CHAR
              add 1 to WS-NORM-IN-PTR
           end-if
           .

      *****************************************************************
      *  Street only - a street-type word at a word's start, as a
      *  whole word, is written in its short form.
      *****************************************************************
       2140-MATCH-STREET-TYPE.
           move 0 to WS-WORD-MATCH-SUB
           if WS-NORM-STREET
              if WS-NORM-IN-PTR = 1
                      or WS-NORM-INPUT(WS-NORM-IN-PTR - 1:1) = space
                 perform 2160-MATCH-STREET-WORD
                     varying WS-WORD-SUB from 1 by 1
                     until WS-WORD-SUB > 10 or WS-WORD-MATCH-SUB > 0
              end-if
           end-if
           .

       2160-MATCH-STREET-WORD.
           move WS-SW-LONG-LEN(WS-WORD-SUB) to WS-WORD-LEN
           if WS-NORM-INPUT(WS-NORM-IN-PTR:WS-WORD-LEN)
                   = WS-SW-LONG(WS-WORD-SUB)(1:WS-WORD-LEN)
              move WS-NORM-INPUT(WS-NORM-IN-PTR + WS-WORD-LEN:1)
                  to WS-NORM-FOLLOWING
              if WS-NORM-FOLLOWING = space
                 move WS-WORD-SUB to WS-WORD-MATCH-SUB
              end-if
           end-if
           .

       2170-APPEND-SHORT-CHAR.
           move WS-SW-SHORT(WS-WORD-MATCH-SUB)(WS-SHORT-SUB:1)
               to WS-NORM-CHAR
           perform 2200-APPEND-CHAR
           .

       2200-APPEND-CHAR.
           if WS-NORM-OUT-LEN < WS-NORM-LENGTH
              add 1 to WS-NORM-OUT-LEN
              move WS-NORM-CHAR to WS-NORM-OUTPUT(WS-NORM-OUT-LEN:1)
           end-if
           .

      *****************************************************************
      *  The pair is not on file - collect the towns the postcode
      *  does serve.  None at all means the postcode is unknown.
      *****************************************************************
       3000-LIST-TOWNS.
           move low-values to POST-VILLE-NORM
           move "N" to WS-SCAN-SWITCH
           start POSTAL-REFERENCE key > POST-KEY
               invalid key
                   set WS-SCAN-DONE to true
           end-start
           perform 3100-READ-NEXT-TOWN until WS-SCAN-DONE
           if AV-TOWN-COUNT = 0
              set AV-UNKNOWN-CODE to true
           else
              set AV-TOWN-MISMATCH to true
           end-if
           .

      *****************************************************************
      *  A commune loaded under its own name and its routing name
      *  gives the same POST-VILLE twice - it is listed once.
      *****************************************************************
       3100-READ-NEXT-TOWN.
           read POSTAL-REFERENCE next record
               at end
                   set WS-SCAN-DONE to true
           end-read
           if not WS-SCAN-DONE
              if POST-CODE-POSTAL not = AV-CODE-POSTAL
                 set WS-SCAN-DONE to true
              else
                 move "N" to WS-TOWN-SWITCH
                 perform 3200-CHECK-LISTED
                     varying WS-TOWN-SUB from 1 by 1
                     until WS-TOWN-SUB > AV-TOWN-COUNT
                 if not WS-TOWN-ALREADY-LISTED
                         and AV-TOWN-COUNT < 10
                    add 1 to AV-TOWN-COUNT
                    move POST-VILLE to AV-TOWN(AV-TOWN-COUNT)
                 end-if
              end-if
           end-if
           .

       3200-CHECK-LISTED.
           if AV-TOWN(WS-TOWN-SUB) = POST-VILLE
              set WS-TOWN-ALREADY-LISTED to true
           end-if
           .
