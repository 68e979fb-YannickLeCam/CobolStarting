      *****************************************************************
      *  LTPLREC.cpy
      *
      *  Letter-template record (LTRTMPL), maintained through LTRMNT.
      *  One record per printed line of a letter, keyed by letter
      *  code and line number, so LTRRUN reads a letter's lines in
      *  order from a START on the code.  The text may carry these
      *  fields, replaced from the request and the customer master
      *  when the letter is produced:
      *
      *      &NOM      customer's first name and name
      *      &COMPTE   account number
      *      &MONTANT  amount quoted by the request
      *      &DATE     date of the event, JJ/MM/AAAA
      *      &TEXTE    free text carried by the request
      *
      *  Modification history
      *  2026-09-24  YLC  Initial layout.
      *****************************************************************
       01  LETTER-TEMPLATE-RECORD.
           05  LTPL-KEY.
               10  LTPL-LETTER-CODE        PIC X(06).
               10  LTPL-LINE-NUMBER        PIC 9(02).
           05  LTPL-TEXT                   PIC X(70).
           05  LTPL-UPDATED-DATE           PIC 9(08).
           05  LTPL-UPDATED-BY             PIC X(08).
