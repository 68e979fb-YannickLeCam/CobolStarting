      *                   with its own "R").
      *  2026-09-01  YLC  Added RCY-ORIG-TIMESTAMP for the image of
      *                   a rejected reversal.
      *  2026-10-15  YLC  Added RCY-CURRENCY-CODE for the image of a
      *                   rejected account opening.
      *****************************************************************
       01  RECYCLE-RECORD.
           05  RCY-TRANSACTION.
               10  RCY-CHEQUE-SERIAL       PIC 9(06).
               10  RCY-CHANNEL             PIC X(01).
               10  RCY-ORIG-TIMESTAMP      PIC 9(14).
               10  RCY-CURRENCY-CODE       PIC X(03).
           05  RCY-REASON-CODE             PIC X(05).
           05  RCY-REASON-TEXT             PIC X(30).
           05  RCY-STATUS                  PIC X.
