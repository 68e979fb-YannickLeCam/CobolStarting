      *                   original exists, has not already been
      *                   reversed and carries the keyed amount
      *                   before posting the offset.
      *  2026-09-14  YLC  Added the "N" channel for late-payment
      *                   penalties charged on a missed loan
      *                   installment by LOANPOST and LOANCOLL.
      *  2026-09-16  YLC  Added the "D" channel for creditors' direct-
      *                   debit collections accepted by PRLVIN.
      *  2026-09-17  YLC  Added the "X" channel for transfers to other
      *                   banks keyed at TRANENT and re-credited on
      *                   return by VIRRET.
      *  2026-09-18  YLC  Added the "K" channel for the reversal of a
      *                   deposited cheque returned unpaid, emitted
      *                   by CHQIMP.
      *  2026-09-25  YLC  Added the "B" channel for the transfers
      *                   SWEEPGEN generates between a current account
      *                   and its linked savings account.
      *  2026-09-27  YLC  On an "O" record TRAN-AMOUNT now carries the
      *                   deposit declared on the opening paperwork,
      *                   checked against the product's minimum.  It
      *                   is not posted - the deposit itself still
      *                   arrives as an ordinary credit.
      *  2026-09-29  YLC  Added the "C" channel for the settlement
      *                   postings and close CLOSEGEN generates from
      *                   a closing request.
      *  2026-10-03  YLC  Added the "J" channel for the interest
      *                   adjustments RATECORR generates when a rate
      *                   tier keyed wrong is corrected after the
      *                   interest was paid or charged.
      *  2026-10-14  YLC  Added the "G" channel for the safe-deposit
      *                   box rent SDBBILL bills at month-end.
      *  2026-10-15  YLC  Added TRAN-CURRENCY-CODE - on an "O" record
      *                   the currency the new account is to be kept
      *                   in.  Every other record is in the currency
      *                   of its account and leaves the field blank.
      *****************************************************************
       01  TRANSACTION-RECORD.
           05  TRAN-ACCT-NUMBER            PIC 9(09).
               88  TRAN-CHN-PRET            VALUE "L".
               88  TRAN-CHN-PAIE            VALUE "P".
               88  TRAN-CHN-ESCH            VALUE "E".
               88  TRAN-CHN-PENALITE        VALUE "N".
               88  TRAN-CHN-PRELEV          VALUE "D".
               88  TRAN-CHN-VIREXT          VALUE "X".
               88  TRAN-CHN-IMPAYE          VALUE "K".
               88  TRAN-CHN-BALAYAGE        VALUE "B".
               88  TRAN-CHN-CLOTURE         VALUE "C".
               88  TRAN-CHN-CORRINT         VALUE "J".
               88  TRAN-CHN-COFFRE          VALUE "G".
      *--------------------------------------------------------------*
      *    Reversal records ("R") only - the TH-TIMESTAMP of the     *
      *    original posting being reversed; the account is           *
      *    TRAN-ACCT-NUMBER as usual.  Zero on every other type.     *
      *--------------------------------------------------------------*
           05  TRAN-ORIG-TIMESTAMP         PIC 9(14).
      *--------------------------------------------------------------*
      *    Account-opening records ("O") only - the currency of the  *
      *    new account; spaces open it in EUR.  Spaces on every      *
      *    other type.                                               *
      *--------------------------------------------------------------*
           05  TRAN-CURRENCY-CODE          PIC X(03).
