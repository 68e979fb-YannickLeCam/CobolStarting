      *****************************************************************
      *  DISPREC.cpy
      *
      *  Dispute and complaint case record - one per case a customer
      *  raises, keyed on a case number DISPMNT issues from its own
      *  DISPCTL sequence.  A case names the customer, the account
      *  and, when the customer disputes a posted movement, the
      *  TRANHIST record concerned (copied at opening so the case
      *  still reads after THISTROL has archived the history).  It
      *  carries the owner working it, the acknowledgement sent,
      *  the outcome at closing and, when the movement was put
      *  right, the TH-TIMESTAMP of the reversal that offset it.
      *  Closed cases stay on file; the weekly DISPAGE run ages the
      *  open ones against the regulatory response deadlines.
      *
      *  Modification history
      *  2026-10-08  YLC  Initial layout.
      *****************************************************************
       01  DISPUTE-CASE-RECORD.
           05  DSP-KEY.
               10  DSP-CASE-NUMBER         PIC 9(08).
           05  DSP-CUST-NUMBER             PIC 9(06).
           05  DSP-ACCT-NUMBER             PIC 9(09).
      *--------------------------------------------------------------*
      *    N movement not recognised, M wrong amount, D posted       *
      *    twice - the three that dispute a movement and run on the  *
      *    shorter payment-dispute deadline; F fees contested, S     *
      *    service complaint, A any other complaint.                 *
      *--------------------------------------------------------------*
           05  DSP-CATEGORY                PIC X(01).
               88  DSP-CAT-NOT-RECOGNISED   VALUE "N".
               88  DSP-CAT-WRONG-AMOUNT     VALUE "M".
               88  DSP-CAT-DUPLICATE        VALUE "D".
               88  DSP-CAT-FEES             VALUE "F".
               88  DSP-CAT-SERVICE          VALUE "S".
               88  DSP-CAT-OTHER            VALUE "A".
               88  DSP-CAT-VALID            VALUE "N" "M" "D"
                                                  "F" "S" "A".
               88  DSP-CAT-PAYMENT          VALUE "N" "M" "D".
      *--------------------------------------------------------------*
      *    The disputed TRANHIST movement - TH-TIMESTAMP zero when   *
      *    the complaint is not about one posting.                   *
      *--------------------------------------------------------------*
           05  DSP-TH-POST-DATE            PIC 9(08).
           05  DSP-TH-TIMESTAMP            PIC 9(14).
           05  DSP-TH-TYPE                 PIC X(01).
           05  DSP-TH-AMOUNT               PIC S9(9) COMP-3.
           05  DSP-TH-CHANNEL              PIC X(01).
           05  DSP-SUMMARY                 PIC X(40).
           05  DSP-OPENED-DATE             PIC 9(08).
           05  DSP-OPENED-BY               PIC X(08).
           05  DSP-OWNER                   PIC X(08).
      *--------------------------------------------------------------*
      *    Day the written acknowledgement went to the customer -    *
      *    zero until it has.                                        *
      *--------------------------------------------------------------*
           05  DSP-ACK-DATE                PIC 9(08).
           05  DSP-STATUS                  PIC X(01).
               88  DSP-OPEN                 VALUE "O".
               88  DSP-CLOSED               VALUE "C".
           05  DSP-CLOSED-DATE             PIC 9(08).
           05  DSP-CLOSED-BY               PIC X(08).
      *--------------------------------------------------------------*
      *    F founded (put right in full), P partly founded, R        *
      *    rejected, W withdrawn by the customer.                    *
      *--------------------------------------------------------------*
           05  DSP-OUTCOME                 PIC X(01).
               88  DSP-OUT-FOUNDED          VALUE "F".
               88  DSP-OUT-PARTIAL          VALUE "P".
               88  DSP-OUT-REJECTED         VALUE "R".
               88  DSP-OUT-WITHDRAWN        VALUE "W".
               88  DSP-OUT-VALID            VALUE "F" "P" "R" "W".
      *--------------------------------------------------------------*
      *    The reversal posted for the disputed movement - the       *
      *    TH-TIMESTAMP of the TRANHIST record whose TH-ORIG-        *
      *    TIMESTAMP names DSP-TH-TIMESTAMP on the same account,     *
      *    zero while none is linked.                                *
      *--------------------------------------------------------------*
           05  DSP-REVERSAL-TIMESTAMP      PIC 9(14).
           05  DSP-REVERSAL-AMOUNT         PIC S9(9) COMP-3.
