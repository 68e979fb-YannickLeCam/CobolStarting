      *                   INTCAP withholds at source on a non-exempt
      *                   customer's capitalization (00300 reads
      *                   3.00); zero disables withholding.
      *  2026-09-14  YLC  Added PARM-LATE-PENALTY-RATE - the
      *                   percentage of a missed loan installment
      *                   charged as a late-payment penalty (00800
      *                   reads 8.00); zero charges no penalty.
      *  2026-09-18  YLC  Added PARM-CHEQUE-FLOAT-DAYS - the business
      *                   days a cheque drawn on another bank stays
      *                   uncollected after its deposit posts; zero
      *                   reads as the standard two days.
      *  2026-09-19  YLC  Added PARM-CHEQUE-RETURN-FEE - the fee
      *                   SOLDUPDT charges the drawer of a cheque it
      *                   returns unpaid; zero reads as the regulated
      *                   ceiling (30 up to a 50 cheque, 50 above).
      *  2026-09-20  YLC  Added PARM-KYC-GRACE-DAYS - the days a
      *                   customer's due-diligence review may run
      *                   overdue before KYCREV flags the customer
      *                   for the tellers; zero reads as 90 days.
      *  2026-09-21  YLC  Added PARM-MONITOR-DAYS, PARM-MONITOR-BAND-
      *                   PCT, PARM-MONITOR-MIN-COUNT and PARM-
      *                   MONITOR-FACTOR for the nightly AMLMON
      *                   monitoring run - the rolling window in days
      *                   (zero disables the run), the band under
      *                   PARM-DECLARE-THRESHOLD that counts as "just
      *                   below" (zero reads as 10 percent), the
      *                   credits in the band that raise a
      *                   structuring alert (zero reads as 3) and the
      *                   multiple of the account's usual daily
      *                   movement that raises a velocity alert (zero
      *                   reads as 5).
      *  2026-09-22  YLC  Added PARM-FUNDING-RATE - the internal
      *                   funds-transfer rate the monthly PROFRPT
      *                   profitability report values each account's
      *                   average balance at (00300 reads 3.00); zero
      *                   leaves the funding value out.
      *  2026-09-30  YLC  Added PARM-GUARANTEE-CAP - the deposit-
      *                   guarantee scheme's legal cap per depositor
      *                   the SCVEXTR single customer view applies;
      *                   zero reads as the statutory 100000.
      *  2026-10-07  YLC  Added PARM-OPERATOR-IDLE-DAYS - the days
      *                   without a logon after which the nightly
      *                   OPIDLE run deactivates an operator (zero
      *                   disables it) - and PARM-RECERT-DAYS, the
      *                   days a branch manager has to confirm the
      *                   quarterly OPRECERT list (zero reads as 30).
      *  2026-10-08  YLC  Added the dispute-case response deadlines
      *                   DISPAGE ages open cases against, in calendar
      *                   days from the case opening: PARM-DISPUTE-
      *                   ACK-DAYS for the acknowledgement (zero reads
      *                   as 10), PARM-DISPUTE-RESP-DAYS for a
      *                   disputed movement (zero reads as 15) and
      *                   PARM-COMPLAINT-RESP-DAYS for any other
      *                   complaint (zero reads as 60).
      *  2026-10-09  YLC  Added PARM-RETENTION-YEARS - the years after
      *                   a customer's last account closed, last loan
      *                   repayment or death before the annual RETPURGE
      *                   run anonymises their personal data (zero
      *                   reads as 10).
      *  2026-10-15  YLC  Added PARM-PARTITION-COUNT and PARM-PARTITION-
      *                   LIMIT for the partitioned nightly balance
      *                   update - the number of account-number ranges
      *                   TRANSPLT splits TRANFILE into (0 or 1 keeps
      *                   a single range) and the highest account of
      *                   each range but the last - and PARM-RESTART-
      *                   PARTITION, the range run ("1" to "4", or "X"
      *                   for the cross-range pass) PARM-RESTART-KEY
      *                   applies to; blank keeps it for an
      *                   unpartitioned run.
      *****************************************************************
       01  RUN-PARAMETER-RECORD.
           05  PARM-PROCESS-DATE           PIC 9(08).
           05  PARM-ESCHEAT-MONTHS         PIC 9(03).
           05  PARM-PROJECT-DAYS           PIC 9(03).
           05  PARM-WITHHOLD-RATE          PIC 9(3)V99.
           05  PARM-LATE-PENALTY-RATE      PIC 9(3)V99.
           05  PARM-CHEQUE-FLOAT-DAYS      PIC 9(02).
           05  PARM-CHEQUE-RETURN-FEE      PIC 9(05).
           05  PARM-KYC-GRACE-DAYS         PIC 9(03).
           05  PARM-MONITOR-DAYS           PIC 9(03).
           05  PARM-MONITOR-BAND-PCT       PIC 9(02).
           05  PARM-MONITOR-MIN-COUNT      PIC 9(02).
           05  PARM-MONITOR-FACTOR         PIC 9(02).
           05  PARM-FUNDING-RATE           PIC 9(3)V99.
           05  PARM-GUARANTEE-CAP          PIC 9(09).
           05  PARM-OPERATOR-IDLE-DAYS     PIC 9(03).
           05  PARM-RECERT-DAYS            PIC 9(03).
           05  PARM-DISPUTE-ACK-DAYS       PIC 9(03).
           05  PARM-DISPUTE-RESP-DAYS      PIC 9(03).
           05  PARM-COMPLAINT-RESP-DAYS    PIC 9(03).
           05  PARM-RETENTION-YEARS        PIC 9(02).
           05  PARM-PARTITION-COUNT        PIC 9(01).
           05  PARM-PARTITION-LIMIT        PIC 9(09) OCCURS 3 TIMES.
           05  PARM-RESTART-PARTITION      PIC X(01).
