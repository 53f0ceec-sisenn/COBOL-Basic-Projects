      *   2  copy BATCHOK.DAT over BATCHTXN.DAT (operator step)
      *   3  ACCOUNT in batch mode
      *   4  STORDGEN standing-order generation
      *   5  PAYOUT outbound payments and returns
      *   6  TDMATURE term deposit maturity
      *   7  INTPOST month-end interest (skipped off month-end)
      *   8  SVCCHG month-end service charges (skipped off month-end)
      *   9  RECONCIL reconciliation and GL feed
      *  10  ALERTOUT customer alert feed to the messaging gateway
      *  11  TLARCH transaction log archival
      *  12  BACKUP nightly snapshot
      * A step's status byte is space while pending, 'I' once the
      * driver has released it to run, 'C' when the operator has
      * confirmed it complete and 'S' when it was skipped. The
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE        PIC 9(8).
           05 RC-STEP-STATUS-TABLE.
              10 RC-STEP-STATUS OCCURS 12 TIMES PIC X(1).
                 88 RC-STEP-PENDING     VALUE ' '.
                 88 RC-STEP-IN-PROGRESS VALUE 'I'.
                 88 RC-STEP-COMPLETE    VALUE 'C'.
