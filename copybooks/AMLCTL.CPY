      *-----------------------------------------------------------------
      * AMLCTL - compliance monitoring control record: the single row
      * holds the thresholds the nightly monitoring run applies, so
      * compliance can change them without a code drop, as
      * DORMCTL.DAT does for the dormancy threshold.
      *   AC-WINDOW-DAYS       how many days back the run looks
      *   AC-CASH-THRESHOLD    single cash transaction reporting limit
      *   AC-STRUCT-FLOOR      a cash deposit at or above this but
      *                        under the threshold counts towards
      *                        structuring ...
      *   AC-STRUCT-COUNT      ... when this many fall within
      *   AC-STRUCT-DAYS       this many days
      *   AC-RAPID-MIN-AMOUNT  smallest incoming credit or transfer
      *                        watched for rapid movement, flagged
      *                        when at least AC-RAPID-PERCENT of it
      *                        leaves again within AC-RAPID-DAYS
      *   AC-REACT-AMOUNT      smallest movement flagged within
      *   AC-REACT-DAYS        this many days after a dormant
      *                        customer is reactivated
      * A zero threshold switches that check off.
      *-----------------------------------------------------------------
       01  COMPLIANCE-CONTROL-RECORD.
           05 AC-WINDOW-DAYS          PIC 9(3).
           05 AC-CASH-THRESHOLD       PIC 9(7)V99.
           05 AC-STRUCT-FLOOR         PIC 9(7)V99.
           05 AC-STRUCT-COUNT         PIC 9(2).
           05 AC-STRUCT-DAYS          PIC 9(3).
           05 AC-RAPID-MIN-AMOUNT     PIC 9(7)V99.
           05 AC-RAPID-PERCENT        PIC 9(3).
           05 AC-RAPID-DAYS           PIC 9(3).
           05 AC-REACT-AMOUNT         PIC 9(7)V99.
           05 AC-REACT-DAYS           PIC 9(3).
