      *-----------------------------------------------------------------
      * ALERTCTL - customer alert control record: the single row
      * holds the amount at or above which an outgoing transfer,
      * cash withdrawal or payment to another bank raises a large
      * payment alert, so the bank can change it without a code
      * drop, as DORMCTL.DAT does for the dormancy threshold. A
      * missing file or a zero amount switches large payment alerts
      * off; every other alert is raised regardless.
      *-----------------------------------------------------------------
       01  ALERT-CONTROL-RECORD.
           05 AL-LARGE-AMOUNT         PIC 9(7)V99.
