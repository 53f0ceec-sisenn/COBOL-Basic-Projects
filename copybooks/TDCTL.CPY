      *-----------------------------------------------------------------
      * TDCTL - term deposit control record: the single row holds the
      * penalty charged when a term deposit is broken before its
      * maturity date, in percent of the balance on deposit, so the
      * business can change it without a code drop, as INTRATE.DAT
      * does for the savings rate.
      *-----------------------------------------------------------------
       01  TERM-DEPOSIT-CONTROL-RECORD.
           05 TC-PENALTY-RATE         PIC 9(2)V9(4).
