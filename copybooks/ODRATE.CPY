      *-----------------------------------------------------------------
      * ODRATE - overdraft charging record: the single row holds the
      * debit interest rate the end-of-month interest run charges on
      * overdrawn checking balances, in percent per month, and the
      * flat fee charged when an account is found overdrawn beyond
      * its arranged limit (or overdrawn with none arranged).
      *-----------------------------------------------------------------
       01  OVERDRAFT-RATE-RECORD.
           05 OR-DEBIT-RATE           PIC 9(2)V9(4).
           05 OR-UNARRANGED-FEE       PIC 9(5)V99.
