      * savings account. An entry whose status byte is still a space
      * has never been opened. Enrollment opens the checking
      * account; the savings account is opened through MAINT.
      * Account balances are signed: a checking account may be
      * overdrawn down to CM-OVERDRAFT-LIMIT, the arranged overdraft
      * MAINT sets for the customer's checking account (zero means
      * no overdraft is arranged). A savings balance never goes
      * below zero.
      *-----------------------------------------------------------------
       01  CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-NO          PIC X(15).
                 88 CM-ACCT-UNOPENED  VALUE ' '.
                 88 CM-ACCT-OPEN      VALUE 'A'.
                 88 CM-ACCT-CLOSED    VALUE 'C'.
              10 CM-ACCT-BALANCE      PIC S9(7)V99.
              10 CM-ACCT-LAST-ACCOUNT PIC S9(7)V99.
           05 CM-OVERDRAFT-LIMIT      PIC 9(7)V99.
