      *-----------------------------------------------------------------
      * SVCRATE - monthly service charge tariff, one row per account
      * type ('C' checking, 'S' savings) so the business can change
      * the published tariff without a code drop. Each row holds the
      * flat monthly maintenance fee, the minimum balance the account
      * must not fall below during the month and the charge taken
      * when it does, and the number of teller cash transactions in
      * the month that are free with the charge for each one beyond
      * that allowance. A zero amount switches that charge off for
      * the account type; a type with no row is not charged at all.
      *-----------------------------------------------------------------
       01  SERVICE-CHARGE-RATE-RECORD.
           05 SR-ACCOUNT-TYPE         PIC X(1).
           05 SR-MONTHLY-FEE          PIC 9(5)V99.
           05 SR-MINIMUM-BALANCE      PIC 9(7)V99.
           05 SR-LOW-BALANCE-FEE      PIC 9(5)V99.
           05 SR-FREE-CASH-COUNT      PIC 9(3).
           05 SR-CASH-ITEM-FEE        PIC 9(5)V99.
