      *-----------------------------------------------------------------
      * TDMAST - term deposit record, indexed by customer number and
      * deposit number: a fixed sum placed from the customer's
      * checking account for a fixed number of months at a rate
      * fixed when it is opened. TD-RATE is the annual rate in
      * percent; the interest for the whole term is added on the
      * maturity date. TD-INSTRUCTION says what happens then: the
      * balance and interest are paid back to checking, or the lot
      * is rolled over for another term of the same length at the
      * same rate. TD-BALANCE is what is on deposit now and falls
      * to zero once the deposit is paid out or broken early.
      * TD-ANCHOR-DAY holds the day of month of the first start
      * date, so a deposit opened on the 31st matures on a short
      * month's last day but returns to the 31st on rollover, as
      * standing orders do. Matured and broken deposits stay on
      * file with their closing date; deposit numbers are never
      * reused for the customer.
      *-----------------------------------------------------------------
       01  TERM-DEPOSIT-RECORD.
           05 TD-KEY.
              10 TD-CUSTOMER-NO       PIC X(15).
              10 TD-DEPOSIT-NO        PIC 9(3).
           05 TD-PRINCIPAL            PIC 9(7)V99.
           05 TD-BALANCE              PIC 9(7)V99.
           05 TD-RATE                 PIC 9(2)V9(4).
           05 TD-TERM-MONTHS          PIC 9(3).
           05 TD-ANCHOR-DAY           PIC 9(2).
           05 TD-START-DATE           PIC 9(8).
           05 TD-MATURITY-DATE        PIC 9(8).
           05 TD-INSTRUCTION          PIC X(1).
              88 TD-PAY-OUT           VALUE 'P'.
              88 TD-ROLL-OVER         VALUE 'R'.
           05 TD-STATUS               PIC X(1).
              88 TD-ACTIVE            VALUE 'A'.
              88 TD-MATURED           VALUE 'M'.
              88 TD-BROKEN            VALUE 'B'.
           05 TD-CLOSED-DATE          PIC 9(8).
