      * collide): the money moves against the branch cash drawer,
      * not another customer, and the reconciliation run posts those
      * rows to the ledger's cash account.
      * A payment to a beneficiary at another bank is likewise a
      * one-sided row, against the reserved word OUTPAY: the money
      * leaves through the outbound clearing account and the
      * beneficiary's details are held on the PAYQUEUE record. A
      * payment the other bank sends back is credited by a reversal
      * row against OUTPAY naming the debit in TL-REVERSAL-OF; the
      * fee on a returned payment is not refunded.
      * TL-BALANCE-AFTER is signed, since a checking account may run
      * into its arranged overdraft. An interest ('I') row on a
      * savings account credits TL-TRANSFER-IN; on an overdrawn
      * checking account it charges debit interest in
      * TL-TRANSFER-OUT. A fee charge ('F') row is a one-sided
      * charge to the account, the amount in TL-DEPOSIT-FEE and the
      * charge code in TL-COUNTERPARTY-NO (ODFEE for the unarranged
      * overdraft fee; SVCFEE, MINBAL and CASHFEE for the monthly
      * maintenance, minimum-balance and cash transaction charges);
      * the balance moves as on an approved row.
      * A term deposit row has TL-ACCOUNT-TYPE 'T', names the deposit
      * in TL-COUNTERPARTY-NO as TD followed by its three-digit
      * deposit number, and carries the deposit's own balance in
      * TL-BALANCE-AFTER. Placing or paying out a deposit is an
      * own-account move: the checking side names the customer's
      * own number with counterparty type 'T'. Maturity interest is
      * an 'I' row on the deposit, and the penalty for breaking one
      * early an 'F' row on it, coded with the deposit marker
      * rather than a charge code.
      *-----------------------------------------------------------------
       01  TRANSACTION-LOG-RECORD.
           05 TL-CUSTOMER-NO          PIC X(15).
           05 TL-TRANSFER-IN          PIC 9(7)V99.
           05 TL-TRANSFER-OUT         PIC 9(7)V99.
           05 TL-DEPOSIT-FEE          PIC 9(5)V99.
           05 TL-BALANCE-AFTER        PIC S9(7)V99.
           05 TL-STATUS               PIC X(1).
              88 TL-APPROVED          VALUE 'A'.
              88 TL-DECLINED          VALUE 'D'.
              88 TL-REVERSAL          VALUE 'R'.
              88 TL-INTEREST          VALUE 'I'.
              88 TL-OVER-LIMIT        VALUE 'L'.
              88 TL-FEE-CHARGE        VALUE 'F'.
           05 TL-TIMESTAMP.
              10 TL-TIMESTAMP-DATE    PIC 9(8).
              10 TL-TIMESTAMP-TIME    PIC 9(6).
