      *-----------------------------------------------------------------
      * TELLDRW - teller cash drawer record, indexed by teller id and
      * the date and time the drawer was opened: one row per drawer
      * session a teller runs through ACCOUNT's drawer mode. The
      * teller opens the drawer with a counted starting float; every
      * approved teller cash deposit and withdrawal taken while it
      * is open is added to its running totals; at close the teller
      * counts the cash and the drawer is balanced: DW-EXPECTED-CLOSE
      * is the float plus deposits less withdrawals, and
      * DW-DIFFERENCE the counted amount less that, positive when
      * the drawer is over and negative when it is short. The
      * reconciliation run books the differences of the drawers
      * closed that day to the cash over/short ledger account.
      *-----------------------------------------------------------------
       01  TELLER-DRAWER-RECORD.
           05 DW-KEY.
              10 DW-TELLER-ID         PIC X(8).
              10 DW-OPEN-DATE         PIC 9(8).
              10 DW-OPEN-TIME         PIC 9(6).
           05 DW-STATUS               PIC X(1).
              88 DW-OPEN              VALUE 'O'.
              88 DW-CLOSED            VALUE 'C'.
           05 DW-OPENING-FLOAT        PIC 9(7)V99.
           05 DW-DEPOSIT-COUNT        PIC 9(5).
           05 DW-DEPOSIT-TOTAL        PIC 9(9)V99.
           05 DW-WITHDRAWAL-COUNT     PIC 9(5).
           05 DW-WITHDRAWAL-TOTAL     PIC 9(9)V99.
           05 DW-CLOSE-DATE           PIC 9(8).
           05 DW-CLOSE-TIME           PIC 9(6).
           05 DW-COUNTED-CLOSE        PIC 9(9)V99.
           05 DW-EXPECTED-CLOSE       PIC S9(9)V99.
           05 DW-DIFFERENCE           PIC S9(9)V99.
