               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLDFILE-STATUS.
           SELECT PAYMENT-QUEUE-FILE ASSIGN TO 'PAYQUEUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-PAYMENT-NO
               FILE STATUS IS WS-PAYQUEUE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT TELLER-DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT CASH-JOURNAL-FILE ASSIGN TO 'CASHJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHJRNL-STATUS.
           SELECT ALERT-EVENT-FILE ASSIGN TO 'ALERTEVT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTEVT-STATUS.
           SELECT ALERT-CONTROL-FILE ASSIGN TO 'ALERTCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTCTL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY TRANHIST.
       FD  CUSTOMER-HOLD-FILE.
           COPY CUSTHOLD.
       FD  PAYMENT-QUEUE-FILE.
           COPY PAYQUEUE.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.
       FD  TELLER-DRAWER-FILE.
           COPY TELLDRW.
       FD  CASH-JOURNAL-FILE.
           COPY CASHJRN.
       FD  ALERT-EVENT-FILE.
           COPY ALERTEVT.
       FD  ALERT-CONTROL-FILE.
           COPY ALERTCTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  CUSTOMER-INFORMATION.
           05 CUSTOMER-NO          PIC X(15).
           05 CUSTOMER-PIN         PIC 9(4).
       01  ACCOUNT-INFORMATION.
           05 BALANCE              PIC S9(7)V99.
           05 TRANSFER-IN          PIC 9(7)V99.
           05 TRANSFER-OUT         PIC 9(7)V99.
           05 DEPOSIT              PIC 9(5)V99.
           05 LAST-ACCOUNT         PIC S9(7)V99 VALUE 0.
           05 DAILY-LIMIT          PIC 9(7)V99 VALUE 0.
           05 DAILY-OUT-TOTAL      PIC 9(9)V99 VALUE 0.
      * The account the session works from: subscript 1 is the
           05 ACCOUNT-TYPE         PIC X(1) VALUE 'C'.
           05 ACCOUNT-SUB          PIC 9(1) VALUE 1.
           05 CASH-AMOUNT          PIC 9(7)V99.
      * The arranged overdraft on the session's account: the
      * customer's CM-OVERDRAFT-LIMIT on checking, zero on savings.
           05 OVERDRAFT-LIMIT      PIC 9(7)V99 VALUE 0.
           05 AVAILABLE-FUNDS      PIC S9(9)V99 VALUE 0.
      * Counterparty marker for one-sided teller cash rows, as
      * documented in the TRANLOG copybook.
       01  CASH-COUNTERPARTY       PIC X(15) VALUE 'CASH'.
      * Counterparty marker for one-sided payments to another bank,
      * as documented in the TRANLOG copybook.
       01  OUTPAY-COUNTERPARTY     PIC X(15) VALUE 'OUTPAY'.
      * The beneficiary of a payment to another bank; the payment
      * itself is queued on PAYQUEUE.DAT for the nightly PAYOUT run.
       01  EXTERNAL-PAYMENT-INFORMATION.
           05 BENEF-BANK-CODE      PIC X(11).
           05 BENEF-ACCOUNT        PIC X(34).
           05 BENEF-NAME           PIC X(30).
           05 NEXT-PAYMENT-NO      PIC 9(8) VALUE 0.
      * The teller signed on for cash at the counter and the cash
      * drawer the notes go through, named by its key on DRAWER.DAT.
       01  TELLER-INFORMATION.
           05 TELLER-ID            PIC X(8).
           05 TELLER-PASSWORD      PIC X(8).
           05 DRAWER-OPEN-DATE     PIC 9(8).
           05 DRAWER-OPEN-TIME     PIC 9(6).
           05 DRAWER-FLOAT         PIC 9(7)V99.
           05 DRAWER-COUNTED       PIC 9(9)V99.
           05 WS-TELLER-TRIES      PIC 9(1) VALUE 0.
           05 WS-TELLER-SWITCH     PIC X(1) VALUE 'N'.
              88 WS-TELLER-SIGNED-ON VALUE 'Y'.
           05 WS-DRAWER-SWITCH     PIC X(1).
              88 WS-DRAWER-FOUND     VALUE 'Y'.
              88 WS-DRAWER-NOT-FOUND VALUE 'N'.
           05 WS-DRAWER-EOF-SWITCH PIC X(1).
              88 WS-DRAWER-EOF     VALUE 'Y'.
           05 WS-CASH-READY-SWITCH PIC X(1).
              88 WS-CASH-READY     VALUE 'Y'.
       01  RECEIVER-INFORMATION.
           05 DEST-CUSTOMER-NO     PIC X(15).
           05 RECEIVER-NAME        PIC X(15).
           05 RECEIVER-LAST-NAME   PIC X(15).
           05 RECEIVER-BALANCE     PIC S9(7)V99.
           05 RECEIVER-NEW-BALANCE PIC S9(7)V99 VALUE 0.
           05 RECEIVER-OD-LIMIT    PIC 9(7)V99 VALUE 0.
           05 RECEIVER-STATUS      PIC X(1).
              88 RECEIVER-ACTIVE   VALUE 'A'.
              88 RECEIVER-DORMANT  VALUE 'D'.
           05 REVERSAL-COUNTERPARTY PIC X(15).
           05 REVERSAL-CP-TYPE     PIC X(1).
           05 REVERSAL-MATCH-COUNT PIC 9(3) VALUE 0.
      * The customer alert about to be raised on ALERTEVT.DAT, and
      * the amount at or above which outgoing money raises one (zero
      * when large payment alerts are off).
       01  ALERT-INFORMATION.
           05 ALERT-EVENT-TYPE     PIC X(8).
           05 ALERT-ACCOUNT-TYPE   PIC X(1).
           05 ALERT-AMOUNT         PIC 9(7)V99.
           05 ALERT-REFERENCE      PIC X(15).
           05 LARGE-ALERT-AMOUNT   PIC 9(7)V99 VALUE 0.
       01  CHECKS-VARIABLES.
           05 COUNTER              PIC 99   VALUE 01.
       01  FILE-STATUS-VARIABLES.
           05 WS-CHECKPT-STATUS    PIC X(2).
           05 WS-TRANHIST-STATUS   PIC X(2).
           05 WS-HOLDFILE-STATUS   PIC X(2).
           05 WS-PAYQUEUE-STATUS   PIC X(2).
           05 WS-OPERMAST-STATUS   PIC X(2).
           05 WS-DRAWER-STATUS     PIC X(2).
           05 WS-CASHJRNL-STATUS   PIC X(2).
           05 WS-ALERTEVT-STATUS   PIC X(2).
           05 WS-ALERTCTL-STATUS   PIC X(2).
       01  FEE-SCHEDULE-TABLE.
           05 WS-FEE-TIER-COUNT    PIC 9(2) VALUE 0.
           05 WS-FEE-ENTRY OCCURS 1 TO 20 TIMES
              88 WS-NO-HOLD-FILE   VALUE 'Y'.
           05 WS-DORMANT-SWITCH    PIC X(1) VALUE 'N'.
              88 WS-DORMANT-SESSION VALUE 'Y'.
           05 WS-QUEUE-EOF-SWITCH  PIC X(1).
              88 WS-QUEUE-EOF      VALUE 'Y'.
           05 WS-QUEUED-SWITCH     PIC X(1).
              88 WS-PAYMENT-QUEUED VALUE 'Y'.
       01  HOLD-TOTAL              PIC 9(9)V99 VALUE 0.
       01  WS-TODAY                 PIC 9(8).
       01  WS-RUN-MODE              PIC X(1).
           88 WS-BATCH-MODE         VALUE 'B' 'b'.
           88 WS-DRAWER-MODE        VALUE 'D' 'd'.
       01  BATCH-CONTROL-VARIABLES.
           05 WS-BATCH-EOF-SWITCH   PIC X(1) VALUE 'N'.
              88 WS-BATCH-EOF       VALUE 'Y'.
           05 WS-LAST-CHECKPT-SEQ   PIC 9(6) VALUE 0.
           05 WS-BATCH-REC-COUNT    PIC 9(6) VALUE 0.
           05 WS-CHECKPOINT-EVERY   PIC 9(3) VALUE 10.
      * Set while the batch record in hand was generated from a
      * standing order, so a decline can be told to the customer.
           05 WS-ORDER-SWITCH       PIC X(1) VALUE 'N'.
              88 WS-STANDING-ORDER-TXN VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           PERFORM 1060-LOAD-FEE-SCHEDULE.
           PERFORM 1065-LOAD-ALERT-CONTROL.
           DISPLAY 'Run in (I)nteractive, (B)atch or (D)rawer mode?'.
           ACCEPT WS-RUN-MODE.
           PERFORM 1070-OPEN-CUSTOMER-MASTER.
           PERFORM 1080-OPEN-TRANSACTION-LOG.
           PERFORM 1085-OPEN-ALERT-EVENTS.
           PERFORM 1090-OPEN-TRANSACTION-HISTORY.
           PERFORM 1095-OPEN-HOLD-FILE.
           PERFORM 1097-OPEN-PAYMENT-QUEUE.
           IF NOT WS-BATCH-MODE
               PERFORM 1099-OPEN-CASH-DRAWER-FILES
           END-IF.
           EVALUATE TRUE
               WHEN WS-BATCH-MODE
                   PERFORM 5000-BATCH-PROCESS
               WHEN WS-DRAWER-MODE
                   PERFORM 6000-DRAWER-PROCESS
               WHEN OTHER
                   PERFORM 1050-LOGIN
                   PERFORM 1200-MENU-LOOP UNTIL WS-SESSION-ENDED
           END-EVALUATE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE TRANSACTION-HISTORY-FILE.
           CLOSE PAYMENT-QUEUE-FILE.
           CLOSE ALERT-EVENT-FILE.
           IF NOT WS-NO-HOLD-FILE
               CLOSE CUSTOMER-HOLD-FILE
           END-IF.
           IF NOT WS-BATCH-MODE
               CLOSE TELLER-DRAWER-FILE
               CLOSE CASH-JOURNAL-FILE
           END-IF.
       1000-END. EXIT.
           STOP RUN.
      *-----------------------------------------------------------------
           END-IF.
       1080-END. EXIT.
      *-----------------------------------------------------------------
      * ALERTEVT.DAT may not exist yet on a brand-new install; it is
      * created the same way 1080-OPEN-TRANSACTION-LOG creates the
      * log.
       1085-OPEN-ALERT-EVENTS.
           OPEN EXTEND ALERT-EVENT-FILE.
           IF WS-ALERTEVT-STATUS = '35'
               OPEN OUTPUT ALERT-EVENT-FILE
               CLOSE ALERT-EVENT-FILE
               OPEN EXTEND ALERT-EVENT-FILE
           END-IF.
           IF WS-ALERTEVT-STATUS NOT = '00'
               DISPLAY 'Unable to open ALERTEVT.DAT, status: '
                   WS-ALERTEVT-STATUS
               STOP RUN
           END-IF.
       1085-END. EXIT.
      *-----------------------------------------------------------------
      * TRANHIST.DAT may not exist yet on a brand-new install; create
      * it the same way 1070-OPEN-CUSTOMER-MASTER creates the master.
       1090-OPEN-TRANSACTION-HISTORY.
           END-IF.
       1095-END. EXIT.
      *-----------------------------------------------------------------
      * PAYQUEUE.DAT may not exist yet on a brand-new install; create
      * it the same way 1070-OPEN-CUSTOMER-MASTER creates the master.
      * The next payment number is found once here and carried in
      * working storage for the rest of the run.
       1097-OPEN-PAYMENT-QUEUE.
           OPEN I-O PAYMENT-QUEUE-FILE.
           IF WS-PAYQUEUE-STATUS = '35'
               OPEN OUTPUT PAYMENT-QUEUE-FILE
               CLOSE PAYMENT-QUEUE-FILE
               OPEN I-O PAYMENT-QUEUE-FILE
           END-IF.
           IF WS-PAYQUEUE-STATUS NOT = '00'
               DISPLAY 'Unable to open PAYQUEUE.DAT, status: '
                   WS-PAYQUEUE-STATUS
               STOP RUN
           END-IF.
           PERFORM 1098-FIND-NEXT-PAYMENT-NO.
       1097-END. EXIT.
      *-----------------------------------------------------------------
      * Payment numbers ascend, so the highest key on file is the
      * last record of a forward scan, as MAINT numbers standing
      * orders.
       1098-FIND-NEXT-PAYMENT-NO.
           MOVE 0   TO NEXT-PAYMENT-NO.
           MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
           MOVE 0   TO PQ-PAYMENT-NO.
           START PAYMENT-QUEUE-FILE
               KEY IS GREATER THAN OR EQUAL TO PQ-PAYMENT-NO
               INVALID KEY
                   SET WS-QUEUE-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-QUEUE-EOF
               READ PAYMENT-QUEUE-FILE NEXT RECORD
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       MOVE PQ-PAYMENT-NO TO NEXT-PAYMENT-NO
               END-READ
           END-PERFORM.
           ADD 1 TO NEXT-PAYMENT-NO.
       1098-END. EXIT.
      *-----------------------------------------------------------------
      * DRAWER.DAT and CASHJRNL.DAT may not exist yet on a brand-new
      * install; each is created the usual way for its organization.
      * Only sessions at the counter touch cash, so the batch run
      * does not open them.
       1099-OPEN-CASH-DRAWER-FILES.
           OPEN I-O TELLER-DRAWER-FILE.
           IF WS-DRAWER-STATUS = '35'
               OPEN OUTPUT TELLER-DRAWER-FILE
               CLOSE TELLER-DRAWER-FILE
               OPEN I-O TELLER-DRAWER-FILE
           END-IF.
           IF WS-DRAWER-STATUS NOT = '00'
               DISPLAY 'Unable to open DRAWER.DAT, status: '
                   WS-DRAWER-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND CASH-JOURNAL-FILE.
           IF WS-CASHJRNL-STATUS = '35'
               OPEN OUTPUT CASH-JOURNAL-FILE
               CLOSE CASH-JOURNAL-FILE
               OPEN EXTEND CASH-JOURNAL-FILE
           END-IF.
           IF WS-CASHJRNL-STATUS NOT = '00'
               DISPLAY 'Unable to open CASHJRNL.DAT, status: '
                   WS-CASHJRNL-STATUS
               STOP RUN
           END-IF.
       1099-END. EXIT.
      *-----------------------------------------------------------------
      * Loads the transfer-fee tiers from FEE-SCHEDULE-FILE, ascending
      * by threshold. Falls back to the bank's standard two tiers if
      * the schedule file is missing, so the program still runs.
               MOVE 20   TO FT-FEE-AMOUNT(2)
           END-IF.
       1060-END. EXIT.
      *-----------------------------------------------------------------
      * Loads the large payment alert amount from ALERT-CONTROL-FILE.
      * A missing or empty file leaves the amount at zero, which
      * switches large payment alerts off; money still moves.
       1065-LOAD-ALERT-CONTROL.
           MOVE 0 TO LARGE-ALERT-AMOUNT.
           OPEN INPUT ALERT-CONTROL-FILE.
           IF WS-ALERTCTL-STATUS = '00'
               READ ALERT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AL-LARGE-AMOUNT IS NUMERIC
                           MOVE AL-LARGE-AMOUNT TO LARGE-ALERT-AMOUNT
                       END-IF
               END-READ
               CLOSE ALERT-CONTROL-FILE
           END-IF.
       1065-END. EXIT.
      *-----------------------------------------------------------------
       1050-LOGIN.
           DISPLAY 'Please enter your name:'.
               IF CM-ACCT-OPEN(ACCOUNT-SUB)
                   SET WS-ACCT-SELECTED TO TRUE
                   MOVE CM-ACCT-BALANCE(ACCOUNT-SUB) TO BALANCE
                   PERFORM 1410-SET-OVERDRAFT-LIMIT
               ELSE
                   DISPLAY 'That account is not open.'
               END-IF
                   END-IF
                   REWRITE CUSTOMER-MASTER-RECORD
                   DISPLAY 'Incorrect PIN.'
                   IF CM-LOCKED
                       PERFORM 1935-RAISE-LOCKOUT-ALERT
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-PIN-VERIFIED
           DISPLAY '3. Reverse a transfer'.
           DISPLAY '4. Cash deposit'.
           DISPLAY '5. Cash withdrawal'.
           DISPLAY '6. Pay to another bank'.
           DISPLAY '7. Exit'.
           DISPLAY 'Please choose an option:'.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 5
                   PERFORM 1345-CASH-WITHDRAWAL
               WHEN 6
                   PERFORM 1390-EXTERNAL-PAYMENT
               WHEN 7
                   SET WS-SESSION-ENDED TO TRUE
               WHEN OTHER
                   DISPLAY 'Invalid option, please try again.'
                   PERFORM 1900-REWRITE-CUSTOMER-MASTER
                   DISPLAY 'Total balance of your account: '
                       LAST-ACCOUNT 'TL'
                   PERFORM 1925-CHECK-LARGE-PAYMENT
           END-COMPUTE.
       1720-END. EXIT.
      *-----------------------------------------------------------------
           MOVE 0 TO DEPOSIT.
           MOVE BALANCE TO LAST-ACCOUNT.
           PERFORM 1850-LOG-DECLINED-TRANSACTION.
           IF WS-STANDING-ORDER-TXN
               PERFORM 1930-RAISE-ORDER-DECLINE
           END-IF.
       1750-END. EXIT.
      *-----------------------------------------------------------------
      * The customer is told of the decline; a standing order's
      * payment is reported as the order declined, once, rather
      * than as a limit breach as well.
       1760-DECLINE-OVER-LIMIT.
           DISPLAY 'Daily transfer limit would be exceeded; '
               'transaction declined.'.
           MOVE 0 TO DEPOSIT.
           MOVE BALANCE TO LAST-ACCOUNT.
           PERFORM 1860-LOG-OVER-LIMIT-DECLINE.
           IF WS-STANDING-ORDER-TXN
               PERFORM 1930-RAISE-ORDER-DECLINE
           ELSE
               MOVE 'OVERLMT '       TO ALERT-EVENT-TYPE
               MOVE ACCOUNT-TYPE     TO ALERT-ACCOUNT-TYPE
               MOVE TRANSFER-OUT     TO ALERT-AMOUNT
               MOVE DEST-CUSTOMER-NO TO ALERT-REFERENCE
               PERFORM 1920-RAISE-ALERT-EVENT
           END-IF.
       1760-END. EXIT.
      *-----------------------------------------------------------------
      * Finds the first fee tier whose threshold covers TRANSFER-OUT;
           END-SEARCH.
       1320-END. EXIT.
      *-----------------------------------------------------------------
      * Cash moves through a teller's drawer, so before any cash is
      * taken or paid out the teller at the counter signs on once per
      * session and must have a drawer open on DRAWER.DAT.
       1335-CHECK-TELLER-DRAWER.
           MOVE 'N' TO WS-CASH-READY-SWITCH.
           IF NOT WS-TELLER-SIGNED-ON
               PERFORM 1337-SIGN-ON-TELLER
           END-IF.
           IF WS-TELLER-SIGNED-ON
               PERFORM 1338-FIND-OPEN-DRAWER
               IF WS-DRAWER-FOUND
                   SET WS-CASH-READY TO TRUE
               ELSE
                   DISPLAY 'Teller ' TELLER-ID ' has no open cash '
                       'drawer; open one in (D)rawer mode first.'
               END-IF
           END-IF.
       1335-END. EXIT.
      *-----------------------------------------------------------------
      * Tellers are the operators enrolled on OPERMAST.DAT through
      * MAINT; the file is only read here, then closed again. Three
      * failed attempts shut cash off for the rest of the session.
       1337-SIGN-ON-TELLER.
           IF WS-TELLER-TRIES >= 3
               DISPLAY 'Three failed teller sign-on attempts; cash is '
                   'not available this session.'
           ELSE
               OPEN INPUT OPERATOR-MASTER-FILE
               IF WS-OPERMAST-STATUS NOT = '00'
                   DISPLAY 'Unable to open OPERMAST.DAT, status: '
                       WS-OPERMAST-STATUS
               ELSE
                   PERFORM UNTIL WS-TELLER-SIGNED-ON
                              OR WS-TELLER-TRIES >= 3
                       PERFORM 1339-VERIFY-TELLER
                   END-PERFORM
                   CLOSE OPERATOR-MASTER-FILE
                   IF NOT WS-TELLER-SIGNED-ON
                       DISPLAY 'Three failed teller sign-on attempts; '
                           'cash is not available this session.'
                   END-IF
               END-IF
           END-IF.
       1337-END. EXIT.
      *-----------------------------------------------------------------
      * A teller has at most one drawer open at a time; drawers are
      * keyed by teller and the moment they were opened, so the
      * teller's drawers are read in order from the first one.
       1338-FIND-OPEN-DRAWER.
           SET WS-DRAWER-NOT-FOUND TO TRUE.
           MOVE 'N' TO WS-DRAWER-EOF-SWITCH.
           MOVE TELLER-ID TO DW-TELLER-ID.
           MOVE 0         TO DW-OPEN-DATE.
           MOVE 0         TO DW-OPEN-TIME.
           START TELLER-DRAWER-FILE KEY IS NOT LESS THAN DW-KEY
               INVALID KEY
                   SET WS-DRAWER-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DRAWER-EOF OR WS-DRAWER-FOUND
               READ TELLER-DRAWER-FILE NEXT RECORD
                   AT END
                       SET WS-DRAWER-EOF TO TRUE
                   NOT AT END
                       IF DW-TELLER-ID NOT = TELLER-ID
                           SET WS-DRAWER-EOF TO TRUE
                       ELSE
                           IF DW-OPEN
                               SET WS-DRAWER-FOUND TO TRUE
                               MOVE DW-OPEN-DATE TO DRAWER-OPEN-DATE
                               MOVE DW-OPEN-TIME TO DRAWER-OPEN-TIME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       1338-END. EXIT.
      *-----------------------------------------------------------------
       1339-VERIFY-TELLER.
           DISPLAY 'Teller id:'.
           ACCEPT TELLER-ID.
           DISPLAY 'Teller password:'.
           ACCEPT TELLER-PASSWORD.
           MOVE TELLER-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO OP-PASSWORD
           END-READ.
           IF WS-OPERMAST-STATUS = '00'
              AND TELLER-PASSWORD = OP-PASSWORD
               SET WS-TELLER-SIGNED-ON TO TRUE
               DISPLAY 'Signed on as teller ' TELLER-ID
           ELSE
               ADD 1 TO WS-TELLER-TRIES
               DISPLAY 'Teller id or password incorrect.'
           END-IF.
       1339-END. EXIT.
      *-----------------------------------------------------------------
      * Teller cash over the counter into the session's account: a
      * one-sided approved row against the CASH counterparty, so the
      * reconciliation run can tie the cash drawer to the ledger.
      * No fee is charged on cash. Cash is only taken by a signed-on
      * teller with an open drawer, and the row is journalled to
      * that teller and drawer.
       1340-CASH-DEPOSIT.
           PERFORM 1335-CHECK-TELLER-DRAWER.
           IF WS-CASH-READY
               DISPLAY 'Amount of cash to deposit:'
               ACCEPT CASH-AMOUNT
               MOVE CASH-AMOUNT       TO TRANSFER-IN
               MOVE 0                 TO TRANSFER-OUT
               MOVE 0                 TO DEPOSIT
               MOVE CASH-COUNTERPARTY TO DEST-CUSTOMER-NO
               MOVE SPACE             TO RECEIVER-ACCT-TYPE
               PERFORM 1400-READ-CUSTOMER-MASTER
               COMPUTE LAST-ACCOUNT = BALANCE + CASH-AMOUNT
                   ON SIZE ERROR
                       DISPLAY 'Resulting balance would be too large '
                           'to process; transaction declined.'
                       MOVE BALANCE TO LAST-ACCOUNT
                       PERFORM 1850-LOG-DECLINED-TRANSACTION
                   NOT ON SIZE ERROR
                       PERFORM 1800-WRITE-TRANSACTION-LOG
                       PERFORM 1900-REWRITE-CUSTOMER-MASTER
                       DISPLAY 'Total balance of your account: '
                           LAST-ACCOUNT 'TL'
               END-COMPUTE
               PERFORM 1895-RECORD-TELLER-CASH
           END-IF.
       1340-END. EXIT.
      *-----------------------------------------------------------------
      * Teller cash paid out of the session's account. Withdrawals
      * are customer-initiated outgoing money, so they consume the
      * daily transfer limit like a transfer does; no fee is charged.
      * As with deposits, a signed-on teller with an open drawer
      * pays out the notes and the row is journalled to them.
       1345-CASH-WITHDRAWAL.
           IF WS-DORMANT-SESSION
               DISPLAY 'This account is dormant; withdrawals are '
                   'blocked.'
           ELSE
               PERFORM 1335-CHECK-TELLER-DRAWER
           END-IF.
           IF NOT WS-DORMANT-SESSION AND WS-CASH-READY
               DISPLAY 'Amount of cash to withdraw:'
               ACCEPT CASH-AMOUNT
               MOVE 0                 TO TRANSFER-IN
                       PERFORM 1900-REWRITE-CUSTOMER-MASTER
                       DISPLAY 'Total balance of your account: '
                           LAST-ACCOUNT 'TL'
                       PERFORM 1925-CHECK-LARGE-PAYMENT
                   ELSE
                       PERFORM 1750-DECLINE-TRANSFER
                   END-IF
               END-IF
               PERFORM 1895-RECORD-TELLER-CASH
           END-IF.
       1345-END. EXIT.
      *-----------------------------------------------------------------
               DISPLAY 'Your current savings balance is: ' BALANCE
           ELSE
               DISPLAY 'Your current checking balance is: ' BALANCE
               IF OVERDRAFT-LIMIT > 0
                   COMPUTE AVAILABLE-FUNDS = BALANCE + OVERDRAFT-LIMIT
                   DISPLAY 'Your arranged overdraft is: '
                       OVERDRAFT-LIMIT
                   DISPLAY 'Funds available including the '
                       'overdraft: ' AVAILABLE-FUNDS
               END-IF
           END-IF.
       1350-END. EXIT.
      *-----------------------------------------------------------------
      * customer can simply move the money back, and no fee is
      * involved), nor are teller cash rows: the cash has left the
      * drawer, so a mistaken withdrawal is corrected by a deposit.
      * Payments to another bank are not reversible here either: once
      * queued they belong to the clearing run, and only a return
      * from the beneficiary's bank brings the money back.
       1375-MATCH-LOG-ENTRY.
           IF TL-CUSTOMER-NO = CUSTOMER-NO
               IF TL-APPROVED
                  AND TL-ACCOUNT-TYPE = ACCOUNT-TYPE
                  AND TL-COUNTERPARTY-NO NOT = CUSTOMER-NO
                  AND TL-COUNTERPARTY-NO NOT = CASH-COUNTERPARTY
                  AND TL-COUNTERPARTY-NO NOT = OUTPAY-COUNTERPARTY
                  AND TL-TIMESTAMP-DATE = REVERSAL-DATE
                  AND TL-TIMESTAMP-TIME = REVERSAL-TIME
                  AND TL-TRANSFER-OUT > 0
      * fee. Nothing is updated unless the counterparty can cover
      * the amount, mirroring 1700-APPLY-TRANSFER's all-or-nothing
      * rule. The counterparty need not still be active: taking the
      * money back is allowed on a closed or locked account, and may
      * take a checking account into its arranged overdraft, but no
      * further.
       1380-POST-REVERSAL.
           MOVE REVERSAL-COUNTERPARTY TO DEST-CUSTOMER-NO.
           MOVE REVERSAL-CP-TYPE      TO RECEIVER-ACCT-TYPE.
               DISPLAY 'Counterparty account not found; cannot '
                   'reverse this transfer.'
           ELSE
               IF RECEIVER-BALANCE + RECEIVER-OD-LIMIT
                      < REVERSAL-AMOUNT
                   DISPLAY 'Counterparty balance is insufficient; '
                       'cannot reverse this transfer.'
               ELSE
               END-IF
           END-IF.
       1380-END. EXIT.
      *-----------------------------------------------------------------
      * A payment to a beneficiary at another bank. The beneficiary
      * is not on our master, so nothing is credited here: the
      * sender is debited the amount and the transfer fee, and the
      * payment is queued for the nightly PAYOUT run to send. A
      * dormant customer may not send money out this way either.
       1390-EXTERNAL-PAYMENT.
           IF WS-DORMANT-SESSION
               DISPLAY 'This account is dormant; outgoing payments '
                   'are blocked.'
           ELSE
               DISPLAY 'Beneficiary bank code:'
               ACCEPT BENEF-BANK-CODE
               DISPLAY 'Beneficiary account number:'
               ACCEPT BENEF-ACCOUNT
               DISPLAY 'Beneficiary name:'
               ACCEPT BENEF-NAME
               DISPLAY 'Amount of money to pay:'
               ACCEPT TRANSFER-OUT
               IF BENEF-BANK-CODE = SPACES
                  OR BENEF-ACCOUNT = SPACES
                  OR BENEF-NAME = SPACES
                   DISPLAY 'Bank code, beneficiary account and name '
                       'are all required; payment not taken.'
               ELSE
                   IF TRANSFER-OUT = 0
                       DISPLAY 'Amount must be greater than zero; '
                           'payment not taken.'
                   ELSE
                       PERFORM 1320-LOOKUP-FEE-TIER
                       PERFORM 1392-APPLY-EXTERNAL-PAYMENT
                   END-IF
               END-IF
           END-IF.
       1390-END. EXIT.
      *-----------------------------------------------------------------
      * Shared by the interactive menu and the batch run. The money
      * leaves the customer, so the daily limit and the available
      * balance are checked exactly as for a transfer; DEPOSIT (the
      * fee) must already be looked up.
       1392-APPLY-EXTERNAL-PAYMENT.
           MOVE 0                   TO TRANSFER-IN.
           MOVE OUTPAY-COUNTERPARTY TO DEST-CUSTOMER-NO.
           MOVE SPACE               TO RECEIVER-ACCT-TYPE.
           PERFORM 1400-READ-CUSTOMER-MASTER.
           PERFORM 4100-CHECK-DAILY-LIMIT.
           IF WS-LIMIT-EXCEEDED
               PERFORM 1760-DECLINE-OVER-LIMIT
           ELSE
               PERFORM 4000-CHECK-BALANCE
               IF WS-BALANCE-OK
                   PERFORM 1394-POST-EXTERNAL-PAYMENT
               ELSE
                   PERFORM 1750-DECLINE-TRANSFER
               END-IF
           END-IF.
       1392-END. EXIT.
      *-----------------------------------------------------------------
      * The payment is queued before the sender is debited, so money
      * never leaves an account without a queued payment to show for
      * it; the queue record is then stamped with the debit row's
      * timestamp, which a later return names in TL-REVERSAL-OF.
       1394-POST-EXTERNAL-PAYMENT.
           COMPUTE LAST-ACCOUNT = BALANCE - (TRANSFER-OUT + DEPOSIT).
           PERFORM 1880-QUEUE-EXTERNAL-PAYMENT.
           IF WS-PAYMENT-QUEUED
               PERFORM 1800-WRITE-TRANSACTION-LOG
               PERFORM 1885-STAMP-QUEUED-PAYMENT
               PERFORM 1900-REWRITE-CUSTOMER-MASTER
               DISPLAY 'Payment ' PQ-PAYMENT-NO ' queued for '
                   BENEF-BANK-CODE '.'
               DISPLAY 'Total balance of your account: '
                   LAST-ACCOUNT 'TL'
               PERFORM 1925-CHECK-LARGE-PAYMENT
           ELSE
               DISPLAY 'Payment could not be queued; transaction '
                   'declined.'
               PERFORM 1750-DECLINE-TRANSFER
           END-IF.
       1394-END. EXIT.
      *-----------------------------------------------------------------
       1400-READ-CUSTOMER-MASTER.
           MOVE CUSTOMER-NO TO CM-CUSTOMER-NO.
                 SET WS-CUSTOMER-FOUND TO TRUE
                 MOVE CM-ACCT-BALANCE(ACCOUNT-SUB) TO BALANCE
                 MOVE CM-DAILY-LIMIT               TO DAILY-LIMIT
                 PERFORM 1410-SET-OVERDRAFT-LIMIT
           END-READ.
       1400-END. EXIT.
      *-----------------------------------------------------------------
      * Only the checking account carries an arranged overdraft;
      * the CUSTMAST record area must hold the session customer.
       1410-SET-OVERDRAFT-LIMIT.
           IF ACCOUNT-SUB = 1
               MOVE CM-OVERDRAFT-LIMIT TO OVERDRAFT-LIMIT
           ELSE
               MOVE 0 TO OVERDRAFT-LIMIT
           END-IF.
       1410-END. EXIT.
      *-----------------------------------------------------------------
      * Reads the receiving account into working storage; the
      * CUSTMAST record area holds the receiver's record afterwards.
      * RECEIVER-ACCT-SUB names which of the receiver's accounts the
                 MOVE CM-CUSTOMER-LAST-NAME TO RECEIVER-LAST-NAME
                 MOVE CM-ACCT-BALANCE(RECEIVER-ACCT-SUB)
                                            TO RECEIVER-BALANCE
                 IF RECEIVER-ACCT-SUB = 1
                     MOVE CM-OVERDRAFT-LIMIT TO RECEIVER-OD-LIMIT
                 ELSE
                     MOVE 0 TO RECEIVER-OD-LIMIT
                 END-IF
                 MOVE CM-STATUS             TO RECEIVER-STATUS
                 MOVE CM-ACCT-STATUS(RECEIVER-ACCT-SUB)
                                            TO RECEIVER-ACCT-STATUS
           PERFORM 1890-WRITE-TRANSACTION-HISTORY.
       1870-END. EXIT.
      *-----------------------------------------------------------------
      * Writes the queued payment under the next payment number,
      * stepping past a number taken since the run started (file
      * status '22') the way 1890 steps TH-TIE-BREAKER.
       1880-QUEUE-EXTERNAL-PAYMENT.
           MOVE 'N'                TO WS-QUEUED-SWITCH.
           MOVE NEXT-PAYMENT-NO    TO PQ-PAYMENT-NO.
           MOVE CUSTOMER-NO        TO PQ-CUSTOMER-NO.
           MOVE ACCOUNT-TYPE       TO PQ-ACCOUNT-TYPE.
           MOVE BENEF-BANK-CODE    TO PQ-BANK-CODE.
           MOVE BENEF-ACCOUNT      TO PQ-BENEF-ACCOUNT.
           MOVE BENEF-NAME         TO PQ-BENEF-NAME.
           MOVE TRANSFER-OUT       TO PQ-AMOUNT.
           MOVE DEPOSIT            TO PQ-FEE.
           MOVE ZEROS              TO PQ-DEBIT-TIMESTAMP.
           MOVE 0                  TO PQ-SENT-DATE.
           MOVE 0                  TO PQ-RETURNED-DATE.
           SET PQ-QUEUED TO TRUE.
           WRITE PAYMENT-QUEUE-RECORD.
           PERFORM UNTIL WS-PAYQUEUE-STATUS NOT = '22'
               ADD 1 TO NEXT-PAYMENT-NO
               MOVE NEXT-PAYMENT-NO TO PQ-PAYMENT-NO
               WRITE PAYMENT-QUEUE-RECORD
           END-PERFORM.
           IF WS-PAYQUEUE-STATUS = '00'
               SET WS-PAYMENT-QUEUED TO TRUE
               ADD 1 TO NEXT-PAYMENT-NO
           ELSE
               DISPLAY 'WARNING: payment not queued, status: '
                   WS-PAYQUEUE-STATUS
           END-IF.
       1880-END. EXIT.
      *-----------------------------------------------------------------
      * The queue record is still in its record area from 1880.
       1885-STAMP-QUEUED-PAYMENT.
           MOVE TL-TIMESTAMP-DATE TO PQ-DEBIT-DATE.
           MOVE TL-TIMESTAMP-TIME TO PQ-DEBIT-TIME.
           REWRITE PAYMENT-QUEUE-RECORD.
           IF WS-PAYQUEUE-STATUS NOT = '00'
               DISPLAY 'WARNING: payment ' PQ-PAYMENT-NO
                   ' not stamped, status: ' WS-PAYQUEUE-STATUS
           END-IF.
       1885-END. EXIT.
      *-----------------------------------------------------------------
      * Mirrors the TRANLOG row just built into the indexed history
      * keyed by customer and timestamp. TH-TIE-BREAKER steps past
      * rows written in the same second (file status '22').
                   WS-TRANHIST-STATUS
           END-IF.
       1890-END. EXIT.
      *-----------------------------------------------------------------
      * Journals the cash row just logged to the teller and drawer
      * that handled it, linked to the TRANLOG row by customer and
      * timestamp; declined rows are journalled too. Approved cash
      * is also added to the drawer's running totals, which the
      * close-of-drawer count is balanced against.
       1895-RECORD-TELLER-CASH.
           MOVE TELLER-ID             TO CJ-TELLER-ID.
           MOVE DRAWER-OPEN-DATE      TO CJ-DRAWER-OPEN-DATE.
           MOVE DRAWER-OPEN-TIME      TO CJ-DRAWER-OPEN-TIME.
           MOVE TL-CUSTOMER-NO        TO CJ-CUSTOMER-NO.
           MOVE TL-ACCOUNT-TYPE       TO CJ-ACCOUNT-TYPE.
           MOVE TL-TRANSFER-IN        TO CJ-TRANSFER-IN.
           MOVE TL-TRANSFER-OUT       TO CJ-TRANSFER-OUT.
           MOVE TL-STATUS             TO CJ-STATUS.
           MOVE TL-TIMESTAMP-DATE     TO CJ-TIMESTAMP-DATE.
           MOVE TL-TIMESTAMP-TIME     TO CJ-TIMESTAMP-TIME.
           WRITE CASH-JOURNAL-RECORD.
           IF WS-CASHJRNL-STATUS NOT = '00'
               DISPLAY 'WARNING: cash journal row not written, '
                   'status: ' WS-CASHJRNL-STATUS
           END-IF.
           IF TL-APPROVED
               MOVE TELLER-ID        TO DW-TELLER-ID
               MOVE DRAWER-OPEN-DATE TO DW-OPEN-DATE
               MOVE DRAWER-OPEN-TIME TO DW-OPEN-TIME
               READ TELLER-DRAWER-FILE
                   INVALID KEY
                       SET WS-DRAWER-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET WS-DRAWER-FOUND TO TRUE
               END-READ
               IF WS-DRAWER-FOUND AND DW-OPEN
                   IF CJ-TRANSFER-IN > 0
                       ADD 1              TO DW-DEPOSIT-COUNT
                       ADD CJ-TRANSFER-IN TO DW-DEPOSIT-TOTAL
                   END-IF
                   IF CJ-TRANSFER-OUT > 0
                       ADD 1               TO DW-WITHDRAWAL-COUNT
                       ADD CJ-TRANSFER-OUT TO DW-WITHDRAWAL-TOTAL
                   END-IF
                   REWRITE TELLER-DRAWER-RECORD
                   IF WS-DRAWER-STATUS NOT = '00'
                       DISPLAY 'WARNING: drawer totals not updated, '
                           'status: ' WS-DRAWER-STATUS
                   END-IF
               ELSE
                   DISPLAY 'WARNING: drawer of teller ' TELLER-ID
                       ' is no longer open; cash not added to it.'
               END-IF
           END-IF.
       1895-END. EXIT.
      *-----------------------------------------------------------------
       1900-REWRITE-CUSTOMER-MASTER.
           MOVE LAST-ACCOUNT TO BALANCE.
               TO CM-ACCT-LAST-ACCOUNT(RECEIVER-ACCT-SUB).
           REWRITE CUSTOMER-MASTER-RECORD.
       1910-END. EXIT.
      *-----------------------------------------------------------------
      * Appends one customer alert to ALERTEVT.DAT for the nightly
      * alert feed: the caller fills in ALERT-INFORMATION and
      * CUSTOMER-NO names the customer. A row that cannot be written
      * is reported and the transaction stands - a missed alert is
      * never a reason to undo money already moved.
       1920-RAISE-ALERT-EVENT.
           MOVE CUSTOMER-NO        TO AE-CUSTOMER-NO.
           ACCEPT AE-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT AE-TIMESTAMP-TIME FROM TIME.
           MOVE ALERT-EVENT-TYPE   TO AE-EVENT-TYPE.
           MOVE ALERT-ACCOUNT-TYPE TO AE-ACCOUNT-TYPE.
           MOVE ALERT-AMOUNT       TO AE-AMOUNT.
           MOVE ALERT-REFERENCE    TO AE-REFERENCE.
           MOVE 'ACCOUNT'          TO AE-SOURCE.
           WRITE ALERT-EVENT-RECORD.
           IF WS-ALERTEVT-STATUS NOT = '00'
               DISPLAY 'WARNING: alert event not written, status: '
                   WS-ALERTEVT-STATUS
           END-IF.
       1920-END. EXIT.
      *-----------------------------------------------------------------
      * Outgoing money just posted - a transfer, a cash withdrawal or
      * a payment to another bank - raises a large payment alert
      * when it reaches the ALERTCTL.DAT amount; the counterparty
      * marker tells the customer where it went.
       1925-CHECK-LARGE-PAYMENT.
           IF LARGE-ALERT-AMOUNT > 0
              AND TRANSFER-OUT >= LARGE-ALERT-AMOUNT
               MOVE 'LARGETXN'       TO ALERT-EVENT-TYPE
               MOVE ACCOUNT-TYPE     TO ALERT-ACCOUNT-TYPE
               MOVE TRANSFER-OUT     TO ALERT-AMOUNT
               MOVE DEST-CUSTOMER-NO TO ALERT-REFERENCE
               PERFORM 1920-RAISE-ALERT-EVENT
           END-IF.
       1925-END. EXIT.
      *-----------------------------------------------------------------
      * A standing order's transfer that the batch run could not
      * make; the order number tells the customer which one.
       1930-RAISE-ORDER-DECLINE.
           MOVE 'SODECLN '   TO ALERT-EVENT-TYPE.
           MOVE ACCOUNT-TYPE TO ALERT-ACCOUNT-TYPE.
           MOVE TRANSFER-OUT TO ALERT-AMOUNT.
           MOVE BT-ORDER-NO  TO ALERT-REFERENCE.
           PERFORM 1920-RAISE-ALERT-EVENT.
       1930-END. EXIT.
      *-----------------------------------------------------------------
      * The customer record has just been locked by wrong PINs; no
      * account has been chosen yet and no money is involved.
       1935-RAISE-LOCKOUT-ALERT.
           MOVE 'LOCKOUT ' TO ALERT-EVENT-TYPE.
           MOVE SPACE      TO ALERT-ACCOUNT-TYPE.
           MOVE 0          TO ALERT-AMOUNT.
           MOVE SPACES     TO ALERT-REFERENCE.
           PERFORM 1920-RAISE-ALERT-EVENT.
       1935-END. EXIT.
      *-----------------------------------------------------------------
       2000-CHECK-CUSTOMER-NAME.
           PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL
      *-----------------------------------------------------------------
      * DEPOSIT (the transfer fee) must already be looked up via
      * 1320-LOOKUP-FEE-TIER before this runs, so the fee itself
      * can't push the resulting balance past what is available.
      * A checking account may run negative down to its arranged
      * overdraft, so the available balance is BALANCE plus
      * OVERDRAFT-LIMIT (zero on savings). Active funds holds reduce
      * the available balance: outgoing money may not dip into the
      * held amount, though the rest of the balance still moves.
       4000-CHECK-BALANCE.
           PERFORM 4200-TOTAL-ACTIVE-HOLDS.
           IF TRANSFER-OUT + DEPOSIT > BALANCE + OVERDRAFT-LIMIT
             DISPLAY 'Your balance is insufficient for the transaction.'
             SET WS-BALANCE-NSF TO TRUE
           ELSE
             IF TRANSFER-OUT + DEPOSIT + HOLD-TOTAL >
                BALANCE + OVERDRAFT-LIMIT
               DISPLAY 'The transaction would dip into funds on hold; '
                   'transaction declined.'
               SET WS-BALANCE-NSF TO TRUE
           END-IF.
       4200-END. EXIT.
      *-----------------------------------------------------------------
      * Unattended batch mode: reads transfer requests and payments
      * to other banks from BATCH-TRANSACTION-FILE and writes a
      * checkpoint periodically so an abended job can restart without
      * reprocessing (and thereby double-charging) transactions
      * already completed.
       5000-BATCH-PROCESS.
           PERFORM 5100-READ-CHECKPOINT.
           OPEN INPUT BATCH-TRANSACTION-FILE.
      *-----------------------------------------------------------------
       5200-PROCESS-BATCH-RECORD.
           IF BT-SEQUENCE-NO > WS-LAST-CHECKPT-SEQ
               MOVE 'N' TO WS-ORDER-SWITCH
               IF BT-ORDER-NO IS NUMERIC
                   IF BT-ORDER-NO > 0
                       SET WS-STANDING-ORDER-TXN TO TRUE
                   END-IF
               END-IF
               MOVE BT-CUSTOMER-NO      TO CUSTOMER-NO
               MOVE BT-TRANSFER-OUT     TO TRANSFER-OUT
               MOVE BT-DEST-CUSTOMER-NO TO DEST-CUSTOMER-NO
               IF BT-BANK-CODE NOT = SPACES
                   MOVE OUTPAY-COUNTERPARTY TO DEST-CUSTOMER-NO
               END-IF
               MOVE 0                   TO TRANSFER-IN
               MOVE 0                   TO DEPOSIT
               MOVE 'C'                 TO ACCOUNT-TYPE
                           'active: ' BT-CUSTOMER-NO
                       MOVE BALANCE TO LAST-ACCOUNT
                       PERFORM 1870-LOG-SKIPPED-TRANSACTION
                       IF WS-STANDING-ORDER-TXN
                           PERFORM 1930-RAISE-ORDER-DECLINE
                       END-IF
                   ELSE
                       PERFORM 1320-LOOKUP-FEE-TIER
                       IF BT-BANK-CODE = SPACES
                           PERFORM 1700-APPLY-TRANSFER
                       ELSE
                           MOVE BT-BANK-CODE     TO BENEF-BANK-CODE
                           MOVE BT-BENEF-ACCOUNT TO BENEF-ACCOUNT
                           MOVE BT-BENEF-NAME    TO BENEF-NAME
                           PERFORM 1392-APPLY-EXTERNAL-PAYMENT
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'Batch record skipped, customer not found: '
           CLOSE CHECKPOINT-FILE.
       5300-END. EXIT.
      *-----------------------------------------------------------------
      * Drawer mode is run by a teller at the start and end of their
      * shift: the teller signs on, then opens a drawer with the float
      * counted into it or closes the open one with a blind count.
       6000-DRAWER-PROCESS.
           PERFORM 1337-SIGN-ON-TELLER.
           IF WS-TELLER-SIGNED-ON
               PERFORM 6100-DRAWER-MENU UNTIL WS-SESSION-ENDED
           END-IF.
       6000-END. EXIT.
      *-----------------------------------------------------------------
       6100-DRAWER-MENU.
           DISPLAY ' '.
           DISPLAY '1. Open cash drawer'.
           DISPLAY '2. Close cash drawer'.
           DISPLAY '3. Exit'.
           DISPLAY 'Please choose an option:'.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 6200-OPEN-DRAWER
               WHEN 2
                   PERFORM 6300-CLOSE-DRAWER
               WHEN 3
                   SET WS-SESSION-ENDED TO TRUE
               WHEN OTHER
                   DISPLAY 'Invalid option, please try again.'
           END-EVALUATE.
       6100-END. EXIT.
      *-----------------------------------------------------------------
      * A new drawer is keyed by the teller and the moment it opened,
      * so the same teller can run several drawers in a day, one after
      * another, each balanced on its own.
       6200-OPEN-DRAWER.
           PERFORM 1338-FIND-OPEN-DRAWER.
           IF WS-DRAWER-FOUND
               DISPLAY 'Teller ' TELLER-ID ' already has a drawer '
                   'open since ' DRAWER-OPEN-DATE ' ' DRAWER-OPEN-TIME
           ELSE
               DISPLAY 'Counted opening float:'
               ACCEPT DRAWER-FLOAT
               MOVE TELLER-ID    TO DW-TELLER-ID
               ACCEPT DW-OPEN-DATE FROM DATE YYYYMMDD
               ACCEPT DW-OPEN-TIME FROM TIME
               SET DW-OPEN TO TRUE
               MOVE DRAWER-FLOAT TO DW-OPENING-FLOAT
               MOVE 0            TO DW-DEPOSIT-COUNT
               MOVE 0            TO DW-DEPOSIT-TOTAL
               MOVE 0            TO DW-WITHDRAWAL-COUNT
               MOVE 0            TO DW-WITHDRAWAL-TOTAL
               MOVE 0            TO DW-CLOSE-DATE
               MOVE 0            TO DW-CLOSE-TIME
               MOVE 0            TO DW-COUNTED-CLOSE
               MOVE 0            TO DW-EXPECTED-CLOSE
               MOVE 0            TO DW-DIFFERENCE
               WRITE TELLER-DRAWER-RECORD
               IF WS-DRAWER-STATUS = '00'
                   DISPLAY 'Drawer opened with float ' DRAWER-FLOAT
                       'TL'
               ELSE
                   DISPLAY 'Unable to open drawer, status: '
                       WS-DRAWER-STATUS
               END-IF
           END-IF.
       6200-END. EXIT.
      *-----------------------------------------------------------------
      * The close is a blind count: the teller enters the cash in the
      * drawer before being shown what it should hold. The expected
      * cash is the float plus deposits less withdrawals; the
      * difference is counted less expected, over when positive and
      * short when negative.
       6300-CLOSE-DRAWER.
           PERFORM 1338-FIND-OPEN-DRAWER.
           IF WS-DRAWER-NOT-FOUND
               DISPLAY 'Teller ' TELLER-ID ' has no open cash drawer.'
           ELSE
               DISPLAY 'Counted cash in drawer:'
               ACCEPT DRAWER-COUNTED
               MOVE DRAWER-COUNTED TO DW-COUNTED-CLOSE
               COMPUTE DW-EXPECTED-CLOSE = DW-OPENING-FLOAT
                   + DW-DEPOSIT-TOTAL - DW-WITHDRAWAL-TOTAL
               COMPUTE DW-DIFFERENCE = DW-COUNTED-CLOSE
                   - DW-EXPECTED-CLOSE
               ACCEPT DW-CLOSE-DATE FROM DATE YYYYMMDD
               ACCEPT DW-CLOSE-TIME FROM TIME
               SET DW-CLOSED TO TRUE
               REWRITE TELLER-DRAWER-RECORD
               IF WS-DRAWER-STATUS NOT = '00'
                   DISPLAY 'Unable to close drawer, status: '
                       WS-DRAWER-STATUS
               ELSE
                   DISPLAY 'Expected cash in drawer: '
                       DW-EXPECTED-CLOSE 'TL'
                   EVALUATE TRUE
                       WHEN DW-DIFFERENCE > 0
                           DISPLAY 'Drawer is OVER by ' DW-DIFFERENCE
                               'TL'
                       WHEN DW-DIFFERENCE < 0
                           DISPLAY 'Drawer is SHORT by ' DW-DIFFERENCE
                               'TL'
                       WHEN OTHER
                           DISPLAY 'Drawer balanced.'
                   END-EVALUATE
               END-IF
           END-IF.
       6300-END. EXIT.
      *-----------------------------------------------------------------
