      * so the auditors can be handed any past evening's evidence;
      * the console keeps a one-line summary so operations still
      * see that the run finished.
      * Customer balances may run negative into an arranged
      * overdraft. Every balance-moving row is posted against the
      * deposit liability as before, and the part of each movement
      * that takes a balance below zero, or brings it back up to
      * zero, is then reclassified between deposits and the
      * overdraft loan asset, so overdrawn money sits in the ledger
      * as lending and not as a negative deposit.
      * Term deposit ('T') rows are booked to their own ledger
      * account, and each deposit's last logged balance is
      * cross-checked against TDMAST.DAT as accounts are against the
      * master.
      * Differences found when tellers balance their cash drawers
      * are taken from DRAWER.DAT for the drawers closed today and
      * booked between the branch cash account and the cash
      * over/short account, so the ledger's cash matches the cash
      * actually counted.
      * When the end-of-day window is driven by EODRUN's run
      * control, this program also enforces it itself: it refuses
      * to run unless its RUNCTL.DAT step is currently released, so
           SELECT TRANSACTION-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO 'TDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-KEY
               FILE STATUS IS WS-TDMAST-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO 'GLPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLDFILE-STATUS.
           SELECT TELLER-DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT REPORT-PRINT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           COPY CUSTMAST.
       FD  TRANSACTION-LOG-FILE.
           COPY TRANLOG.
       FD  TERM-DEPOSIT-FILE.
           COPY TDMAST.
       FD  GL-POSTING-FILE.
           COPY GLPOST.
       FD  CUSTOMER-HOLD-FILE.
           COPY CUSTHOLD.
       FD  TELLER-DRAWER-FILE.
           COPY TELLDRW.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE                PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  FILE-STATUS-VARIABLES.
           05 WS-CUSTMAST-STATUS     PIC X(2).
           05 WS-TRANLOG-STATUS      PIC X(2).
           05 WS-TDMAST-STATUS       PIC X(2).
           05 WS-GLPOST-STATUS       PIC X(2).
           05 WS-HOLDFILE-STATUS     PIC X(2).
           05 WS-DRAWER-STATUS       PIC X(2).
           05 WS-REPORT-STATUS       PIC X(2).
           05 WS-RUNCTL-STATUS       PIC X(2).
      * This program's step number in the end-of-day window, as
      * laid out in the RUNCTL copybook.
       01  WS-RECONCIL-STEP          PIC 9(2) VALUE 9.
      * Working copy of the control row: the FD record area is not
      * dependable once the file is closed, so the gate tests this
      * copy, as EODRUN does with its WINDOW-CONTROL.
       01  WINDOW-CONTROL.
           05 WS-BUSINESS-DATE       PIC 9(8).
           05 WS-STEP-TABLE.
              10 WS-STEP-STATUS OCCURS 12 TIMES PIC X(1).
                 88 WS-STEP-IN-PROGRESS VALUE 'I'.
       01  REPORT-PRINT-CONTROL.
           05 WS-REPORT-NAME         PIC X(20).
           05 ED-AMOUNT              PIC ZZZZZZZZZZ9.99.
           05 ED-AMOUNT-2            PIC ZZZZZZZZZZ9.99.
           05 ED-SAMOUNT             PIC -ZZZZZZZZZZ9.99.
           05 ED-SAMOUNT-2           PIC -ZZZZZZZZZZ9.99.
           05 ED-PAGE                PIC ZZZ9.
       01  WS-PRINT-WORK             PIC X(80).
       01  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
           05 CT-REVERSAL-OUT        PIC 9(11)V99 VALUE 0.
           05 CT-REVERSAL-FEE        PIC 9(11)V99 VALUE 0.
           05 CT-INTEREST            PIC 9(11)V99 VALUE 0.
           05 CT-OUTPAY-OUT          PIC 9(11)V99 VALUE 0.
           05 CT-OUTPAY-RETURN       PIC 9(11)V99 VALUE 0.
           05 CT-DEBIT-INTEREST      PIC 9(11)V99 VALUE 0.
           05 CT-ACCOUNT-CHARGES     PIC 9(11)V99 VALUE 0.
           05 CT-SERVICE-CHARGES     PIC 9(11)V99 VALUE 0.
           05 CT-OD-DRAWN            PIC 9(11)V99 VALUE 0.
           05 CT-OD-REPAID           PIC 9(11)V99 VALUE 0.
           05 CT-TD-PLACED           PIC 9(11)V99 VALUE 0.
           05 CT-TD-WITHDRAWN        PIC 9(11)V99 VALUE 0.
           05 CT-TD-INTEREST         PIC 9(11)V99 VALUE 0.
           05 CT-TD-PENALTY          PIC 9(11)V99 VALUE 0.
           05 CT-APPROVED-COUNT      PIC 9(5) VALUE 0.
           05 CT-REVERSAL-COUNT      PIC 9(5) VALUE 0.
           05 CT-INTEREST-COUNT      PIC 9(5) VALUE 0.
           05 CT-CHARGE-COUNT        PIC 9(5) VALUE 0.
           05 CT-TD-COUNT            PIC 9(5) VALUE 0.
           05 CT-DECLINED-COUNT      PIC 9(5) VALUE 0.
           05 CT-OVERLIMIT-COUNT     PIC 9(5) VALUE 0.
           05 CT-SKIPPED-COUNT       PIC 9(5) VALUE 0.
              INDEXED BY WS-CUST-IDX.
              10 WS-TBL-CUSTOMER-NO     PIC X(15).
              10 WS-TBL-ACCOUNT-TYPE    PIC X(1).
              10 WS-TBL-DEPOSIT-MARKER  PIC X(5).
              10 WS-TBL-BALANCE-AFTER   PIC S9(7)V99.
       01  WS-CUSTOMER-COUNT         PIC 9(4) VALUE 0.
      * Deposit marker of the row being remembered: the TDnnn of a
      * term deposit row, spaces for checking and savings rows.
       01  WS-ROW-DEPOSIT-MARKER     PIC X(5).
       01  WS-MASTER-BALANCE         PIC S9(9)V99.
       01  WS-TDMAST-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-TDMAST-OPEN          VALUE 'Y'.
       01  WS-ACCOUNT-SUB            PIC 9(1).
       01  WS-FOUND-SWITCH           PIC X(1).
           88 WS-FOUND                VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE 'N'.
           88 WS-TABLE-FULL-WARNED    VALUE 'Y'.
      * Overdrawn position of the row's account before and after the
      * row, worked out by 2600-TRACK-OVERDRAFT.
       01  OVERDRAFT-MOVEMENT.
           05 OM-BALANCE-BEFORE       PIC S9(9)V99.
           05 OM-OVERDRAWN-BEFORE     PIC 9(9)V99.
           05 OM-OVERDRAWN-AFTER      PIC 9(9)V99.
       01  RECON-COUNTERS.
           05 RC-MATCH-COUNT          PIC 9(5) VALUE 0.
           05 RC-MISMATCH-COUNT       PIC 9(5) VALUE 0.
           05 HE-ACTIVE-HOLD-TOTAL    PIC 9(11)V99 VALUE 0.
           05 WS-HOLD-EOF-SWITCH      PIC X(1) VALUE 'N'.
              88 WS-HOLD-EOF          VALUE 'Y'.
      * Over and short found at today's drawer closes; both totals
      * are held as positive amounts.
       01  DRAWER-DIFFERENCES.
           05 DD-CASH-OVER            PIC 9(11)V99 VALUE 0.
           05 DD-CASH-SHORT           PIC 9(11)V99 VALUE 0.
           05 WS-DRAWER-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 WS-DRAWER-EOF        VALUE 'Y'.
      * Ledger chart-of-accounts codes for the interface file.
       01  GL-ACCOUNT-CODES.
           05 GL-ACCT-CLEARING        PIC X(8) VALUE '10010000'.
           05 GL-ACCT-CASH            PIC X(8) VALUE '10020000'.
           05 GL-ACCT-OUTPAY-CLEARING PIC X(8) VALUE '10030000'.
           05 GL-ACCT-OD-LOANS        PIC X(8) VALUE '12010000'.
           05 GL-ACCT-DEPOSITS        PIC X(8) VALUE '20010000'.
           05 GL-ACCT-TERM-DEPOSITS   PIC X(8) VALUE '20020000'.
           05 GL-ACCT-FEE-INCOME      PIC X(8) VALUE '40010000'.
           05 GL-ACCT-INT-INCOME      PIC X(8) VALUE '40020000'.
           05 GL-ACCT-INT-EXPENSE     PIC X(8) VALUE '50010000'.
           05 GL-ACCT-CASH-OVER-SHORT PIC X(8) VALUE '50020000'.
      * Counterparty marker for one-sided teller cash rows, as
      * documented in the TRANLOG copybook.
       01  CASH-COUNTERPARTY          PIC X(15) VALUE 'CASH'.
      * Counterparty marker for payments to other banks and their
      * returns, likewise documented in the TRANLOG copybook.
       01  OUTPAY-COUNTERPARTY        PIC X(15) VALUE 'OUTPAY'.
      * Charge codes of the month-end service charge run's fee rows.
       01  SERVICE-CHARGE-CODES.
           05 MONTHLY-FEE-CODE        PIC X(15) VALUE 'SVCFEE'.
           05 LOW-BALANCE-CODE        PIC X(15) VALUE 'MINBAL'.
           05 CASH-FEE-CODE           PIC X(15) VALUE 'CASHFEE'.
       01  GL-CONTROL-TOTALS.
           05 GL-DETAIL-COUNT         PIC 9(5) VALUE 0.
           05 GL-HASH-TOTAL           PIC 9(11)V99 VALUE 0.
                   WS-CUSTMAST-STATUS
               STOP RUN
           END-IF.
           PERFORM 1100-OPEN-TERM-DEPOSITS.
           PERFORM 3000-CROSS-CHECK-MASTER.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-TDMAST-OPEN
               CLOSE TERM-DEPOSIT-FILE
           END-IF.
           PERFORM 3500-TOTAL-FUNDS-ON-HOLD.
           PERFORM 3600-TOTAL-DRAWER-DIFFERENCES.
           PERFORM 4000-PRINT-REPORT.
           CLOSE REPORT-PRINT-FILE.
           PERFORM 5000-WRITE-GL-FILE.
               STOP RUN
           END-IF.
       1050-END. EXIT.
      *-----------------------------------------------------------------
      * A missing TDMAST.DAT only means no term deposit was ever
      * opened; any term deposit row in the log then fails its
      * cross-check.
       1100-OPEN-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF WS-TDMAST-STATUS = '00'
               SET WS-TDMAST-OPEN TO TRUE
           ELSE
               IF WS-TDMAST-STATUS NOT = '35'
                   DISPLAY 'Unable to open TDMAST.DAT, status: '
                       WS-TDMAST-STATUS
                   STOP RUN
               END-IF
           END-IF.
       1100-END. EXIT.
      *-----------------------------------------------------------------
       2000-ACCUMULATE-RECORD.
           IF TL-TIMESTAMP-DATE = WS-TODAY
               ADD 1 TO CT-TOTAL-COUNT
               EVALUATE TRUE
                   WHEN TL-ACCOUNT-TYPE = 'T'
                       ADD 1 TO CT-TD-COUNT
                       PERFORM 2700-ACCUMULATE-TERM-DEPOSIT
                   WHEN TL-APPROVED
                       ADD 1              TO CT-APPROVED-COUNT
                       EVALUATE TL-COUNTERPARTY-NO
                           WHEN CASH-COUNTERPARTY
                               ADD TL-TRANSFER-IN  TO CT-CASH-DEPOSIT
                               ADD TL-TRANSFER-OUT
                                   TO CT-CASH-WITHDRAWAL
                           WHEN OUTPAY-COUNTERPARTY
                               ADD TL-TRANSFER-OUT TO CT-OUTPAY-OUT
                           WHEN OTHER
                               ADD TL-TRANSFER-IN  TO CT-TRANSFER-IN
                               ADD TL-TRANSFER-OUT TO CT-TRANSFER-OUT
                       END-EVALUATE
                       ADD TL-DEPOSIT-FEE  TO CT-DEPOSIT-FEE
                       PERFORM 2500-REMEMBER-LAST-BALANCE
                       PERFORM 2600-TRACK-OVERDRAFT
                   WHEN TL-REVERSAL
                       ADD 1              TO CT-REVERSAL-COUNT
      * A payment returned by another bank comes back through the
      * outbound clearing account, not settlement clearing.
                       IF TL-COUNTERPARTY-NO = OUTPAY-COUNTERPARTY
                           ADD TL-TRANSFER-IN  TO CT-OUTPAY-RETURN
                       ELSE
                           ADD TL-TRANSFER-IN  TO CT-REVERSAL-IN
                           ADD TL-TRANSFER-OUT TO CT-REVERSAL-OUT
                       END-IF
                       ADD TL-DEPOSIT-FEE  TO CT-REVERSAL-FEE
                       PERFORM 2500-REMEMBER-LAST-BALANCE
                       PERFORM 2600-TRACK-OVERDRAFT
      * Savings interest is credited in TL-TRANSFER-IN; debit
      * interest on an overdrawn checking account is charged in
      * TL-TRANSFER-OUT and is income, not expense.
                   WHEN TL-INTEREST
                       ADD 1              TO CT-INTEREST-COUNT
                       ADD TL-TRANSFER-IN  TO CT-INTEREST
                       ADD TL-TRANSFER-OUT TO CT-DEBIT-INTEREST
                       PERFORM 2500-REMEMBER-LAST-BALANCE
                       PERFORM 2600-TRACK-OVERDRAFT
                   WHEN TL-FEE-CHARGE
                       ADD 1              TO CT-CHARGE-COUNT
                       ADD TL-DEPOSIT-FEE  TO CT-ACCOUNT-CHARGES
                       IF TL-COUNTERPARTY-NO = MONTHLY-FEE-CODE
                          OR TL-COUNTERPARTY-NO = LOW-BALANCE-CODE
                          OR TL-COUNTERPARTY-NO = CASH-FEE-CODE
                           ADD TL-DEPOSIT-FEE TO CT-SERVICE-CHARGES
                       END-IF
                       PERFORM 2500-REMEMBER-LAST-BALANCE
                       PERFORM 2600-TRACK-OVERDRAFT
                   WHEN TL-SKIPPED
                       ADD 1 TO CT-SKIPPED-COUNT
                   WHEN TL-OVER-LIMIT
      * against that account's balance on the master.
       2500-REMEMBER-LAST-BALANCE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           IF TL-ACCOUNT-TYPE = 'T'
               MOVE TL-COUNTERPARTY-NO TO WS-ROW-DEPOSIT-MARKER
           ELSE
               MOVE SPACES TO WS-ROW-DEPOSIT-MARKER
           END-IF.
           IF WS-CUSTOMER-COUNT > 0
               SET WS-CUST-IDX TO 1
               SEARCH WS-CUSTOMER-ENTRY
                   WHEN WS-TBL-CUSTOMER-NO(WS-CUST-IDX) = TL-CUSTOMER-NO
                    AND WS-TBL-ACCOUNT-TYPE(WS-CUST-IDX)
                        = TL-ACCOUNT-TYPE
                    AND WS-TBL-DEPOSIT-MARKER(WS-CUST-IDX)
                        = WS-ROW-DEPOSIT-MARKER
                       MOVE TL-BALANCE-AFTER
                           TO WS-TBL-BALANCE-AFTER(WS-CUST-IDX)
                       MOVE 'Y' TO WS-FOUND-SWITCH
                       WS-TBL-CUSTOMER-NO(WS-CUSTOMER-COUNT)
                   MOVE TL-ACCOUNT-TYPE TO
                       WS-TBL-ACCOUNT-TYPE(WS-CUSTOMER-COUNT)
                   MOVE WS-ROW-DEPOSIT-MARKER TO
                       WS-TBL-DEPOSIT-MARKER(WS-CUSTOMER-COUNT)
                   MOVE TL-BALANCE-AFTER TO
                       WS-TBL-BALANCE-AFTER(WS-CUSTOMER-COUNT)
               ELSE
               END-IF
           END-IF.
       2500-END. EXIT.
      *-----------------------------------------------------------------
      * Works back from the row's balance-after to the balance before
      * it, the same way STMT derives an opening balance, and books
      * the change in the overdrawn amount (the part of the balance
      * below zero) as overdraft drawn or repaid.
       2600-TRACK-OVERDRAFT.
           IF TL-REVERSAL
               COMPUTE OM-BALANCE-BEFORE = TL-BALANCE-AFTER
                   - TL-TRANSFER-IN - TL-DEPOSIT-FEE + TL-TRANSFER-OUT
           ELSE
               COMPUTE OM-BALANCE-BEFORE = TL-BALANCE-AFTER
                   - TL-TRANSFER-IN + TL-TRANSFER-OUT + TL-DEPOSIT-FEE
           END-IF.
           MOVE 0 TO OM-OVERDRAWN-BEFORE.
           MOVE 0 TO OM-OVERDRAWN-AFTER.
           IF OM-BALANCE-BEFORE < 0
               COMPUTE OM-OVERDRAWN-BEFORE = 0 - OM-BALANCE-BEFORE
           END-IF.
           IF TL-BALANCE-AFTER < 0
               COMPUTE OM-OVERDRAWN-AFTER = 0 - TL-BALANCE-AFTER
           END-IF.
           IF OM-OVERDRAWN-AFTER > OM-OVERDRAWN-BEFORE
               COMPUTE CT-OD-DRAWN = CT-OD-DRAWN
                   + OM-OVERDRAWN-AFTER - OM-OVERDRAWN-BEFORE
           ELSE
               COMPUTE CT-OD-REPAID = CT-OD-REPAID
                   + OM-OVERDRAWN-BEFORE - OM-OVERDRAWN-AFTER
           END-IF.
       2600-END. EXIT.
      *-----------------------------------------------------------------
      * Term deposit rows move the deposit, not the customer's
      * checking or savings balance, so they are totalled apart for
      * the term deposit ledger account. The checking side of a
      * placement or payout is an ordinary own-account row and is
      * counted with the transfers, against the same clearing
      * account, so clearing nets to zero. Deposits never go below
      * zero, so no overdraft tracking applies.
       2700-ACCUMULATE-TERM-DEPOSIT.
           EVALUATE TRUE
               WHEN TL-APPROVED
                   ADD TL-TRANSFER-IN  TO CT-TD-PLACED
                   ADD TL-TRANSFER-OUT TO CT-TD-WITHDRAWN
                   PERFORM 2500-REMEMBER-LAST-BALANCE
               WHEN TL-INTEREST
                   ADD TL-TRANSFER-IN  TO CT-TD-INTEREST
                   PERFORM 2500-REMEMBER-LAST-BALANCE
               WHEN TL-FEE-CHARGE
                   ADD TL-DEPOSIT-FEE  TO CT-TD-PENALTY
                   PERFORM 2500-REMEMBER-LAST-BALANCE
               WHEN OTHER
                   ADD 1 TO CT-DECLINED-COUNT
           END-EVALUATE.
       2700-END. EXIT.
      *-----------------------------------------------------------------
       3000-CROSS-CHECK-MASTER.
           PERFORM VARYING COUNTER FROM 1 BY 1
                   UNTIL COUNTER > WS-CUSTOMER-COUNT
               IF WS-TBL-ACCOUNT-TYPE(COUNTER) = 'T'
                   PERFORM 3050-CHECK-TERM-DEPOSIT
               ELSE
                   PERFORM 3020-CHECK-CUSTOMER-ACCOUNT
               END-IF
           END-PERFORM.
       3000-END. EXIT.
      *-----------------------------------------------------------------
       3020-CHECK-CUSTOMER-ACCOUNT.
           MOVE WS-TBL-CUSTOMER-NO(COUNTER) TO CM-CUSTOMER-NO.
           IF WS-TBL-ACCOUNT-TYPE(COUNTER) = 'S'
               MOVE 2 TO WS-ACCOUNT-SUB
           ELSE
               MOVE 1 TO WS-ACCOUNT-SUB
           END-IF.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Cross-check: customer not on master: '
                       WS-TBL-CUSTOMER-NO(COUNTER)
                   ADD 1 TO RC-MISMATCH-COUNT
                   PERFORM 3100-REPORT-MISSING-CUSTOMER
               NOT INVALID KEY
                   MOVE CM-ACCT-BALANCE(WS-ACCOUNT-SUB)
                       TO WS-MASTER-BALANCE
                   PERFORM 3080-COMPARE-BALANCE
           END-READ.
       3020-END. EXIT.
      *-----------------------------------------------------------------
      * The deposit number is the three digits after TD in the
      * row's deposit marker.
       3050-CHECK-TERM-DEPOSIT.
           IF NOT WS-TDMAST-OPEN
               DISPLAY 'Cross-check: term deposit not on file: '
                   WS-TBL-CUSTOMER-NO(COUNTER) ' '
                   WS-TBL-DEPOSIT-MARKER(COUNTER)
               ADD 1 TO RC-MISMATCH-COUNT
               PERFORM 3150-REPORT-MISSING-DEPOSIT
           ELSE
               MOVE WS-TBL-CUSTOMER-NO(COUNTER) TO TD-CUSTOMER-NO
               MOVE WS-TBL-DEPOSIT-MARKER(COUNTER)(3:3)
                   TO TD-DEPOSIT-NO
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       DISPLAY 'Cross-check: term deposit not on file: '
                           WS-TBL-CUSTOMER-NO(COUNTER) ' '
                           WS-TBL-DEPOSIT-MARKER(COUNTER)
                       ADD 1 TO RC-MISMATCH-COUNT
                       PERFORM 3150-REPORT-MISSING-DEPOSIT
                   NOT INVALID KEY
                       MOVE TD-BALANCE TO WS-MASTER-BALANCE
                       PERFORM 3080-COMPARE-BALANCE
               END-READ
           END-IF.
       3050-END. EXIT.
      *-----------------------------------------------------------------
      * WS-MASTER-BALANCE holds the balance on file for the table
      * entry COUNTER points at.
       3080-COMPARE-BALANCE.
           IF WS-MASTER-BALANCE = WS-TBL-BALANCE-AFTER(COUNTER)
               ADD 1 TO RC-MATCH-COUNT
           ELSE
               ADD 1 TO RC-MISMATCH-COUNT
               DISPLAY 'Cross-check mismatch customer '
                   WS-TBL-CUSTOMER-NO(COUNTER) ' '
                   WS-TBL-ACCOUNT-TYPE(COUNTER)
                   WS-TBL-DEPOSIT-MARKER(COUNTER)
                   ' master=' WS-MASTER-BALANCE
                   ' logged=' WS-TBL-BALANCE-AFTER(COUNTER)
               PERFORM 3200-REPORT-MISMATCH
           END-IF.
       3080-END. EXIT.
      *-----------------------------------------------------------------
      * Cross-check failures go to the retained report as well as
      * the console: the report is the evidence the auditors read.
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       3100-END. EXIT.
      *-----------------------------------------------------------------
       3150-REPORT-MISSING-DEPOSIT.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING 'NOT ON TDMAST  '
               WS-TBL-CUSTOMER-NO(COUNTER) ' '
               WS-TBL-DEPOSIT-MARKER(COUNTER)
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       3150-END. EXIT.
      *-----------------------------------------------------------------
       3200-REPORT-MISMATCH.
           MOVE SPACES TO WS-PRINT-WORK.
           MOVE WS-MASTER-BALANCE             TO ED-SAMOUNT.
           MOVE WS-TBL-BALANCE-AFTER(COUNTER) TO ED-SAMOUNT-2.
           STRING 'MISMATCH  '
               WS-TBL-CUSTOMER-NO(COUNTER) ' '
               WS-TBL-ACCOUNT-TYPE(COUNTER)
               WS-TBL-DEPOSIT-MARKER(COUNTER)
               ' MASTER ' ED-SAMOUNT
               ' LOGGED ' ED-SAMOUNT-2
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       3200-END. EXIT.
               CLOSE CUSTOMER-HOLD-FILE
           END-IF.
       3500-END. EXIT.
      *-----------------------------------------------------------------
      * Totals the over and short of every drawer closed today. A
      * missing DRAWER.DAT only means no teller has opened a drawer.
       3600-TOTAL-DRAWER-DIFFERENCES.
           OPEN INPUT TELLER-DRAWER-FILE.
           IF WS-DRAWER-STATUS NOT = '00'
               SET WS-DRAWER-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO DW-KEY
               START TELLER-DRAWER-FILE
                   KEY IS GREATER THAN OR EQUAL TO DW-KEY
                   INVALID KEY
                       SET WS-DRAWER-EOF TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL WS-DRAWER-EOF
               READ TELLER-DRAWER-FILE NEXT RECORD
                   AT END
                       SET WS-DRAWER-EOF TO TRUE
                   NOT AT END
                       IF DW-CLOSED AND DW-CLOSE-DATE = WS-TODAY
                           IF DW-DIFFERENCE > 0
                               ADD DW-DIFFERENCE TO DD-CASH-OVER
                           ELSE
                               SUBTRACT DW-DIFFERENCE
                                   FROM DD-CASH-SHORT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DRAWER-STATUS = '00' OR WS-DRAWER-STATUS = '10'
               CLOSE TELLER-DRAWER-FILE
           END-IF.
       3600-END. EXIT.
      *-----------------------------------------------------------------
       4000-PRINT-REPORT.
           COMPUTE CT-NET-ACTIVITY =
               CT-TRANSFER-IN - CT-TRANSFER-OUT - CT-DEPOSIT-FEE
               + CT-CASH-DEPOSIT - CT-CASH-WITHDRAWAL
               + CT-REVERSAL-IN + CT-REVERSAL-FEE - CT-REVERSAL-OUT
               + CT-INTEREST - CT-DEBIT-INTEREST - CT-ACCOUNT-CHARGES
               - CT-OUTPAY-OUT + CT-OUTPAY-RETURN
               + CT-TD-PLACED - CT-TD-WITHDRAWN
               + CT-TD-INTEREST - CT-TD-PENALTY.
           MOVE 'Total transactions logged :' TO RD-LABEL.
           MOVE CT-TOTAL-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Interest postings ........:' TO RD-LABEL.
           MOVE CT-INTEREST-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Fee charge entries .......:' TO RD-LABEL.
           MOVE CT-CHARGE-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Term deposit entries .....:' TO RD-LABEL.
           MOVE CT-TD-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Total transfer-in ........:' TO RD-LABEL.
           MOVE CT-TRANSFER-IN TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Interest posted ..........:' TO RD-LABEL.
           MOVE CT-INTEREST TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Payments to other banks ..:' TO RD-LABEL.
           MOVE CT-OUTPAY-OUT TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Payments returned ........:' TO RD-LABEL.
           MOVE CT-OUTPAY-RETURN TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Debit interest charged ...:' TO RD-LABEL.
           MOVE CT-DEBIT-INTEREST TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Account charges ..........:' TO RD-LABEL.
           MOVE CT-ACCOUNT-CHARGES TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Of which service charges .:' TO RD-LABEL.
           MOVE CT-SERVICE-CHARGES TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Overdrafts drawn .........:' TO RD-LABEL.
           MOVE CT-OD-DRAWN TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Overdrafts repaid ........:' TO RD-LABEL.
           MOVE CT-OD-REPAID TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Term deposits placed .....:' TO RD-LABEL.
           MOVE CT-TD-PLACED TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Term deposits withdrawn ..:' TO RD-LABEL.
           MOVE CT-TD-WITHDRAWN TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Term deposit interest ....:' TO RD-LABEL.
           MOVE CT-TD-INTEREST TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Early breakage penalties .:' TO RD-LABEL.
           MOVE CT-TD-PENALTY TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Net activity .............:' TO RD-LABEL.
           MOVE CT-NET-ACTIVITY TO ED-SAMOUNT.
           PERFORM 9220-PRINT-SIGNED-LINE.
           MOVE 'Total funds on hold ......:' TO RD-LABEL.
           MOVE HE-ACTIVE-HOLD-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           PERFORM 9300-PRINT-SEPARATOR.
           MOVE 'Teller cash over .........:' TO RD-LABEL.
           MOVE DD-CASH-OVER TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Teller cash short ........:' TO RD-LABEL.
           MOVE DD-CASH-SHORT TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE SPACES TO WS-PRINT-WORK.
           MOVE '*** END OF REPORT ***' TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
      *-----------------------------------------------------------------
      * One balanced entry per category: customer liability movements
      * against the settlement clearing account, teller cash against
      * the branch cash account, drawer overs and shorts between the
      * branch cash account and cash over/short, payments to other
      * banks and their returns against the outbound clearing
      * account, fee income,
      * fee refunds on reversals, interest expense, debit interest
      * and account charges as income, the reclassification of
      * overdrawn balances between deposits and overdraft loans, and
      * last the term deposit movements against their own account.
       5200-WRITE-GL-DETAILS.
           MOVE CT-TRANSFER-OUT TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-DEPOSITS TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-CASH TO GL-CREDIT-ACCOUNT.
           MOVE 'TELLER CASH WITHDRAWALS' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE DD-CASH-OVER TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-CASH TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-CASH-OVER-SHORT TO GL-CREDIT-ACCOUNT.
           MOVE 'TELLER CASH OVER' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE DD-CASH-SHORT TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-CASH-OVER-SHORT TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-CASH TO GL-CREDIT-ACCOUNT.
           MOVE 'TELLER CASH SHORT' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE CT-OUTPAY-OUT TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-DEPOSITS TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-OUTPAY-CLEARING TO GL-CREDIT-ACCOUNT.
           MOVE 'PAYMENTS TO OTHER BANKS' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE CT-OUTPAY-RETURN TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-OUTPAY-CLEARING TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-DEPOSITS TO GL-CREDIT-ACCOUNT.
           MOVE 'PAYMENTS RETURNED' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE CT-DEPOSIT-FEE TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-DEPOSITS TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-FEE-INCOME TO GL-CREDIT-ACCOUNT.
           MOVE GL-ACCT-DEPOSITS TO GL-CREDIT-ACCOUNT.
           MOVE 'INTEREST POSTED' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE CT-DEBIT-INTEREST TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-DEPOSITS TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-INT-INCOME TO GL-CREDIT-ACCOUNT.
           MOVE 'DEBIT INTEREST CHARGED' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE CT-ACCOUNT-CHARGES TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-DEPOSITS TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-FEE-INCOME TO GL-CREDIT-ACCOUNT.
           MOVE 'ACCOUNT CHARGES' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE CT-OD-DRAWN TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-OD-LOANS TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-DEPOSITS TO GL-CREDIT-ACCOUNT.
           MOVE 'OVERDRAFTS DRAWN' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE CT-OD-REPAID TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-DEPOSITS TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-OD-LOANS TO GL-CREDIT-ACCOUNT.
           MOVE 'OVERDRAFTS REPAID' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE CT-TD-PLACED TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-CLEARING TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-TERM-DEPOSITS TO GL-CREDIT-ACCOUNT.
           MOVE 'TERM DEPOSITS PLACED' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE CT-TD-WITHDRAWN TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-TERM-DEPOSITS TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-CLEARING TO GL-CREDIT-ACCOUNT.
           MOVE 'TERM DEPOSITS WITHDRAWN' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE CT-TD-INTEREST TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-INT-EXPENSE TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-TERM-DEPOSITS TO GL-CREDIT-ACCOUNT.
           MOVE 'TERM DEPOSIT INTEREST' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
           MOVE CT-TD-PENALTY TO GL-ENTRY-AMOUNT.
           MOVE GL-ACCT-TERM-DEPOSITS TO GL-DEBIT-ACCOUNT.
           MOVE GL-ACCT-FEE-INCOME TO GL-CREDIT-ACCOUNT.
           MOVE 'TERM DEPOSIT PENALTIES' TO GL-DESCRIPTION.
           PERFORM 5250-WRITE-GL-ENTRY.
       5200-END. EXIT.
      *-----------------------------------------------------------------
      * Zero-amount categories are skipped; the ledger has no use
