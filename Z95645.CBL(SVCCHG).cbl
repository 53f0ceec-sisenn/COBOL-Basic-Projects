       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCCHG.
       AUTHOR.     SİNEM ŞEN.
      *-----------------------------------------------------------------
      * SVCCHG - month-end account service charge run. Walks every
      * CUSTOMER-MASTER-FILE record and charges each open checking
      * and savings account the published tariff held in
      * SVCRATE.DAT: the flat monthly maintenance fee, a charge when
      * the account's lowest balance in the month fell under the
      * tariff minimum, and a charge for each teller cash
      * transaction beyond the month's free allowance. The lowest
      * balance and the cash count are worked out from the month's
      * rows on the indexed history, which always holds the open
      * month since the archival run never archives it. Each charge
      * is a fee charge ('F') TRANSACTION-LOG-FILE row coded SVCFEE,
      * MINBAL or CASHFEE, so statements print it and reconciliation
      * books it to fee income with the other account charges.
      * As the tariff says, dormant customers and accounts standing
      * at a zero balance are not charged; closed accounts are
      * passed over. A charge that would take a savings account
      * below zero is waived rather than overdrawing it; checking
      * charges may run into overdraft as the overdraft fee does.
      * An account already charged for the month is not charged
      * again, so a rerun cannot double the charges; under the
      * driver a charge row counts for the month when it is dated
      * on or after the business date, since a month-end window
      * that runs past midnight dates its charges the next day.
      * Rows dated after the month's last day are left out of the
      * lowest balance and the cash count. What was charged and
      * what was waived, account by account, goes to a retained
      * print file named SVCCHGyyyymmdd.RPT; the console
      * keeps a one-line summary. Like RECONCIL it refuses to run
      * unless its RUNCTL.DAT step is released; a site without the
      * driver charges for the month of today's date.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT SERVICE-CHARGE-RATE-FILE ASSIGN TO 'SVCRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCRATE-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT REPORT-PRINT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.
       FD  SERVICE-CHARGE-RATE-FILE.
           COPY SVCRATE.
       FD  TRANSACTION-LOG-FILE.
           COPY TRANLOG.
       FD  TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE               PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-VARIABLES.
           05 WS-CUSTMAST-STATUS    PIC X(2).
           05 WS-SVCRATE-STATUS     PIC X(2).
           05 WS-TRANLOG-STATUS     PIC X(2).
           05 WS-TRANHIST-STATUS    PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
           05 WS-RUNCTL-STATUS      PIC X(2).
      * This program's step number in the end-of-day window, as
      * laid out in the RUNCTL copybook.
       01  WS-CHARGES-STEP          PIC 9(2) VALUE 8.
      * Working copy of the control row, as RECONCIL keeps it.
       01  WINDOW-CONTROL.
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-STEP-TABLE.
              10 WS-STEP-STATUS OCCURS 12 TIMES PIC X(1).
                 88 WS-STEP-IN-PROGRESS VALUE 'I'.
       01  WS-TODAY                 PIC 9(8).
       01  WS-DRIVER-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-UNDER-DRIVER       VALUE 'Y'.
      * The charging month is the business date's month; its rows
      * on the history run from the first to the last of that
      * month. WS-CHARGED-FROM-DATE is the earliest date a charge
      * row can carry and still be this month's charge.
       01  MONTH-VARIABLES.
           05 WS-MONTH-START        PIC 9(8).
           05 FILLER REDEFINES WS-MONTH-START.
              10 WS-CHARGE-MONTH    PIC 9(6).
              10 WS-MONTH-START-DAY PIC 9(2).
           05 WS-MONTH-END          PIC 9(8).
           05 FILLER REDEFINES WS-MONTH-END.
              10 WS-END-YEAR        PIC 9(4).
              10 WS-END-MONTH       PIC 9(2).
              10 WS-END-DAY         PIC 9(2).
           05 WS-CHARGED-FROM-DATE  PIC 9(8).
      * Charge codes carried in TL-COUNTERPARTY-NO of the fee rows,
      * reserved words like CASH and ODFEE.
       01  CHARGE-CODES.
           05 MONTHLY-FEE-CODE      PIC X(15) VALUE 'SVCFEE'.
           05 LOW-BALANCE-CODE      PIC X(15) VALUE 'MINBAL'.
           05 CASH-FEE-CODE         PIC X(15) VALUE 'CASHFEE'.
           05 CASH-COUNTERPARTY     PIC X(15) VALUE 'CASH'.
       01  REPORT-PRINT-CONTROL.
           05 WS-REPORT-NAME        PIC X(20).
           05 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
           05 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01  REPORT-DETAIL.
           05 RD-LABEL              PIC X(28).
           05 RD-VALUE              PIC X(18).
       01  EDITED-FIELDS.
           05 ED-COUNT              PIC ZZZZ9.
           05 ED-AMOUNT             PIC ZZZZZZZZZZ9.99.
           05 ED-FEE                PIC ZZZZ9.99.
           05 ED-PAGE               PIC ZZZ9.
       01  WS-PRINT-WORK            PIC X(80).
       01  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-END-OF-MASTER      VALUE 'Y'.
       01  WS-TARIFF-EOF-SWITCH     PIC X(1) VALUE 'N'.
           88 WS-END-OF-TARIFF      VALUE 'Y'.
       01  WS-HISTORY-EOF-SWITCH    PIC X(1).
           88 WS-END-OF-HISTORY     VALUE 'Y'.
      * The tariff by CUSTMAST account-table subscript: 1 checking,
      * 2 savings.
       01  TARIFF-TABLE.
           05 WS-TARIFF-ENTRY OCCURS 2 TIMES.
              10 WS-TF-LOADED-SWITCH   PIC X(1).
                 88 WS-TF-LOADED       VALUE 'Y'.
              10 WS-TF-MONTHLY-FEE     PIC 9(5)V99.
              10 WS-TF-MINIMUM-BALANCE PIC 9(7)V99.
              10 WS-TF-LOW-BALANCE-FEE PIC 9(5)V99.
              10 WS-TF-FREE-CASH-COUNT PIC 9(3).
              10 WS-TF-CASH-ITEM-FEE   PIC 9(5)V99.
       01  WS-TARIFF-ROWS           PIC 9(2) VALUE 0.
      * What the month's history shows for each of the customer's
      * accounts, by the same subscript. The closing balance is the
      * balance at the month's end: the balance now, or the balance
      * before the first row dated after the month.
       01  ACCOUNT-ACTIVITY.
           05 WS-ACTIVITY-ENTRY OCCURS 2 TIMES.
              10 WS-AC-ROW-SEEN-SWITCH PIC X(1).
                 88 WS-AC-ROW-SEEN     VALUE 'Y'.
              10 WS-AC-LATER-SEEN-SWITCH PIC X(1).
                 88 WS-AC-LATER-ROW-SEEN VALUE 'Y'.
              10 WS-AC-CLOSING-BALANCE PIC S9(9)V99.
              10 WS-AC-CHARGED-SWITCH  PIC X(1).
                 88 WS-AC-ALREADY-CHARGED VALUE 'Y'.
              10 WS-AC-LOWEST-BALANCE  PIC S9(9)V99.
              10 WS-AC-CASH-COUNT      PIC 9(5).
       01  CHARGE-VARIABLES.
           05 WS-ACCT-SUB           PIC 9(1).
           05 WS-ROW-SUB            PIC 9(1).
           05 WS-ACCT-LETTER        PIC X(1).
           05 WS-OPENING-BALANCE    PIC S9(9)V99.
           05 WS-MONTHLY-CHARGE     PIC 9(5)V99.
           05 WS-LOW-BALANCE-CHARGE PIC 9(5)V99.
           05 WS-CASH-CHARGE        PIC 9(5)V99.
           05 WS-EXCESS-CASH        PIC 9(5).
           05 WS-CHARGE-CODE        PIC X(15).
           05 CHARGE-AMOUNT         PIC 9(5)V99.
           05 NEW-BALANCE           PIC S9(7)V99 VALUE 0.
           05 WS-WAIVE-REASON       PIC X(20).
           05 WS-ACTION-TEXT        PIC X(30).
       01  RUN-TOTALS.
           05 RT-READ-COUNT         PIC 9(5) VALUE 0.
           05 RT-ASSESSED-COUNT     PIC 9(5) VALUE 0.
           05 RT-MONTHLY-COUNT      PIC 9(5) VALUE 0.
           05 RT-MONTHLY-TOTAL      PIC 9(11)V99 VALUE 0.
           05 RT-LOW-BALANCE-COUNT  PIC 9(5) VALUE 0.
           05 RT-LOW-BALANCE-TOTAL  PIC 9(11)V99 VALUE 0.
           05 RT-CASH-COUNT         PIC 9(5) VALUE 0.
           05 RT-CASH-TOTAL         PIC 9(11)V99 VALUE 0.
           05 RT-CHARGED-TOTAL      PIC 9(11)V99 VALUE 0.
           05 RT-WAIVED-COUNT       PIC 9(5) VALUE 0.
           05 RT-WAIVED-TOTAL       PIC 9(11)V99 VALUE 0.
           05 RT-DORMANT-COUNT      PIC 9(5) VALUE 0.
           05 RT-ZERO-COUNT         PIC 9(5) VALUE 0.
           05 RT-CLOSED-COUNT       PIC 9(5) VALUE 0.
           05 RT-REPEAT-COUNT       PIC 9(5) VALUE 0.
           05 RT-NO-TARIFF-COUNT    PIC 9(5) VALUE 0.
           05 RT-SKIPPED-COUNT      PIC 9(5) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-BUSINESS-DATE.
           PERFORM 1020-CHECK-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE TO WS-MONTH-START.
           MOVE 1 TO WS-MONTH-START-DAY.
           PERFORM 1030-SET-MONTH-BOUNDS.
           PERFORM 1050-OPEN-REPORT-FILE.
           PERFORM 1060-LOAD-TARIFF.
           PERFORM 1070-OPEN-CUSTOMER-MASTER.
           PERFORM 1080-OPEN-TRANSACTION-LOG.
           PERFORM 1090-OPEN-TRANSACTION-HISTORY.
           PERFORM 2000-CHARGE-ALL-CUSTOMERS.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE TRANSACTION-HISTORY-FILE.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY 'Service charge run complete for ' WS-CHARGE-MONTH
               ': total charged ' RT-CHARGED-TOTAL ', '
               RT-WAIVED-COUNT ' charges waived; report '
               WS-REPORT-NAME.
       1000-END. EXIT.
           STOP RUN.
      *-----------------------------------------------------------------
      * The same gate as RECONCIL's: without RUNCTL.DAT the run
      * charges for the month of today's date; with it, this step
      * must have been released through the driver, and the
      * window's business date names the month charged.
       1020-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-RUNCTL-STATUS NOT = '00'
                   DISPLAY 'Unable to open RUNCTL.DAT, status: '
                       WS-RUNCTL-STATUS
                   STOP RUN
               ELSE
                   READ RUN-CONTROL-FILE
                       AT END
                           DISPLAY 'RUNCTL.DAT is empty; run the '
                               'EODRUN driver first.'
                           STOP RUN
                       NOT AT END
                           MOVE RC-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                           MOVE RC-STEP-STATUS-TABLE
                               TO WS-STEP-TABLE
                           SET WS-UNDER-DRIVER TO TRUE
                   END-READ
                   CLOSE RUN-CONTROL-FILE
                   IF NOT WS-STEP-IN-PROGRESS(WS-CHARGES-STEP)
                       DISPLAY 'Service charge step is not released '
                           'for business date ' WS-BUSINESS-DATE
                           '; release it through the EODRUN driver. '
                           'Nothing run.'
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
       1020-END. EXIT.
      *-----------------------------------------------------------------
      * Under the driver the step runs on the month's last business
      * date, and every charge row of that window - including those
      * written after midnight - is dated on or after it, while the
      * next month's window sees them as dated before its own
      * business date. Without the driver the run is dated by the
      * clock alone, so any charge row in the month counts.
       1030-SET-MONTH-BOUNDS.
           MOVE WS-MONTH-START TO WS-MONTH-END.
           EVALUATE WS-END-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-END-DAY
               WHEN 2
                   IF FUNCTION MOD(WS-END-YEAR 4) = 0
                      AND (FUNCTION MOD(WS-END-YEAR 100) NOT = 0
                           OR FUNCTION MOD(WS-END-YEAR 400) = 0)
                       MOVE 29 TO WS-END-DAY
                   ELSE
                       MOVE 28 TO WS-END-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-END-DAY
           END-EVALUATE.
           IF WS-UNDER-DRIVER
               MOVE WS-BUSINESS-DATE TO WS-CHARGED-FROM-DATE
           ELSE
               MOVE WS-MONTH-START   TO WS-CHARGED-FROM-DATE
           END-IF.
       1030-END. EXIT.
      *-----------------------------------------------------------------
       1050-OPEN-REPORT-FILE.
           STRING 'SVCCHG' WS-TODAY '.RPT'
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-PRINT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-REPORT-NAME ', status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1050-END. EXIT.
      *-----------------------------------------------------------------
      * As with INTRATE.DAT there is no safe fallback tariff: a
      * missing or empty SVCRATE.DAT stops the run. A row for an
      * unknown account type, or one that is not numeric, is
      * reported and ignored; the other type is still charged.
       1060-LOAD-TARIFF.
           MOVE SPACES TO TARIFF-TABLE.
           OPEN INPUT SERVICE-CHARGE-RATE-FILE.
           IF WS-SVCRATE-STATUS NOT = '00'
               DISPLAY 'Unable to open SVCRATE.DAT, status: '
                   WS-SVCRATE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-TARIFF
               READ SERVICE-CHARGE-RATE-FILE
                   AT END
                       SET WS-END-OF-TARIFF TO TRUE
                   NOT AT END
                       PERFORM 1065-STORE-TARIFF-ROW
               END-READ
           END-PERFORM.
           CLOSE SERVICE-CHARGE-RATE-FILE.
           IF WS-TARIFF-ROWS = 0
               DISPLAY 'SVCRATE.DAT holds no usable tariff row; '
                   'nothing to charge.'
               STOP RUN
           END-IF.
       1060-END. EXIT.
      *-----------------------------------------------------------------
       1065-STORE-TARIFF-ROW.
           EVALUATE SR-ACCOUNT-TYPE
               WHEN 'C'
                   MOVE 1 TO WS-ACCT-SUB
               WHEN 'S'
                   MOVE 2 TO WS-ACCT-SUB
               WHEN OTHER
                   MOVE 0 TO WS-ACCT-SUB
           END-EVALUATE.
           IF WS-ACCT-SUB = 0
              OR SR-MONTHLY-FEE     IS NOT NUMERIC
              OR SR-MINIMUM-BALANCE IS NOT NUMERIC
              OR SR-LOW-BALANCE-FEE IS NOT NUMERIC
              OR SR-FREE-CASH-COUNT IS NOT NUMERIC
              OR SR-CASH-ITEM-FEE   IS NOT NUMERIC
               DISPLAY 'WARNING: SVCRATE.DAT row ignored: '
                   SERVICE-CHARGE-RATE-RECORD
           ELSE
               MOVE 'Y' TO WS-TF-LOADED-SWITCH(WS-ACCT-SUB)
               MOVE SR-MONTHLY-FEE
                   TO WS-TF-MONTHLY-FEE(WS-ACCT-SUB)
               MOVE SR-MINIMUM-BALANCE
                   TO WS-TF-MINIMUM-BALANCE(WS-ACCT-SUB)
               MOVE SR-LOW-BALANCE-FEE
                   TO WS-TF-LOW-BALANCE-FEE(WS-ACCT-SUB)
               MOVE SR-FREE-CASH-COUNT
                   TO WS-TF-FREE-CASH-COUNT(WS-ACCT-SUB)
               MOVE SR-CASH-ITEM-FEE
                   TO WS-TF-CASH-ITEM-FEE(WS-ACCT-SUB)
               ADD 1 TO WS-TARIFF-ROWS
           END-IF.
       1065-END. EXIT.
      *-----------------------------------------------------------------
       1070-OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'Unable to open CUSTMAST.DAT, status: '
                   WS-CUSTMAST-STATUS
               STOP RUN
           END-IF.
       1070-END. EXIT.
      *-----------------------------------------------------------------
      * TRANLOG.DAT may not exist yet on a brand-new install; OPEN
      * EXTEND on a missing LINE SEQUENTIAL file returns status '35'
      * and does not create it, so fall back to OPEN OUTPUT (creates
      * an empty file) before reopening EXTEND for normal append use.
       1080-OPEN-TRANSACTION-LOG.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF WS-TRANLOG-STATUS = '35'
               OPEN OUTPUT TRANSACTION-LOG-FILE
               CLOSE TRANSACTION-LOG-FILE
               OPEN EXTEND TRANSACTION-LOG-FILE
           END-IF.
           IF WS-TRANLOG-STATUS NOT = '00'
               DISPLAY 'Unable to open TRANLOG.DAT, status: '
                   WS-TRANLOG-STATUS
               STOP RUN
           END-IF.
       1080-END. EXIT.
      *-----------------------------------------------------------------
      * TRANHIST.DAT may not exist yet on a brand-new install; create
      * it the same way ACCOUNT does.
       1090-OPEN-TRANSACTION-HISTORY.
           OPEN I-O TRANSACTION-HISTORY-FILE.
           IF WS-TRANHIST-STATUS = '35'
               OPEN OUTPUT TRANSACTION-HISTORY-FILE
               CLOSE TRANSACTION-HISTORY-FILE
               OPEN I-O TRANSACTION-HISTORY-FILE
           END-IF.
           IF WS-TRANHIST-STATUS NOT = '00'
               DISPLAY 'Unable to open TRANHIST.DAT, status: '
                   WS-TRANHIST-STATUS
               STOP RUN
           END-IF.
       1090-END. EXIT.
      *-----------------------------------------------------------------
       2000-CHARGE-ALL-CUSTOMERS.
           MOVE LOW-VALUES TO CM-CUSTOMER-NO.
           START CUSTOMER-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO CM-CUSTOMER-NO
               INVALID KEY
                   SET WS-END-OF-MASTER TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-MASTER
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO RT-READ-COUNT
                       IF NOT CM-CLOSED
                          AND (CM-ACCT-OPEN(1) OR CM-ACCT-OPEN(2))
                           PERFORM 2100-SCAN-MONTH-HISTORY
                       END-IF
                       PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                               UNTIL WS-ACCT-SUB > 2
                           PERFORM 2200-ASSESS-ACCOUNT
                       END-PERFORM
               END-READ
           END-PERFORM.
       2000-END. EXIT.
      *-----------------------------------------------------------------
      * One keyed pass over the customer's history from the first of
      * the month collects, per account, the lowest balance, the
      * teller cash transactions and whether this month's charges
      * were already taken. The lowest balance counts the balance
      * at the month's end - an account with no rows this month
      * stood there all month - and the balance the account had
      * before its first row of the month, worked back the way STMT
      * derives an opening balance. The pass runs on past the
      * month's end only to find the closing balance and charge
      * rows written after midnight.
       2100-SCAN-MONTH-HISTORY.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 2
               MOVE 'N' TO WS-AC-ROW-SEEN-SWITCH(WS-ROW-SUB)
               MOVE 'N' TO WS-AC-LATER-SEEN-SWITCH(WS-ROW-SUB)
               MOVE 'N' TO WS-AC-CHARGED-SWITCH(WS-ROW-SUB)
               MOVE CM-ACCT-BALANCE(WS-ROW-SUB)
                   TO WS-AC-CLOSING-BALANCE(WS-ROW-SUB)
               MOVE 999999999.99 TO WS-AC-LOWEST-BALANCE(WS-ROW-SUB)
               MOVE 0 TO WS-AC-CASH-COUNT(WS-ROW-SUB)
           END-PERFORM.
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
           MOVE CM-CUSTOMER-NO TO TH-CUSTOMER-NO.
           MOVE WS-MONTH-START TO TH-TIMESTAMP-DATE.
           MOVE 0              TO TH-TIMESTAMP-TIME.
           MOVE 0              TO TH-TIE-BREAKER.
           START TRANSACTION-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO TH-KEY
               INVALID KEY
                   SET WS-END-OF-HISTORY TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-HISTORY
               READ TRANSACTION-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF TH-CUSTOMER-NO NOT = CM-CUSTOMER-NO
                           SET WS-END-OF-HISTORY TO TRUE
                       ELSE
                           PERFORM 2150-NOTE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 2
               IF WS-AC-CLOSING-BALANCE(WS-ROW-SUB)
                  < WS-AC-LOWEST-BALANCE(WS-ROW-SUB)
                   MOVE WS-AC-CLOSING-BALANCE(WS-ROW-SUB)
                       TO WS-AC-LOWEST-BALANCE(WS-ROW-SUB)
               END-IF
           END-PERFORM.
       2100-END. EXIT.
      *-----------------------------------------------------------------
      * Only rows that moved a checking or savings balance count;
      * declined, skipped and over-limit rows left it where it was,
      * and term deposit rows belong to the deposit. A row dated
      * after the month's last day only gives the closing balance
      * and, if it is a charge, tells that the month was charged.
       2150-NOTE-HISTORY-ROW.
           EVALUATE TH-ACCOUNT-TYPE
               WHEN 'C'
                   MOVE 1 TO WS-ROW-SUB
               WHEN 'S'
                   MOVE 2 TO WS-ROW-SUB
               WHEN OTHER
                   MOVE 0 TO WS-ROW-SUB
           END-EVALUATE.
           IF WS-ROW-SUB > 0
              AND (TH-APPROVED OR TH-REVERSAL
                   OR TH-INTEREST OR TH-FEE-CHARGE)
               IF TH-TIMESTAMP-DATE > WS-MONTH-END
                   IF NOT WS-AC-LATER-ROW-SEEN(WS-ROW-SUB)
                       PERFORM 2160-WORK-OUT-OPENING-BALANCE
                       MOVE WS-OPENING-BALANCE
                           TO WS-AC-CLOSING-BALANCE(WS-ROW-SUB)
                       MOVE 'Y' TO WS-AC-LATER-SEEN-SWITCH(WS-ROW-SUB)
                   END-IF
               ELSE
                   PERFORM 2170-NOTE-MONTH-ROW
               END-IF
               IF TH-FEE-CHARGE
                  AND TH-TIMESTAMP-DATE >= WS-CHARGED-FROM-DATE
                  AND (TH-COUNTERPARTY-NO = MONTHLY-FEE-CODE
                       OR TH-COUNTERPARTY-NO = LOW-BALANCE-CODE
                       OR TH-COUNTERPARTY-NO = CASH-FEE-CODE)
                   MOVE 'Y' TO WS-AC-CHARGED-SWITCH(WS-ROW-SUB)
               END-IF
           END-IF.
       2150-END. EXIT.
      *-----------------------------------------------------------------
      * The balance the account stood at just before this row.
       2160-WORK-OUT-OPENING-BALANCE.
           IF TH-REVERSAL
               COMPUTE WS-OPENING-BALANCE =
                   TH-BALANCE-AFTER - TH-TRANSFER-IN
                   - TH-DEPOSIT-FEE + TH-TRANSFER-OUT
           ELSE
               COMPUTE WS-OPENING-BALANCE =
                   TH-BALANCE-AFTER - TH-TRANSFER-IN
                   + TH-TRANSFER-OUT + TH-DEPOSIT-FEE
           END-IF.
       2160-END. EXIT.
      *-----------------------------------------------------------------
       2170-NOTE-MONTH-ROW.
           IF NOT WS-AC-ROW-SEEN(WS-ROW-SUB)
               PERFORM 2160-WORK-OUT-OPENING-BALANCE
               IF WS-OPENING-BALANCE
                  < WS-AC-LOWEST-BALANCE(WS-ROW-SUB)
                   MOVE WS-OPENING-BALANCE
                       TO WS-AC-LOWEST-BALANCE(WS-ROW-SUB)
               END-IF
               MOVE 'Y' TO WS-AC-ROW-SEEN-SWITCH(WS-ROW-SUB)
           END-IF.
           IF TH-BALANCE-AFTER < WS-AC-LOWEST-BALANCE(WS-ROW-SUB)
               MOVE TH-BALANCE-AFTER
                   TO WS-AC-LOWEST-BALANCE(WS-ROW-SUB)
           END-IF.
           IF TH-APPROVED
              AND TH-COUNTERPARTY-NO = CASH-COUNTERPARTY
               ADD 1 TO WS-AC-CASH-COUNT(WS-ROW-SUB)
           END-IF.
       2170-END. EXIT.
      *-----------------------------------------------------------------
       2200-ASSESS-ACCOUNT.
           IF WS-ACCT-SUB = 1
               MOVE 'C' TO WS-ACCT-LETTER
           ELSE
               MOVE 'S' TO WS-ACCT-LETTER
           END-IF.
           EVALUATE TRUE
               WHEN CM-ACCT-UNOPENED(WS-ACCT-SUB)
                   CONTINUE
               WHEN CM-CLOSED
               WHEN CM-ACCT-CLOSED(WS-ACCT-SUB)
                   ADD 1 TO RT-CLOSED-COUNT
               WHEN NOT WS-TF-LOADED(WS-ACCT-SUB)
                   ADD 1 TO RT-NO-TARIFF-COUNT
               WHEN WS-AC-ALREADY-CHARGED(WS-ACCT-SUB)
                   ADD 1 TO RT-REPEAT-COUNT
                   MOVE SPACES TO WS-CHARGE-CODE
                   MOVE 0      TO CHARGE-AMOUNT
                   MOVE 'ALREADY CHARGED THIS MONTH'
                       TO WS-ACTION-TEXT
                   PERFORM 2900-PRINT-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO RT-ASSESSED-COUNT
                   PERFORM 2300-WORK-OUT-CHARGES
                   PERFORM 2250-APPLY-TARIFF
           END-EVALUATE.
       2200-END. EXIT.
      *-----------------------------------------------------------------
      * The tariff's exemptions: a dormant customer or an account
      * standing at zero has every charge waived, and each waived
      * charge is listed so the report shows what was given up.
       2250-APPLY-TARIFF.
           EVALUATE TRUE
               WHEN CM-DORMANT
                   ADD 1 TO RT-DORMANT-COUNT
                   MOVE 'DORMANT' TO WS-WAIVE-REASON
                   PERFORM 2400-WAIVE-ALL-CHARGES
               WHEN CM-ACCT-BALANCE(WS-ACCT-SUB) = 0
                   ADD 1 TO RT-ZERO-COUNT
                   MOVE 'ZERO BALANCE' TO WS-WAIVE-REASON
                   PERFORM 2400-WAIVE-ALL-CHARGES
               WHEN OTHER
                   PERFORM 2500-POST-ALL-CHARGES
           END-EVALUATE.
       2250-END. EXIT.
      *-----------------------------------------------------------------
      * A zero fee or a zero minimum balance in the tariff switches
      * that charge off. The cash charge counts only the teller cash
      * transactions beyond the free allowance.
       2300-WORK-OUT-CHARGES.
           MOVE WS-TF-MONTHLY-FEE(WS-ACCT-SUB) TO WS-MONTHLY-CHARGE.
           MOVE 0 TO WS-LOW-BALANCE-CHARGE.
           IF WS-TF-LOW-BALANCE-FEE(WS-ACCT-SUB) > 0
              AND WS-TF-MINIMUM-BALANCE(WS-ACCT-SUB) > 0
              AND WS-AC-LOWEST-BALANCE(WS-ACCT-SUB)
                  < WS-TF-MINIMUM-BALANCE(WS-ACCT-SUB)
               MOVE WS-TF-LOW-BALANCE-FEE(WS-ACCT-SUB)
                   TO WS-LOW-BALANCE-CHARGE
           END-IF.
           MOVE 0 TO WS-CASH-CHARGE.
           IF WS-AC-CASH-COUNT(WS-ACCT-SUB)
              > WS-TF-FREE-CASH-COUNT(WS-ACCT-SUB)
               COMPUTE WS-EXCESS-CASH =
                   WS-AC-CASH-COUNT(WS-ACCT-SUB)
                   - WS-TF-FREE-CASH-COUNT(WS-ACCT-SUB)
               COMPUTE WS-CASH-CHARGE =
                   WS-EXCESS-CASH * WS-TF-CASH-ITEM-FEE(WS-ACCT-SUB)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CASH-CHARGE
               END-COMPUTE
           END-IF.
       2300-END. EXIT.
      *-----------------------------------------------------------------
       2400-WAIVE-ALL-CHARGES.
           IF WS-MONTHLY-CHARGE > 0
               MOVE MONTHLY-FEE-CODE  TO WS-CHARGE-CODE
               MOVE WS-MONTHLY-CHARGE TO CHARGE-AMOUNT
               PERFORM 2450-WAIVE-ONE-CHARGE
           END-IF.
           IF WS-LOW-BALANCE-CHARGE > 0
               MOVE LOW-BALANCE-CODE      TO WS-CHARGE-CODE
               MOVE WS-LOW-BALANCE-CHARGE TO CHARGE-AMOUNT
               PERFORM 2450-WAIVE-ONE-CHARGE
           END-IF.
           IF WS-CASH-CHARGE > 0
               MOVE CASH-FEE-CODE  TO WS-CHARGE-CODE
               MOVE WS-CASH-CHARGE TO CHARGE-AMOUNT
               PERFORM 2450-WAIVE-ONE-CHARGE
           END-IF.
       2400-END. EXIT.
      *-----------------------------------------------------------------
       2450-WAIVE-ONE-CHARGE.
           ADD 1             TO RT-WAIVED-COUNT.
           ADD CHARGE-AMOUNT TO RT-WAIVED-TOTAL.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING 'WAIVED - ' WS-WAIVE-REASON
               DELIMITED BY SIZE INTO WS-ACTION-TEXT.
           PERFORM 2900-PRINT-DETAIL-LINE.
       2450-END. EXIT.
      *-----------------------------------------------------------------
       2500-POST-ALL-CHARGES.
           IF WS-MONTHLY-CHARGE > 0
               MOVE MONTHLY-FEE-CODE  TO WS-CHARGE-CODE
               MOVE WS-MONTHLY-CHARGE TO CHARGE-AMOUNT
               PERFORM 2600-POST-ONE-CHARGE
           END-IF.
           IF WS-LOW-BALANCE-CHARGE > 0
               MOVE LOW-BALANCE-CODE      TO WS-CHARGE-CODE
               MOVE WS-LOW-BALANCE-CHARGE TO CHARGE-AMOUNT
               PERFORM 2600-POST-ONE-CHARGE
           END-IF.
           IF WS-CASH-CHARGE > 0
               MOVE CASH-FEE-CODE  TO WS-CHARGE-CODE
               MOVE WS-CASH-CHARGE TO CHARGE-AMOUNT
               PERFORM 2600-POST-ONE-CHARGE
           END-IF.
       2500-END. EXIT.
      *-----------------------------------------------------------------
      * Each charge is taken on its own against the balance left by
      * the one before. A debit that would overflow the master field
      * is skipped, never partially posted, as INTPOST does.
       2600-POST-ONE-CHARGE.
           COMPUTE NEW-BALANCE =
               CM-ACCT-BALANCE(WS-ACCT-SUB) - CHARGE-AMOUNT
               ON SIZE ERROR
                   ADD 1 TO RT-SKIPPED-COUNT
                   MOVE 'NOT TAKEN - BALANCE OVERFLOW'
                       TO WS-ACTION-TEXT
                   PERFORM 2900-PRINT-DETAIL-LINE
               NOT ON SIZE ERROR
                   PERFORM 2650-TAKE-CHARGE
           END-COMPUTE.
       2600-END. EXIT.
      *-----------------------------------------------------------------
      * A savings account has no overdraft, so a charge it cannot
      * cover is waived rather than taking it below zero.
       2650-TAKE-CHARGE.
           IF WS-ACCT-SUB = 2 AND NEW-BALANCE < 0
               MOVE 'SAVINGS TOO LOW' TO WS-WAIVE-REASON
               PERFORM 2450-WAIVE-ONE-CHARGE
           ELSE
               PERFORM 2800-WRITE-CHARGE-LOG
               MOVE NEW-BALANCE TO CM-ACCT-BALANCE(WS-ACCT-SUB)
               MOVE NEW-BALANCE TO CM-ACCT-LAST-ACCOUNT(WS-ACCT-SUB)
               REWRITE CUSTOMER-MASTER-RECORD
               ADD CHARGE-AMOUNT TO RT-CHARGED-TOTAL
               EVALUATE WS-CHARGE-CODE
                   WHEN MONTHLY-FEE-CODE
                       ADD 1             TO RT-MONTHLY-COUNT
                       ADD CHARGE-AMOUNT TO RT-MONTHLY-TOTAL
                   WHEN LOW-BALANCE-CODE
                       ADD 1             TO RT-LOW-BALANCE-COUNT
                       ADD CHARGE-AMOUNT TO RT-LOW-BALANCE-TOTAL
                   WHEN OTHER
                       ADD 1             TO RT-CASH-COUNT
                       ADD CHARGE-AMOUNT TO RT-CASH-TOTAL
               END-EVALUATE
               MOVE 'CHARGED' TO WS-ACTION-TEXT
               PERFORM 2900-PRINT-DETAIL-LINE
           END-IF.
       2650-END. EXIT.
      *-----------------------------------------------------------------
       2800-WRITE-CHARGE-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE WS-CHARGE-CODE        TO TL-COUNTERPARTY-NO.
           MOVE WS-ACCT-LETTER        TO TL-ACCOUNT-TYPE.
           MOVE SPACE                 TO TL-COUNTERPARTY-TYPE.
           MOVE 0                     TO TL-TRANSFER-IN.
           MOVE 0                     TO TL-TRANSFER-OUT.
           MOVE CHARGE-AMOUNT         TO TL-DEPOSIT-FEE.
           MOVE NEW-BALANCE           TO TL-BALANCE-AFTER.
           SET TL-FEE-CHARGE TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE ZEROS TO TL-REVERSAL-OF.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2800-END. EXIT.
      *-----------------------------------------------------------------
      * Mirrors the TRANLOG row just built into the indexed history,
      * as ACCOUNT's 1890-WRITE-TRANSACTION-HISTORY does.
       2850-WRITE-TRANSACTION-HISTORY.
           MOVE TL-CUSTOMER-NO        TO TH-CUSTOMER-NO.
           MOVE TL-TIMESTAMP-DATE     TO TH-TIMESTAMP-DATE.
           MOVE TL-TIMESTAMP-TIME     TO TH-TIMESTAMP-TIME.
           MOVE 0                     TO TH-TIE-BREAKER.
           MOVE TL-CUSTOMER-NAME      TO TH-CUSTOMER-NAME.
           MOVE TL-CUSTOMER-LAST-NAME TO TH-CUSTOMER-LAST-NAME.
           MOVE TL-COUNTERPARTY-NO    TO TH-COUNTERPARTY-NO.
           MOVE TL-ACCOUNT-TYPE       TO TH-ACCOUNT-TYPE.
           MOVE TL-COUNTERPARTY-TYPE  TO TH-COUNTERPARTY-TYPE.
           MOVE TL-TRANSFER-IN        TO TH-TRANSFER-IN.
           MOVE TL-TRANSFER-OUT       TO TH-TRANSFER-OUT.
           MOVE TL-DEPOSIT-FEE        TO TH-DEPOSIT-FEE.
           MOVE TL-BALANCE-AFTER      TO TH-BALANCE-AFTER.
           MOVE TL-STATUS             TO TH-STATUS.
           MOVE TL-REVERSAL-OF-DATE   TO TH-REVERSAL-OF-DATE.
           MOVE TL-REVERSAL-OF-TIME   TO TH-REVERSAL-OF-TIME.
           WRITE TRANSACTION-HISTORY-RECORD.
           PERFORM UNTIL WS-TRANHIST-STATUS NOT = '22'
                      OR TH-TIE-BREAKER = 999
               ADD 1 TO TH-TIE-BREAKER
               WRITE TRANSACTION-HISTORY-RECORD
           END-PERFORM.
           IF WS-TRANHIST-STATUS NOT = '00'
               DISPLAY 'WARNING: history row not written, status: '
                   WS-TRANHIST-STATUS
           END-IF.
       2850-END. EXIT.
      *-----------------------------------------------------------------
      * One report line per charge taken or waived, under the column
      * heading printed with each page heading.
       2900-PRINT-DETAIL-LINE.
           MOVE SPACES TO WS-PRINT-WORK.
           MOVE CM-CUSTOMER-NO       TO WS-PRINT-WORK(1:15).
           MOVE WS-ACCT-LETTER       TO WS-PRINT-WORK(17:1).
           MOVE WS-CHARGE-CODE(1:8)  TO WS-PRINT-WORK(19:8).
           IF CHARGE-AMOUNT > 0
               MOVE CHARGE-AMOUNT TO ED-FEE
               MOVE ED-FEE        TO WS-PRINT-WORK(28:8)
           END-IF.
           MOVE WS-ACTION-TEXT       TO WS-PRINT-WORK(38:30).
           PERFORM 9000-WRITE-REPORT-LINE.
       2900-END. EXIT.
      *-----------------------------------------------------------------
       4000-PRINT-SUMMARY.
           MOVE ALL '-' TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE 'Month charged ............:' TO RD-LABEL.
           MOVE WS-CHARGE-MONTH TO RD-VALUE.
           MOVE REPORT-DETAIL TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE 'Master records read ......:' TO RD-LABEL.
           MOVE RT-READ-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Accounts assessed ........:' TO RD-LABEL.
           MOVE RT-ASSESSED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Monthly fees charged .....:' TO RD-LABEL.
           MOVE RT-MONTHLY-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Total monthly fees .......:' TO RD-LABEL.
           MOVE RT-MONTHLY-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Minimum balance charges ..:' TO RD-LABEL.
           MOVE RT-LOW-BALANCE-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Total minimum bal charges :' TO RD-LABEL.
           MOVE RT-LOW-BALANCE-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Cash transaction charges .:' TO RD-LABEL.
           MOVE RT-CASH-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Total cash charges .......:' TO RD-LABEL.
           MOVE RT-CASH-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Total charged ............:' TO RD-LABEL.
           MOVE RT-CHARGED-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Charges waived ...........:' TO RD-LABEL.
           MOVE RT-WAIVED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Total waived .............:' TO RD-LABEL.
           MOVE RT-WAIVED-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Dormant accounts exempt ..:' TO RD-LABEL.
           MOVE RT-DORMANT-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Zero balance exempt ......:' TO RD-LABEL.
           MOVE RT-ZERO-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Closed accounts passed ...:' TO RD-LABEL.
           MOVE RT-CLOSED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Already charged ..........:' TO RD-LABEL.
           MOVE RT-REPEAT-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'No tariff for type .......:' TO RD-LABEL.
           MOVE RT-NO-TARIFF-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Skipped (overflow) .......:' TO RD-LABEL.
           MOVE RT-SKIPPED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE SPACES TO WS-PRINT-WORK.
           MOVE '*** END OF REPORT ***' TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       4000-END. EXIT.
      *-----------------------------------------------------------------
      * Every report line funnels through here so page breaks are
      * handled in one place; callers build the line in
      * WS-PRINT-WORK first. The line count starts past the page
      * limit, which forces the first page's heading.
       9000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-PAGE-HEADING
           END-IF.
           WRITE PRINT-LINE FROM WS-PRINT-WORK.
           ADD 1 TO WS-LINE-COUNT.
       9000-END. EXIT.
      *-----------------------------------------------------------------
       9100-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO ED-PAGE.
           MOVE ALL '=' TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING 'MONTHLY SERVICE CHARGE RUN   BUSINESS DATE '
               WS-BUSINESS-DATE '   PAGE ' ED-PAGE
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL '=' TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'CUSTOMER NO     A CODE       AMOUNT  ACTION'
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 4 TO WS-LINE-COUNT.
       9100-END. EXIT.
      *-----------------------------------------------------------------
       9200-PRINT-COUNT-LINE.
           MOVE ED-COUNT TO RD-VALUE.
           MOVE REPORT-DETAIL TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       9200-END. EXIT.
      *-----------------------------------------------------------------
       9210-PRINT-AMOUNT-LINE.
           MOVE ED-AMOUNT TO RD-VALUE.
           MOVE REPORT-DETAIL TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       9210-END. EXIT.
      *-----------------------------------------------------------------
