      * INTRATE.DAT, credits the balance and writes one interest
      * ('I') TRANSACTION-LOG-FILE row per account so statements and
      * reconciliation pick the postings up from the audit trail.
      * Checking balances earn no interest. An overdrawn checking
      * account is instead charged debit interest on its month-end
      * debit balance at the rate in ODRATE.DAT, written as an 'I'
      * row with the charge in TL-TRANSFER-OUT, and, when the
      * month-end balance lies beyond the arranged overdraft limit,
      * the flat unarranged-overdraft fee as an 'F' row coded ODFEE.
      * Overdraft charges fall on any customer status - a locked or
      * dormant customer still owes the bank - and are taken even
      * past the arranged limit. Without ODRATE.DAT the overdraft
      * charges are not taken and the report says so; a zero
      * savings rate likewise skips only the savings credits.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INTEREST-RATE-FILE ASSIGN TO 'INTRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRATE-STATUS.
           SELECT OVERDRAFT-RATE-FILE ASSIGN TO 'ODRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODRATE-STATUS.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY TRANLOG.
       FD  INTEREST-RATE-FILE.
           COPY INTRATE.
       FD  OVERDRAFT-RATE-FILE.
           COPY ODRATE.
       FD  TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.
       FD  REPORT-PRINT-FILE.
           05 WS-CUSTMAST-STATUS    PIC X(2).
           05 WS-TRANLOG-STATUS     PIC X(2).
           05 WS-INTRATE-STATUS     PIC X(2).
           05 WS-ODRATE-STATUS      PIC X(2).
           05 WS-TRANHIST-STATUS    PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
       01  WS-TODAY                 PIC 9(8).
       01  INTEREST-VARIABLES.
           05 WS-MONTHLY-RATE       PIC 9(2)V9(4) VALUE 0.
           05 INTEREST-AMOUNT       PIC 9(7)V99 VALUE 0.
           05 NEW-BALANCE           PIC S9(7)V99 VALUE 0.
       01  OVERDRAFT-VARIABLES.
           05 WS-DEBIT-RATE         PIC 9(2)V9(4) VALUE 0.
           05 WS-UNARRANGED-FEE     PIC 9(5)V99 VALUE 0.
           05 WS-OD-CHARGING-SWITCH PIC X(1) VALUE 'N'.
              88 WS-OD-CHARGING     VALUE 'Y'.
           05 DEBIT-INTEREST        PIC 9(7)V99 VALUE 0.
           05 MONTH-END-BALANCE     PIC S9(7)V99 VALUE 0.
       01  RUN-TOTALS.
           05 RT-READ-COUNT         PIC 9(5) VALUE 0.
           05 RT-POSTED-COUNT       PIC 9(5) VALUE 0.
           05 RT-SKIPPED-COUNT      PIC 9(5) VALUE 0.
           05 RT-INTEREST-TOTAL     PIC 9(11)V99 VALUE 0.
           05 RT-OVERDRAWN-COUNT    PIC 9(5) VALUE 0.
           05 RT-DEBIT-COUNT        PIC 9(5) VALUE 0.
           05 RT-DEBIT-TOTAL        PIC 9(11)V99 VALUE 0.
           05 RT-FEE-COUNT          PIC 9(5) VALUE 0.
           05 RT-FEE-TOTAL          PIC 9(11)V99 VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1050-OPEN-REPORT-FILE.
           PERFORM 1060-LOAD-INTEREST-RATE.
           PERFORM 1065-LOAD-OVERDRAFT-RATE.
           PERFORM 1070-OPEN-CUSTOMER-MASTER.
           PERFORM 1080-OPEN-TRANSACTION-LOG.
           PERFORM 1090-OPEN-TRANSACTION-HISTORY.
           DISPLAY 'Interest run complete: ' RT-POSTED-COUNT
               ' postings, total ' RT-INTEREST-TOTAL '; report '
               WS-REPORT-NAME.
           DISPLAY 'Overdraft charges: ' RT-DEBIT-COUNT
               ' debit interest, total ' RT-DEBIT-TOTAL '; '
               RT-FEE-COUNT ' unarranged fees, total ' RT-FEE-TOTAL.
       1000-END. EXIT.
           STOP RUN.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * Unlike the fee schedule there is no safe fallback rate:
      * posting interest at a guessed rate would move real money, so
      * a missing or unreadable INTRATE.DAT stops the run. A zero
      * rate posts no savings interest, but the overdraft charges
      * still run, so it only stops the run when there are no
      * overdraft charges to take either (checked in 1065).
       1060-LOAD-INTEREST-RATE.
           OPEN INPUT INTEREST-RATE-FILE.
           IF WS-INTRATE-STATUS NOT = '00'
                   MOVE IR-MONTHLY-RATE TO WS-MONTHLY-RATE
           END-READ.
           CLOSE INTEREST-RATE-FILE.
       1060-END. EXIT.
      *-----------------------------------------------------------------
      * ODRATE.DAT is optional: without it no account is charged for
      * being overdrawn, which is the safe side, and the report
      * carries a line so the omission is seen. Any other open
      * failure stops the run as the rate file's does.
       1065-LOAD-OVERDRAFT-RATE.
           OPEN INPUT OVERDRAFT-RATE-FILE.
           IF WS-ODRATE-STATUS = '35'
               DISPLAY 'ODRATE.DAT not found; no overdraft charges '
                   'taken.'
           ELSE
               IF WS-ODRATE-STATUS NOT = '00'
                   DISPLAY 'Unable to open ODRATE.DAT, status: '
                       WS-ODRATE-STATUS
                   STOP RUN
               END-IF
               READ OVERDRAFT-RATE-FILE
                   AT END
                       DISPLAY 'ODRATE.DAT is empty; no overdraft '
                           'charges taken.'
                   NOT AT END
                       MOVE OR-DEBIT-RATE     TO WS-DEBIT-RATE
                       MOVE OR-UNARRANGED-FEE TO WS-UNARRANGED-FEE
                       SET WS-OD-CHARGING TO TRUE
               END-READ
               CLOSE OVERDRAFT-RATE-FILE
           END-IF.
           IF WS-MONTHLY-RATE = 0
              AND NOT WS-OD-CHARGING
               DISPLAY 'INTRATE.DAT holds a zero rate; nothing to '
                   'post.'
               STOP RUN
           END-IF.
       1065-END. EXIT.
      *-----------------------------------------------------------------
       1070-OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER-FILE.
                       ADD 1 TO RT-READ-COUNT
                       IF (CM-ACTIVE OR CM-DORMANT)
                          AND CM-ACCT-OPEN(2)
                          AND WS-MONTHLY-RATE > 0
                           PERFORM 2100-POST-ONE-CUSTOMER
                       END-IF
                       IF WS-OD-CHARGING
                          AND CM-ACCT-BALANCE(1) < 0
                           PERFORM 2200-CHARGE-OVERDRAFT
                       END-IF
               END-READ
           END-PERFORM.
       2000-END. EXIT.
               END-COMPUTE
           END-IF.
       2100-END. EXIT.
      *-----------------------------------------------------------------
      * Both charges are judged on the month-end balance as found, so
      * the debit interest taken first cannot itself tip the account
      * past its limit into the unarranged fee. Each is rounded like
      * the savings credit and skipped, never partially posted, if
      * the debit would overflow the master field.
       2200-CHARGE-OVERDRAFT.
           ADD 1 TO RT-OVERDRAWN-COUNT.
           MOVE CM-ACCT-BALANCE(1) TO MONTH-END-BALANCE.
           COMPUTE DEBIT-INTEREST ROUNDED =
               (0 - MONTH-END-BALANCE) * WS-DEBIT-RATE / 100.
           IF DEBIT-INTEREST > 0
               COMPUTE NEW-BALANCE =
                   CM-ACCT-BALANCE(1) - DEBIT-INTEREST
                   ON SIZE ERROR
                       PERFORM 2250-REPORT-DEBIT-SKIPPED
                   NOT ON SIZE ERROR
                       PERFORM 2810-WRITE-DEBIT-INTEREST-LOG
                       PERFORM 2910-REWRITE-CHECKING
                       ADD 1              TO RT-DEBIT-COUNT
                       ADD DEBIT-INTEREST TO RT-DEBIT-TOTAL
               END-COMPUTE
           END-IF.
           IF WS-UNARRANGED-FEE > 0
              AND MONTH-END-BALANCE + CM-OVERDRAFT-LIMIT < 0
               COMPUTE NEW-BALANCE =
                   CM-ACCT-BALANCE(1) - WS-UNARRANGED-FEE
                   ON SIZE ERROR
                       PERFORM 2250-REPORT-DEBIT-SKIPPED
                   NOT ON SIZE ERROR
                       PERFORM 2820-WRITE-OVERDRAFT-FEE-LOG
                       PERFORM 2910-REWRITE-CHECKING
                       ADD 1                 TO RT-FEE-COUNT
                       ADD WS-UNARRANGED-FEE TO RT-FEE-TOTAL
               END-COMPUTE
           END-IF.
       2200-END. EXIT.
      *-----------------------------------------------------------------
       2250-REPORT-DEBIT-SKIPPED.
           DISPLAY 'Overdraft charge skipped, balance too large: '
               CM-CUSTOMER-NO.
           ADD 1 TO RT-SKIPPED-COUNT.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING 'SKIPPED OVERDRAFT CHARGE, BALANCE TOO LARGE: '
               CM-CUSTOMER-NO
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       2250-END. EXIT.
      *-----------------------------------------------------------------
       2800-WRITE-INTEREST-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2800-END. EXIT.
      *-----------------------------------------------------------------
       2810-WRITE-DEBIT-INTEREST-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE SPACES                TO TL-COUNTERPARTY-NO.
           MOVE 'C'                   TO TL-ACCOUNT-TYPE.
           MOVE SPACE                 TO TL-COUNTERPARTY-TYPE.
           MOVE 0                     TO TL-TRANSFER-IN.
           MOVE DEBIT-INTEREST        TO TL-TRANSFER-OUT.
           MOVE 0                     TO TL-DEPOSIT-FEE.
           MOVE NEW-BALANCE           TO TL-BALANCE-AFTER.
           SET TL-INTEREST TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE ZEROS TO TL-REVERSAL-OF.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2810-END. EXIT.
      *-----------------------------------------------------------------
       2820-WRITE-OVERDRAFT-FEE-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE 'ODFEE'               TO TL-COUNTERPARTY-NO.
           MOVE 'C'                   TO TL-ACCOUNT-TYPE.
           MOVE SPACE                 TO TL-COUNTERPARTY-TYPE.
           MOVE 0                     TO TL-TRANSFER-IN.
           MOVE 0                     TO TL-TRANSFER-OUT.
           MOVE WS-UNARRANGED-FEE     TO TL-DEPOSIT-FEE.
           MOVE NEW-BALANCE           TO TL-BALANCE-AFTER.
           SET TL-FEE-CHARGE TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE ZEROS TO TL-REVERSAL-OF.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2820-END. EXIT.
      *-----------------------------------------------------------------
      * Mirrors the TRANLOG row just built into the indexed history,
      * as ACCOUNT's 1890-WRITE-TRANSACTION-HISTORY does.
           MOVE NEW-BALANCE TO CM-ACCT-LAST-ACCOUNT(2).
           REWRITE CUSTOMER-MASTER-RECORD.
       2900-END. EXIT.
      *-----------------------------------------------------------------
       2910-REWRITE-CHECKING.
           MOVE NEW-BALANCE TO CM-ACCT-BALANCE(1).
           MOVE NEW-BALANCE TO CM-ACCT-LAST-ACCOUNT(1).
           REWRITE CUSTOMER-MASTER-RECORD.
       2910-END. EXIT.
      *-----------------------------------------------------------------
       4000-PRINT-SUMMARY.
           MOVE 'Monthly rate applied .....:' TO RD-LABEL.
           MOVE 'Total interest posted ....:' TO RD-LABEL.
           MOVE RT-INTEREST-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           IF WS-OD-CHARGING
               PERFORM 4100-PRINT-OVERDRAFT-SUMMARY
           ELSE
               MOVE SPACES TO WS-PRINT-WORK
               STRING 'NO OVERDRAFT CHARGES TAKEN: '
                   'ODRATE.DAT MISSING OR EMPTY'
                   DELIMITED BY SIZE INTO WS-PRINT-WORK
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-WORK.
           MOVE '*** END OF REPORT ***' TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       4000-END. EXIT.
      *-----------------------------------------------------------------
       4100-PRINT-OVERDRAFT-SUMMARY.
           MOVE 'Debit rate applied .......:' TO RD-LABEL.
           MOVE WS-DEBIT-RATE TO ED-RATE.
           MOVE ED-RATE TO RD-VALUE.
           MOVE REPORT-DETAIL TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE 'Overdrawn accounts .......:' TO RD-LABEL.
           MOVE RT-OVERDRAWN-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Debit interest postings ..:' TO RD-LABEL.
           MOVE RT-DEBIT-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Total debit interest .....:' TO RD-LABEL.
           MOVE RT-DEBIT-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Unarranged fees charged ..:' TO RD-LABEL.
           MOVE RT-FEE-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Total unarranged fees ....:' TO RD-LABEL.
           MOVE RT-FEE-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
       4100-END. EXIT.
      *-----------------------------------------------------------------
      * Every report line funnels through here so page breaks are
      * handled in one place; callers build the line in
