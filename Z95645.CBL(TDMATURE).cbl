       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATURE.
       AUTHOR.     SİNEM ŞEN.
      *-----------------------------------------------------------------
      * TDMATURE - nightly term deposit maturity run. Selects every
      * active TDMAST.DAT deposit whose maturity date has come by
      * the business date the end-of-day window is running for,
      * adds the interest for the term at the deposit's fixed rate
      * and carries out its maturity instruction: pay the lot back
      * to the customer's checking account, or roll it over for
      * another term of the same length at the same rate, starting
      * on the old maturity date. Every movement is logged to
      * TRANSACTION-LOG-FILE and the indexed history as 'T' rows
      * (and the checking-side row of a payout) so statements and
      * reconciliation pick it up. A payout that cannot be made -
      * checking not open, or a credit that would overflow the
      * checking balance - is held untouched, interest included,
      * reported, and tried again the next night. The run's
      * evidence goes to a retained print file named
      * TDMATUREyyyymmdd.RPT; the console keeps a one-line summary.
      * Like RECONCIL it refuses to run unless its RUNCTL.DAT step is
      * released; a site without the driver matures on today's date.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO 'TDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-KEY
               FILE STATUS IS WS-TDMAST-STATUS.
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
       FD  TERM-DEPOSIT-FILE.
           COPY TDMAST.
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
           05 WS-TDMAST-STATUS      PIC X(2).
           05 WS-TRANLOG-STATUS     PIC X(2).
           05 WS-TRANHIST-STATUS    PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
           05 WS-RUNCTL-STATUS      PIC X(2).
      * This program's step number in the end-of-day window, as
      * laid out in the RUNCTL copybook.
       01  WS-MATURITY-STEP         PIC 9(2) VALUE 6.
      * Working copy of the control row, as RECONCIL keeps it.
       01  WINDOW-CONTROL.
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-STEP-TABLE.
              10 WS-STEP-STATUS OCCURS 12 TIMES PIC X(1).
                 88 WS-STEP-IN-PROGRESS VALUE 'I'.
       01  WS-TODAY                 PIC 9(8).
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
           05 ED-AMOUNT-2           PIC ZZZZZZZZZZ9.99.
           05 ED-PAGE               PIC ZZZ9.
       01  WS-PRINT-WORK            PIC X(80).
       01  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-END-OF-DEPOSITS    VALUE 'Y'.
       01  WS-CUSTOMER-LOOKUP       PIC X(1).
           88 WS-CUSTOMER-FOUND     VALUE 'Y'.
           88 WS-CUSTOMER-NOT-FOUND VALUE 'N'.
       01  MATURITY-VARIABLES.
           05 WS-DEPOSIT-MARKER     PIC X(15).
           05 WS-HELD-REASON        PIC X(30).
           05 WS-ACTION-WORD        PIC X(9).
           05 TERM-INTEREST         PIC 9(7)V99 VALUE 0.
           05 MATURED-BALANCE       PIC 9(7)V99 VALUE 0.
           05 NEW-BALANCE           PIC S9(7)V99 VALUE 0.
       01  DATE-WORK-VARIABLES.
           05 WS-WORK-DATE          PIC 9(8).
           05 FILLER REDEFINES WS-WORK-DATE.
              10 WS-WORK-YEAR       PIC 9(4).
              10 WS-WORK-MONTH      PIC 9(2).
              10 WS-WORK-DAY        PIC 9(2).
           05 WS-MONTH-LENGTH       PIC 9(2).
           05 WS-MONTHS-AHEAD       PIC 9(5).
           05 WS-YEARS-AHEAD        PIC 9(3).
       01  RUN-TOTALS.
           05 RT-READ-COUNT         PIC 9(5) VALUE 0.
           05 RT-DUE-COUNT          PIC 9(5) VALUE 0.
           05 RT-PAID-COUNT         PIC 9(5) VALUE 0.
           05 RT-ROLLED-COUNT       PIC 9(5) VALUE 0.
           05 RT-HELD-COUNT         PIC 9(5) VALUE 0.
           05 RT-INTEREST-TOTAL     PIC 9(11)V99 VALUE 0.
           05 RT-PAID-TOTAL         PIC 9(11)V99 VALUE 0.
           05 RT-ROLLED-TOTAL       PIC 9(11)V99 VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-BUSINESS-DATE.
           PERFORM 1020-CHECK-RUN-CONTROL.
           PERFORM 1050-OPEN-REPORT-FILE.
           PERFORM 1070-OPEN-CUSTOMER-MASTER.
           PERFORM 1075-OPEN-TERM-DEPOSITS.
           PERFORM 1080-OPEN-TRANSACTION-LOG.
           PERFORM 1090-OPEN-TRANSACTION-HISTORY.
           PERFORM 2000-MATURE-ALL-DEPOSITS.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE TERM-DEPOSIT-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE TRANSACTION-HISTORY-FILE.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY 'Maturity run complete for ' WS-BUSINESS-DATE ': '
               RT-PAID-COUNT ' paid out, ' RT-ROLLED-COUNT
               ' rolled over, ' RT-HELD-COUNT ' held; report '
               WS-REPORT-NAME.
       1000-END. EXIT.
           STOP RUN.
      *-----------------------------------------------------------------
      * The same gate as RECONCIL's: without RUNCTL.DAT the run
      * matures on today's date; with it, this step must have been
      * released through the driver, and the window's business date
      * is the date deposits are matured on.
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
                   END-READ
                   CLOSE RUN-CONTROL-FILE
                   IF NOT WS-STEP-IN-PROGRESS(WS-MATURITY-STEP)
                       DISPLAY 'Term deposit maturity step is not '
                           'released for business date '
                           WS-BUSINESS-DATE '; release it through the '
                           'EODRUN driver. Nothing run.'
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
       1020-END. EXIT.
      *-----------------------------------------------------------------
       1050-OPEN-REPORT-FILE.
           STRING 'TDMATURE' WS-TODAY '.RPT'
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-PRINT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-REPORT-NAME ', status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1050-END. EXIT.
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
      * A missing TDMAST.DAT only means no term deposit was ever
      * opened; it is created empty so the run completes with a
      * report showing nothing due.
       1075-OPEN-TERM-DEPOSITS.
           OPEN I-O TERM-DEPOSIT-FILE.
           IF WS-TDMAST-STATUS = '35'
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN I-O TERM-DEPOSIT-FILE
           END-IF.
           IF WS-TDMAST-STATUS NOT = '00'
               DISPLAY 'Unable to open TDMAST.DAT, status: '
                   WS-TDMAST-STATUS
               STOP RUN
           END-IF.
       1075-END. EXIT.
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
      * Each deposit is matured and rewritten under its own key as it
      * is reached, so an abended run never matures a deposit twice:
      * a paid deposit is no longer active and a rolled one is no
      * longer due. A deposit whose maturity was missed on earlier
      * nights is caught up one term per night.
       2000-MATURE-ALL-DEPOSITS.
           MOVE LOW-VALUES TO TD-KEY.
           START TERM-DEPOSIT-FILE
               KEY IS GREATER THAN OR EQUAL TO TD-KEY
               INVALID KEY
                   SET WS-END-OF-DEPOSITS TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-DEPOSITS
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-DEPOSITS TO TRUE
                   NOT AT END
                       ADD 1 TO RT-READ-COUNT
                       IF TD-ACTIVE
                          AND TD-MATURITY-DATE <= WS-BUSINESS-DATE
                           ADD 1 TO RT-DUE-COUNT
                           PERFORM 2100-MATURE-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-END. EXIT.
      *-----------------------------------------------------------------
      * Interest for the whole term, at the annual rate pro rata to
      * the term in months, rounded to the unit balances are carried
      * in. Nothing is posted for a deposit that has to be held.
       2100-MATURE-ONE-DEPOSIT.
           MOVE SPACES TO WS-DEPOSIT-MARKER.
           STRING 'TD' TD-DEPOSIT-NO
               DELIMITED BY SIZE INTO WS-DEPOSIT-MARKER.
           MOVE TD-CUSTOMER-NO TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET WS-CUSTOMER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
           END-READ.
           COMPUTE TERM-INTEREST ROUNDED =
               TD-BALANCE * TD-RATE * TD-TERM-MONTHS / 1200.
           EVALUATE TRUE
               WHEN WS-CUSTOMER-NOT-FOUND
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-HELD-REASON
                   PERFORM 2190-REPORT-HELD
               WHEN OTHER
                   COMPUTE MATURED-BALANCE = TD-BALANCE + TERM-INTEREST
                       ON SIZE ERROR
                           MOVE 'DEPOSIT BALANCE TOO LARGE'
                               TO WS-HELD-REASON
                           PERFORM 2190-REPORT-HELD
                       NOT ON SIZE ERROR
                           IF TD-ROLL-OVER
                               PERFORM 2160-ROLL-OVER-DEPOSIT
                           ELSE
                               PERFORM 2150-PAY-OUT-DEPOSIT
                           END-IF
                   END-COMPUTE
           END-EVALUATE.
       2100-END. EXIT.
      *-----------------------------------------------------------------
      * The checking account must be open to take the money; a
      * dormant customer's checking account still takes credits, as
      * interest is still credited to dormant savings.
       2150-PAY-OUT-DEPOSIT.
           IF NOT CM-ACCT-OPEN(1)
               MOVE 'CHECKING ACCOUNT NOT OPEN' TO WS-HELD-REASON
               PERFORM 2190-REPORT-HELD
           ELSE
               COMPUTE NEW-BALANCE =
                   CM-ACCT-BALANCE(1) + MATURED-BALANCE
                   ON SIZE ERROR
                       MOVE 'CHECKING BALANCE TOO LARGE'
                           TO WS-HELD-REASON
                       PERFORM 2190-REPORT-HELD
                   NOT ON SIZE ERROR
                       PERFORM 2155-POST-PAY-OUT
               END-COMPUTE
           END-IF.
       2150-END. EXIT.
      *-----------------------------------------------------------------
       2155-POST-PAY-OUT.
           IF TERM-INTEREST > 0
               PERFORM 2800-WRITE-INTEREST-LOG
           END-IF.
           PERFORM 2810-WRITE-DEPOSIT-OUT-LOG.
           PERFORM 2820-WRITE-CHECKING-IN-LOG.
           MOVE NEW-BALANCE TO CM-ACCT-BALANCE(1).
           MOVE NEW-BALANCE TO CM-ACCT-LAST-ACCOUNT(1).
           REWRITE CUSTOMER-MASTER-RECORD.
           MOVE 0                TO TD-BALANCE.
           SET TD-MATURED        TO TRUE.
           MOVE WS-BUSINESS-DATE TO TD-CLOSED-DATE.
           REWRITE TERM-DEPOSIT-RECORD.
           ADD 1               TO RT-PAID-COUNT.
           ADD TERM-INTEREST   TO RT-INTEREST-TOTAL.
           ADD MATURED-BALANCE TO RT-PAID-TOTAL.
           MOVE 'PAID' TO WS-ACTION-WORD.
           PERFORM 2180-REPORT-DEPOSIT.
       2155-END. EXIT.
      *-----------------------------------------------------------------
      * The new term starts on the old maturity date, not on the
      * night the run catches up with it, so a late run does not
      * lengthen the customer's term.
       2160-ROLL-OVER-DEPOSIT.
           IF TERM-INTEREST > 0
               PERFORM 2800-WRITE-INTEREST-LOG
           END-IF.
           MOVE MATURED-BALANCE  TO TD-PRINCIPAL.
           MOVE MATURED-BALANCE  TO TD-BALANCE.
           MOVE TD-MATURITY-DATE TO TD-START-DATE.
           PERFORM 3000-SET-MATURITY-DATE.
           REWRITE TERM-DEPOSIT-RECORD.
           ADD 1               TO RT-ROLLED-COUNT.
           ADD TERM-INTEREST   TO RT-INTEREST-TOTAL.
           ADD MATURED-BALANCE TO RT-ROLLED-TOTAL.
           MOVE 'ROLLED' TO WS-ACTION-WORD.
           PERFORM 2180-REPORT-DEPOSIT.
       2160-END. EXIT.
      *-----------------------------------------------------------------
      * One report line per deposit handled: action, customer,
      * deposit, amount matured and the interest in it. The caller
      * names the action in WS-ACTION-WORD.
       2180-REPORT-DEPOSIT.
           MOVE MATURED-BALANCE TO ED-AMOUNT.
           MOVE TERM-INTEREST   TO ED-AMOUNT-2.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING WS-ACTION-WORD TD-CUSTOMER-NO ' '
               WS-DEPOSIT-MARKER(1:5) ' ' ED-AMOUNT
               ' INT ' ED-AMOUNT-2
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       2180-END. EXIT.
      *-----------------------------------------------------------------
       2190-REPORT-HELD.
           ADD 1 TO RT-HELD-COUNT.
           DISPLAY 'Maturity held, ' WS-HELD-REASON ': '
               TD-CUSTOMER-NO ' ' WS-DEPOSIT-MARKER.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING 'HELD     ' TD-CUSTOMER-NO ' '
               WS-DEPOSIT-MARKER(1:5) ' ' WS-HELD-REASON
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       2190-END. EXIT.
      *-----------------------------------------------------------------
       2800-WRITE-INTEREST-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE WS-DEPOSIT-MARKER     TO TL-COUNTERPARTY-NO.
           MOVE 'T'                   TO TL-ACCOUNT-TYPE.
           MOVE SPACE                 TO TL-COUNTERPARTY-TYPE.
           MOVE TERM-INTEREST         TO TL-TRANSFER-IN.
           MOVE 0                     TO TL-TRANSFER-OUT.
           MOVE 0                     TO TL-DEPOSIT-FEE.
           MOVE MATURED-BALANCE       TO TL-BALANCE-AFTER.
           SET TL-INTEREST TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE ZEROS TO TL-REVERSAL-OF.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2800-END. EXIT.
      *-----------------------------------------------------------------
       2810-WRITE-DEPOSIT-OUT-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE WS-DEPOSIT-MARKER     TO TL-COUNTERPARTY-NO.
           MOVE 'T'                   TO TL-ACCOUNT-TYPE.
           MOVE 'C'                   TO TL-COUNTERPARTY-TYPE.
           MOVE 0                     TO TL-TRANSFER-IN.
           MOVE MATURED-BALANCE       TO TL-TRANSFER-OUT.
           MOVE 0                     TO TL-DEPOSIT-FEE.
           MOVE 0                     TO TL-BALANCE-AFTER.
           SET TL-APPROVED TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE ZEROS TO TL-REVERSAL-OF.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2810-END. EXIT.
      *-----------------------------------------------------------------
       2820-WRITE-CHECKING-IN-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE CM-CUSTOMER-NO        TO TL-COUNTERPARTY-NO.
           MOVE 'C'                   TO TL-ACCOUNT-TYPE.
           MOVE 'T'                   TO TL-COUNTERPARTY-TYPE.
           MOVE MATURED-BALANCE       TO TL-TRANSFER-IN.
           MOVE 0                     TO TL-TRANSFER-OUT.
           MOVE 0                     TO TL-DEPOSIT-FEE.
           MOVE NEW-BALANCE           TO TL-BALANCE-AFTER.
           SET TL-APPROVED TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE ZEROS TO TL-REVERSAL-OF.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2820-END. EXIT.
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
      * Sets TD-MATURITY-DATE to TD-START-DATE plus the term in
      * months, on the anchor day, or the month's last day when the
      * anchor day does not exist in that month - the same rule
      * MAINT applies when the deposit is opened.
       3000-SET-MATURITY-DATE.
           MOVE TD-START-DATE TO WS-WORK-DATE.
           COMPUTE WS-MONTHS-AHEAD =
               WS-WORK-MONTH - 1 + TD-TERM-MONTHS.
           DIVIDE WS-MONTHS-AHEAD BY 12 GIVING WS-YEARS-AHEAD
               REMAINDER WS-WORK-MONTH.
           ADD 1              TO WS-WORK-MONTH.
           ADD WS-YEARS-AHEAD TO WS-WORK-YEAR.
           PERFORM 3100-SET-MONTH-LENGTH.
           MOVE TD-ANCHOR-DAY TO WS-WORK-DAY.
           IF WS-WORK-DAY > WS-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH TO WS-WORK-DAY
           END-IF.
           MOVE WS-WORK-DATE TO TD-MATURITY-DATE.
       3000-END. EXIT.
      *-----------------------------------------------------------------
       3100-SET-MONTH-LENGTH.
           EVALUATE WS-WORK-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LENGTH
               WHEN 2
                   IF FUNCTION MOD(WS-WORK-YEAR 4) = 0
                      AND (FUNCTION MOD(WS-WORK-YEAR 100) NOT = 0
                           OR FUNCTION MOD(WS-WORK-YEAR 400) = 0)
                       MOVE 29 TO WS-MONTH-LENGTH
                   ELSE
                       MOVE 28 TO WS-MONTH-LENGTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LENGTH
           END-EVALUATE.
       3100-END. EXIT.
      *-----------------------------------------------------------------
       4000-PRINT-SUMMARY.
           PERFORM 9300-PRINT-SEPARATOR.
           MOVE 'Business date matured ....:' TO RD-LABEL.
           MOVE WS-BUSINESS-DATE TO RD-VALUE.
           MOVE REPORT-DETAIL TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE 'Deposit records read .....:' TO RD-LABEL.
           MOVE RT-READ-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Deposits due .............:' TO RD-LABEL.
           MOVE RT-DUE-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Paid out to checking .....:' TO RD-LABEL.
           MOVE RT-PAID-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Rolled over ..............:' TO RD-LABEL.
           MOVE RT-ROLLED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Held for next run ........:' TO RD-LABEL.
           MOVE RT-HELD-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Total interest added .....:' TO RD-LABEL.
           MOVE RT-INTEREST-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Total paid to checking ...:' TO RD-LABEL.
           MOVE RT-PAID-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Total rolled over ........:' TO RD-LABEL.
           MOVE RT-ROLLED-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
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
           STRING 'TERM DEPOSIT MATURITY RUN   RUN DATE '
               WS-TODAY '   PAGE ' ED-PAGE
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL '=' TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 3 TO WS-LINE-COUNT.
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
       9300-PRINT-SEPARATOR.
           MOVE ALL '-' TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       9300-END. EXIT.
      *-----------------------------------------------------------------
