       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOUT.
       AUTHOR.     SİNEM ŞEN.
      *-----------------------------------------------------------------
      * PAYOUT - nightly outbound payment run for payments to
      * beneficiaries at other banks. ACCOUNT debits the sender and
      * queues each payment on PAYQUEUE.DAT; this run sends them.
      * It first takes in PAYRTN.DAT, the payments other banks have
      * sent back, in the EXTPAY layout: the file's trailer controls
      * are verified the way CREDPOST verifies EXTCRED.DAT and the
      * whole file is refused when they do not match. Each return
      * that matches a sent payment on the queue is credited back to
      * the account it left, with a reversal row against OUTPAY on
      * TRANLOG/TRANHIST naming the original debit, so statements
      * and RECONCIL's outbound clearing entry pick it up. The fee
      * is not refunded. Returns that cannot be applied are listed
      * for operations to resolve by hand.
      * It then writes every queued payment to the outbound file
      * OUTPyyyymmdd.DAT - header, one detail per payment, and a
      * trailer with the detail count and amount hash total - and
      * marks each one sent. A rerun on the same day writes the
      * payments already marked sent that day again, so the file
      * always comes out whole for the clearing house.
      * The run's detail and totals go to a retained print file
      * named PAYOUTyyyymmdd.RPT; the console keeps a one-line
      * summary.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-QUEUE-FILE ASSIGN TO 'PAYQUEUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-PAYMENT-NO
               FILE STATUS IS WS-PAYQUEUE-STATUS.
           SELECT PAYMENT-RETURN-FILE ASSIGN TO 'PAYRTN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRTN-STATUS.
           SELECT OUTBOUND-PAYMENT-FILE
               ASSIGN TO DYNAMIC WS-OUTBOUND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-QUEUE-FILE.
           COPY PAYQUEUE.
      * Both interface files carry EXTPAY-layout rows, read and built
      * in working storage; the record lengths must match the EXTPAY
      * copybook.
       FD  PAYMENT-RETURN-FILE.
       01  PAYMENT-RETURN-RECORD      PIC X(138).
       FD  OUTBOUND-PAYMENT-FILE.
       01  OUTBOUND-PAYMENT-RECORD    PIC X(138).
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.
       FD  TRANSACTION-LOG-FILE.
           COPY TRANLOG.
       FD  TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE                 PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-VARIABLES.
           05 WS-PAYQUEUE-STATUS    PIC X(2).
           05 WS-PAYRTN-STATUS      PIC X(2).
           05 WS-OUTBOUND-STATUS    PIC X(2).
           05 WS-CUSTMAST-STATUS    PIC X(2).
           05 WS-TRANLOG-STATUS     PIC X(2).
           05 WS-TRANHIST-STATUS    PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
      * Working copy of the interface row being read or built.
           COPY EXTPAY.
       01  WS-TODAY                 PIC 9(8).
       01  WS-OUTBOUND-NAME         PIC X(20).
      * Our own identity in the header of every outbound file.
       01  WS-ORIGINATING-BANK      PIC X(15) VALUE 'Z95645'.
      * Counterparty marker for one-sided payments to another bank,
      * as documented in the TRANLOG copybook.
       01  OUTPAY-COUNTERPARTY      PIC X(15) VALUE 'OUTPAY'.
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
           05 ED-PAGE               PIC ZZZ9.
       01  WS-PRINT-WORK            PIC X(80).
       01  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-END-OF-FILE        VALUE 'Y'.
       01  WS-QUEUE-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88 WS-END-OF-QUEUE       VALUE 'Y'.
       01  WS-RETURN-FILE-SWITCH    PIC X(1) VALUE 'N'.
           88 WS-RETURN-FILE-PRESENT VALUE 'Y'.
       01  WS-FILE-OK-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-FILE-OK            VALUE 'Y'.
       01  WS-HEADER-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-HEADER-SEEN        VALUE 'Y'.
       01  WS-TRAILER-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
       01  WS-PAYMENT-LOOKUP        PIC X(1).
           88 WS-PAYMENT-FOUND      VALUE 'Y'.
           88 WS-PAYMENT-NOT-FOUND  VALUE 'N'.
       01  WS-CUSTOMER-LOOKUP       PIC X(1).
           88 WS-CUSTOMER-FOUND      VALUE 'Y'.
           88 WS-CUSTOMER-NOT-FOUND  VALUE 'N'.
       01  RETURN-CONTROL-TOTALS.
           05 WS-DETAIL-COUNT       PIC 9(5) VALUE 0.
           05 WS-AMOUNT-HASH        PIC 9(11)V99 VALUE 0.
           05 WS-TRAILER-COUNT      PIC 9(5) VALUE 0.
           05 WS-TRAILER-HASH       PIC 9(11)V99 VALUE 0.
       01  OUTBOUND-CONTROL-TOTALS.
           05 WS-SENT-COUNT         PIC 9(5) VALUE 0.
           05 WS-SENT-HASH          PIC 9(11)V99 VALUE 0.
       01  POSTING-VARIABLES.
           05 ACCOUNT-SUB           PIC 9(1).
           05 RETURN-AMOUNT         PIC 9(7)V99.
           05 NEW-BALANCE           PIC S9(7)V99.
           05 WS-UNAPPLIED-REASON   PIC X(24).
       01  RUN-TOTALS.
           05 RT-CREDITED-COUNT     PIC 9(5) VALUE 0.
           05 RT-CREDITED-AMOUNT    PIC 9(11)V99 VALUE 0.
           05 RT-UNAPPLIED-COUNT    PIC 9(5) VALUE 0.
           05 RT-UNAPPLIED-AMOUNT   PIC 9(11)V99 VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1050-OPEN-REPORT-FILE.
           PERFORM 1100-VERIFY-RETURN-CONTROLS.
           PERFORM 1200-OPEN-POSTING-FILES.
           IF WS-RETURN-FILE-PRESENT
               IF WS-FILE-OK
                   PERFORM 2000-APPLY-RETURN-FILE
               ELSE
                   DISPLAY 'PAYRTN.DAT refused; no return was '
                       'credited.'
                   MOVE SPACES TO WS-PRINT-WORK
                   STRING 'PAYRTN.DAT REFUSED ON ITS CONTROLS - '
                       'NO RETURN CREDITED'
                       DELIMITED BY SIZE INTO WS-PRINT-WORK
                   PERFORM 9000-WRITE-REPORT-LINE
               END-IF
           END-IF.
           PERFORM 3000-WRITE-OUTBOUND-FILE.
           CLOSE PAYMENT-QUEUE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE TRANSACTION-HISTORY-FILE.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY 'Outbound payment run complete: ' WS-SENT-COUNT
               ' sent, ' RT-CREDITED-COUNT ' returned, '
               RT-UNAPPLIED-COUNT ' not applied; report '
               WS-REPORT-NAME.
       1000-END. EXIT.
           STOP RUN.
      *-----------------------------------------------------------------
       1050-OPEN-REPORT-FILE.
           STRING 'PAYOUT' WS-TODAY '.RPT'
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-PRINT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-REPORT-NAME ', status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1050-END. EXIT.
      *-----------------------------------------------------------------
      * First pass over the return file, as CREDPOST's first pass
      * over EXTCRED.DAT: one header, details, one trailer, and the
      * trailer's count and hash total must agree with the details.
      * A missing PAYRTN.DAT only means nothing came back tonight.
       1100-VERIFY-RETURN-CONTROLS.
           OPEN INPUT PAYMENT-RETURN-FILE.
           IF WS-PAYRTN-STATUS = '35'
               DISPLAY 'No PAYRTN.DAT tonight; no returns to apply.'
           ELSE
               IF WS-PAYRTN-STATUS NOT = '00'
                   DISPLAY 'Unable to open PAYRTN.DAT, status: '
                       WS-PAYRTN-STATUS
                   STOP RUN
               END-IF
               SET WS-RETURN-FILE-PRESENT TO TRUE
               SET WS-FILE-OK TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ PAYMENT-RETURN-FILE
                       INTO EXTERNAL-PAYMENT-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1150-VERIFY-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-RETURN-FILE
               PERFORM 1160-CHECK-RETURN-TRAILER
           END-IF.
       1100-END. EXIT.
      *-----------------------------------------------------------------
       1150-VERIFY-ONE-RETURN.
           EVALUATE TRUE
               WHEN XP-HEADER
                   IF WS-HEADER-SEEN
                       DISPLAY 'Control failure: more than one '
                           'header record.'
                       MOVE 'N' TO WS-FILE-OK-SWITCH
                   ELSE
                       SET WS-HEADER-SEEN TO TRUE
                   END-IF
               WHEN XP-DETAIL
                   IF NOT WS-HEADER-SEEN OR WS-TRAILER-SEEN
                       DISPLAY 'Control failure: detail record '
                           'outside header/trailer.'
                       MOVE 'N' TO WS-FILE-OK-SWITCH
                   ELSE
                       IF XP-AMOUNT IS NOT NUMERIC OR XP-AMOUNT = 0
                          OR XP-PAYMENT-NO IS NOT NUMERIC
                           DISPLAY 'Control failure: detail amount or '
                               'payment number not numeric, or zero '
                               'amount.'
                           MOVE 'N' TO WS-FILE-OK-SWITCH
                       ELSE
                           ADD 1         TO WS-DETAIL-COUNT
                           ADD XP-AMOUNT TO WS-AMOUNT-HASH
                       END-IF
                   END-IF
               WHEN XP-TRAILER
                   IF WS-TRAILER-SEEN
                       DISPLAY 'Control failure: more than one '
                           'trailer record.'
                       MOVE 'N' TO WS-FILE-OK-SWITCH
                   ELSE
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE XP-RECORD-COUNT TO WS-TRAILER-COUNT
                       MOVE XP-HASH-TOTAL   TO WS-TRAILER-HASH
                   END-IF
               WHEN OTHER
                   DISPLAY 'Control failure: unknown record type: '
                       XP-RECORD-TYPE
                   MOVE 'N' TO WS-FILE-OK-SWITCH
           END-EVALUATE.
       1150-END. EXIT.
      *-----------------------------------------------------------------
       1160-CHECK-RETURN-TRAILER.
           IF NOT WS-HEADER-SEEN
               DISPLAY 'Control failure: no header record.'
               MOVE 'N' TO WS-FILE-OK-SWITCH
           END-IF.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'Control failure: no trailer record.'
               MOVE 'N' TO WS-FILE-OK-SWITCH
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   DISPLAY 'Control failure: trailer count '
                       WS-TRAILER-COUNT ' but ' WS-DETAIL-COUNT
                       ' detail records on file.'
                   MOVE 'N' TO WS-FILE-OK-SWITCH
               END-IF
               IF WS-TRAILER-HASH NOT = WS-AMOUNT-HASH
                   DISPLAY 'Control failure: trailer hash total '
                       WS-TRAILER-HASH ' but file amounts total '
                       WS-AMOUNT-HASH '.'
                   MOVE 'N' TO WS-FILE-OK-SWITCH
               END-IF
           END-IF.
       1160-END. EXIT.
      *-----------------------------------------------------------------
      * PAYQUEUE.DAT and TRANHIST.DAT may not exist yet on a brand-new
      * install; create them the way ACCOUNT does. The master must
      * already exist - there is nobody to credit otherwise.
       1200-OPEN-POSTING-FILES.
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
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'Unable to open CUSTMAST.DAT, status: '
                   WS-CUSTMAST-STATUS
               STOP RUN
           END-IF.
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
       1200-END. EXIT.
      *-----------------------------------------------------------------
      * Second pass over the return file: only the details matter,
      * the controls were settled by the first pass.
       2000-APPLY-RETURN-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PAYMENT-RETURN-FILE.
           IF WS-PAYRTN-STATUS NOT = '00'
               DISPLAY 'Unable to reopen PAYRTN.DAT, status: '
                   WS-PAYRTN-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PAYMENT-RETURN-FILE
                   INTO EXTERNAL-PAYMENT-RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF XP-DETAIL
                           PERFORM 2100-APPLY-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-RETURN-FILE.
       2000-END. EXIT.
      *-----------------------------------------------------------------
      * A return is only credited when it names a payment we sent,
      * for the amount we sent, and that payment has not already
      * come back: a return file presented twice must not credit
      * the customer twice.
       2100-APPLY-ONE-RETURN.
           MOVE XP-AMOUNT     TO RETURN-AMOUNT.
           MOVE XP-PAYMENT-NO TO PQ-PAYMENT-NO.
           READ PAYMENT-QUEUE-FILE
               INVALID KEY
                   SET WS-PAYMENT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-PAYMENT-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-PAYMENT-NOT-FOUND
                   MOVE 'NO SUCH PAYMENT' TO WS-UNAPPLIED-REASON
                   PERFORM 2900-REPORT-UNAPPLIED-RETURN
               WHEN PQ-RETURNED
                   MOVE 'ALREADY RETURNED' TO WS-UNAPPLIED-REASON
                   PERFORM 2900-REPORT-UNAPPLIED-RETURN
               WHEN NOT PQ-SENT
                   MOVE 'PAYMENT NOT YET SENT' TO WS-UNAPPLIED-REASON
                   PERFORM 2900-REPORT-UNAPPLIED-RETURN
               WHEN PQ-AMOUNT NOT = RETURN-AMOUNT
                   MOVE 'AMOUNT DIFFERS' TO WS-UNAPPLIED-REASON
                   PERFORM 2900-REPORT-UNAPPLIED-RETURN
               WHEN OTHER
                   PERFORM 2200-CREDIT-RETURNED-PAYMENT
           END-EVALUATE.
       2100-END. EXIT.
      *-----------------------------------------------------------------
      * The money goes back to the account it left. Dormant
      * customers still receive it; a closed or locked record, or an
      * account no longer open, is left for operations to refund by
      * hand, and the amount stays on the outbound clearing account.
       2200-CREDIT-RETURNED-PAYMENT.
           IF PQ-ACCOUNT-TYPE = 'S'
               MOVE 2 TO ACCOUNT-SUB
           ELSE
               MOVE 1 TO ACCOUNT-SUB
           END-IF.
           MOVE PQ-CUSTOMER-NO TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET WS-CUSTOMER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
           END-READ.
           IF WS-CUSTOMER-NOT-FOUND
               MOVE 'CUSTOMER NOT FOUND' TO WS-UNAPPLIED-REASON
               PERFORM 2900-REPORT-UNAPPLIED-RETURN
           ELSE
               IF (NOT CM-ACTIVE AND NOT CM-DORMANT)
                  OR NOT CM-ACCT-OPEN(ACCOUNT-SUB)
                   MOVE 'ACCOUNT NOT OPEN' TO WS-UNAPPLIED-REASON
                   PERFORM 2900-REPORT-UNAPPLIED-RETURN
               ELSE
                   COMPUTE NEW-BALANCE =
                           CM-ACCT-BALANCE(ACCOUNT-SUB) + RETURN-AMOUNT
                       ON SIZE ERROR
                           MOVE 'BALANCE WOULD OVERFLOW'
                               TO WS-UNAPPLIED-REASON
                           PERFORM 2900-REPORT-UNAPPLIED-RETURN
                       NOT ON SIZE ERROR
                           PERFORM 2800-WRITE-RETURN-LOG
                           MOVE NEW-BALANCE
                               TO CM-ACCT-BALANCE(ACCOUNT-SUB)
                           MOVE NEW-BALANCE
                               TO CM-ACCT-LAST-ACCOUNT(ACCOUNT-SUB)
                           REWRITE CUSTOMER-MASTER-RECORD
                           SET PQ-RETURNED TO TRUE
                           MOVE WS-TODAY TO PQ-RETURNED-DATE
                           REWRITE PAYMENT-QUEUE-RECORD
                           ADD 1             TO RT-CREDITED-COUNT
                           ADD RETURN-AMOUNT TO RT-CREDITED-AMOUNT
                           PERFORM 2950-REPORT-CREDITED-RETURN
                   END-COMPUTE
               END-IF
           END-IF.
       2200-END. EXIT.
      *-----------------------------------------------------------------
      * The return backs out the original debit, so it is logged as
      * a reversal row naming that debit's timestamp; the fee column
      * stays zero because the fee is not refunded.
       2800-WRITE-RETURN-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE OUTPAY-COUNTERPARTY   TO TL-COUNTERPARTY-NO.
           MOVE PQ-ACCOUNT-TYPE       TO TL-ACCOUNT-TYPE.
           MOVE SPACE                 TO TL-COUNTERPARTY-TYPE.
           MOVE RETURN-AMOUNT         TO TL-TRANSFER-IN.
           MOVE 0                     TO TL-TRANSFER-OUT.
           MOVE 0                     TO TL-DEPOSIT-FEE.
           MOVE NEW-BALANCE           TO TL-BALANCE-AFTER.
           SET TL-REVERSAL TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE PQ-DEBIT-DATE         TO TL-REVERSAL-OF-DATE.
           MOVE PQ-DEBIT-TIME         TO TL-REVERSAL-OF-TIME.
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
       2900-REPORT-UNAPPLIED-RETURN.
           ADD 1             TO RT-UNAPPLIED-COUNT.
           ADD RETURN-AMOUNT TO RT-UNAPPLIED-AMOUNT.
           DISPLAY 'Return not applied, payment ' XP-PAYMENT-NO ': '
               WS-UNAPPLIED-REASON.
           MOVE RETURN-AMOUNT TO ED-AMOUNT.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING 'NOT APPLIED  ' XP-PAYMENT-NO ' ' ED-AMOUNT ' '
               XP-RETURN-CODE ' ' WS-UNAPPLIED-REASON
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       2900-END. EXIT.
      *-----------------------------------------------------------------
       2950-REPORT-CREDITED-RETURN.
           MOVE RETURN-AMOUNT TO ED-AMOUNT.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING 'RETURNED     ' PQ-PAYMENT-NO ' ' ED-AMOUNT ' '
               XP-RETURN-CODE ' ' PQ-CUSTOMER-NO
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       2950-END. EXIT.
      *-----------------------------------------------------------------
      * Walks the whole queue in payment-number order. Queued
      * payments are sent and marked; payments already marked sent
      * today belong to an earlier attempt at tonight's file and are
      * written again so a rerun produces the complete file.
       3000-WRITE-OUTBOUND-FILE.
           STRING 'OUTP' WS-TODAY '.DAT'
               DELIMITED BY SIZE INTO WS-OUTBOUND-NAME.
           OPEN OUTPUT OUTBOUND-PAYMENT-FILE.
           IF WS-OUTBOUND-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-OUTBOUND-NAME
                   ', status: ' WS-OUTBOUND-STATUS
               STOP RUN
           END-IF.
           PERFORM 3100-WRITE-OUTBOUND-HEADER.
           MOVE 0 TO PQ-PAYMENT-NO.
           START PAYMENT-QUEUE-FILE
               KEY IS GREATER THAN OR EQUAL TO PQ-PAYMENT-NO
               INVALID KEY
                   SET WS-END-OF-QUEUE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-QUEUE
               READ PAYMENT-QUEUE-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-QUEUE TO TRUE
                   NOT AT END
                       IF PQ-QUEUED
                          OR (PQ-SENT AND PQ-SENT-DATE = WS-TODAY)
                           PERFORM 3200-SEND-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 3300-WRITE-OUTBOUND-TRAILER.
           CLOSE OUTBOUND-PAYMENT-FILE.
       3000-END. EXIT.
      *-----------------------------------------------------------------
       3100-WRITE-OUTBOUND-HEADER.
           MOVE SPACES              TO EXTERNAL-PAYMENT-RECORD.
           SET XP-HEADER TO TRUE.
           MOVE WS-ORIGINATING-BANK TO XP-ORIGINATOR.
           MOVE WS-TODAY            TO XP-VALUE-DATE.
           MOVE 0                   TO XP-PAYMENT-NO.
           MOVE 0                   TO XP-AMOUNT.
           MOVE 0                   TO XP-RECORD-COUNT.
           MOVE 0                   TO XP-HASH-TOTAL.
           WRITE OUTBOUND-PAYMENT-RECORD FROM EXTERNAL-PAYMENT-RECORD.
       3100-END. EXIT.
      *-----------------------------------------------------------------
       3200-SEND-ONE-PAYMENT.
           MOVE SPACES              TO EXTERNAL-PAYMENT-RECORD.
           SET XP-DETAIL TO TRUE.
           MOVE WS-ORIGINATING-BANK TO XP-ORIGINATOR.
           MOVE WS-TODAY            TO XP-VALUE-DATE.
           MOVE PQ-PAYMENT-NO       TO XP-PAYMENT-NO.
           MOVE PQ-BANK-CODE        TO XP-BANK-CODE.
           MOVE PQ-BENEF-ACCOUNT    TO XP-BENEF-ACCOUNT.
           MOVE PQ-BENEF-NAME       TO XP-BENEF-NAME.
           MOVE PQ-AMOUNT           TO XP-AMOUNT.
           MOVE 0                   TO XP-RECORD-COUNT.
           MOVE 0                   TO XP-HASH-TOTAL.
           WRITE OUTBOUND-PAYMENT-RECORD FROM EXTERNAL-PAYMENT-RECORD.
           ADD 1         TO WS-SENT-COUNT.
           ADD PQ-AMOUNT TO WS-SENT-HASH.
           IF PQ-QUEUED
               SET PQ-SENT TO TRUE
               MOVE WS-TODAY TO PQ-SENT-DATE
               REWRITE PAYMENT-QUEUE-RECORD
               IF WS-PAYQUEUE-STATUS NOT = '00'
                   DISPLAY 'Unable to mark payment ' PQ-PAYMENT-NO
                       ' sent, status: ' WS-PAYQUEUE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           MOVE PQ-AMOUNT TO ED-AMOUNT.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING 'SENT         ' PQ-PAYMENT-NO ' ' ED-AMOUNT ' '
               PQ-BANK-CODE ' ' PQ-CUSTOMER-NO
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       3200-END. EXIT.
      *-----------------------------------------------------------------
       3300-WRITE-OUTBOUND-TRAILER.
           MOVE SPACES              TO EXTERNAL-PAYMENT-RECORD.
           SET XP-TRAILER TO TRUE.
           MOVE WS-ORIGINATING-BANK TO XP-ORIGINATOR.
           MOVE WS-TODAY            TO XP-VALUE-DATE.
           MOVE 0                   TO XP-PAYMENT-NO.
           MOVE 0                   TO XP-AMOUNT.
           MOVE WS-SENT-COUNT       TO XP-RECORD-COUNT.
           MOVE WS-SENT-HASH        TO XP-HASH-TOTAL.
           WRITE OUTBOUND-PAYMENT-RECORD FROM EXTERNAL-PAYMENT-RECORD.
       3300-END. EXIT.
      *-----------------------------------------------------------------
       4000-PRINT-SUMMARY.
           PERFORM 9300-PRINT-SEPARATOR.
           MOVE 'Returns on file ..........:' TO RD-LABEL.
           MOVE WS-DETAIL-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Returns credited .........:' TO RD-LABEL.
           MOVE RT-CREDITED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Amount credited back .....:' TO RD-LABEL.
           MOVE RT-CREDITED-AMOUNT TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Returns not applied ......:' TO RD-LABEL.
           MOVE RT-UNAPPLIED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Amount not applied .......:' TO RD-LABEL.
           MOVE RT-UNAPPLIED-AMOUNT TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Payments sent ............:' TO RD-LABEL.
           MOVE WS-SENT-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Amount sent ..............:' TO RD-LABEL.
           MOVE WS-SENT-HASH TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Outbound file ............:' TO RD-LABEL.
           MOVE WS-OUTBOUND-NAME TO RD-VALUE.
           MOVE REPORT-DETAIL TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
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
           STRING 'OUTBOUND PAYMENT RUN   RUN DATE '
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
