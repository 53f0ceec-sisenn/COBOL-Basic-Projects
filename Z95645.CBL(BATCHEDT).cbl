      * BATCHEDT - pre-edit validator for BATCHTXN.DAT, run before
      * the batch window. Every record is checked for a numeric,
      * in-sequence BT-SEQUENCE-NO, a numeric non-zero amount and
      * known, active sender and destination accounts; a payment to
      * another bank must name the beneficiary's account and name in
      * place of a destination customer. Clean records
      * go to BATCHOK.DAT (same layout as BATCHTXN.DAT - operations
      * copy it over BATCHTXN.DAT for the batch run); bad records go
      * to BATCHREJ.DAT with a reason code in front of the original
      * any sequence-gap notices are written to a retained print
      * file named BATCHEDTyyyymmdd.RPT; the console keeps a
      * one-line summary so operations still see the run finish.
      * A rejected record that came from a standing order also
      * raises a declined standing-order alert on ALERTEVT.DAT, as
      * ACCOUNT's batch run does for one it cannot pay, so the
      * customer hears of it either way.
      * Whether the sender has the funds is left to ACCOUNT, which
      * sees the balance as the window's earlier records leave it.
      *
      * Reason codes:
      *   SEQNN  sequence number not numeric
      *   SNDDRM sending account dormant
      *   RCVNF  destination customer not on the master
      *   RCVCLS destination account not active
      *   EXTDST payment to another bank also names a destination
      *          customer
      *   EXTBEN payment to another bank without the beneficiary's
      *          account or name
      * A dormant destination is accepted: dormant accounts still
      * receive credits, they only may not send.
      *-----------------------------------------------------------------
           SELECT CHECKPOINT-FILE ASSIGN TO 'CHECKPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPT-STATUS.
           SELECT ALERT-EVENT-FILE ASSIGN TO 'ALERTEVT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTEVT-STATUS.
           SELECT REPORT-PRINT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  BATCH-TRANSACTION-FILE.
           COPY BATCHTXN.
       FD  ACCEPTED-BATCH-FILE.
       01  ACCEPTED-BATCH-RECORD      PIC X(126).
       FD  REJECT-BATCH-FILE.
       01  REJECT-BATCH-RECORD.
           05 RJ-REASON-CODE          PIC X(6).
           05 RJ-REJECTED-IMAGE       PIC X(126).
       FD  CHECKPOINT-FILE.
           COPY CHKPT.
       FD  ALERT-EVENT-FILE.
           COPY ALERTEVT.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE                 PIC X(80).
      *-----------------------------------------------------------------
           05 WS-BATCHOK-STATUS     PIC X(2).
           05 WS-BATCHREJ-STATUS    PIC X(2).
           05 WS-CHECKPT-STATUS     PIC X(2).
           05 WS-ALERTEVT-STATUS    PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
       01  WS-TODAY                 PIC 9(8).
       01  REPORT-PRINT-CONTROL.
           CLOSE ACCEPTED-BATCH-FILE.
           CLOSE REJECT-BATCH-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ALERT-EVENT-FILE.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY 'Batch edit complete: ' EC-READ-COUNT ' read, '
                   WS-BATCHREJ-STATUS
               STOP RUN
           END-IF.
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
       1100-END. EXIT.
      *-----------------------------------------------------------------
      * Rows at or below the checkpoint would be silently dropped by
           IF WS-RECORD-CLEAN
               PERFORM 2200-EDIT-AMOUNT
           END-IF.
           IF WS-RECORD-CLEAN
              AND BT-BANK-CODE NOT = SPACES
               PERFORM 2400-EDIT-BENEFICIARY
           END-IF.
           IF WS-RECORD-CLEAN
               PERFORM 2300-EDIT-CUSTOMERS
           END-IF.
           END-IF.
       2200-END. EXIT.
      *-----------------------------------------------------------------
      * A payment to another bank has no destination on our master,
      * so only the sender is looked up for it.
       2300-EDIT-CUSTOMERS.
           IF BT-DEST-CUSTOMER-NO = BT-CUSTOMER-NO
               MOVE 'SAMACC' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-RECORD-CLEAN
              AND BT-BANK-CODE = SPACES
               MOVE BT-DEST-CUSTOMER-NO TO WS-LOOKUP-NO
               PERFORM 2600-LOOKUP-CUSTOMER
               IF NOT WS-LOOKUP-FOUND
               END-IF
           END-IF.
       2300-END. EXIT.
      *-----------------------------------------------------------------
      * A record carrying a bank code is a payment to another bank:
      * it must not also name one of our customers, and the clearing
      * house needs the beneficiary's account and name.
       2400-EDIT-BENEFICIARY.
           IF BT-DEST-CUSTOMER-NO NOT = SPACES
               MOVE 'EXTDST' TO WS-REJECT-REASON
           ELSE
               IF BT-BENEF-ACCOUNT = SPACES
                  OR BT-BENEF-NAME = SPACES
                   MOVE 'EXTBEN' TO WS-REJECT-REASON
               END-IF
           END-IF.
       2400-END. EXIT.
      *-----------------------------------------------------------------
       2600-LOOKUP-CUSTOMER.
           MOVE WS-LOOKUP-NO TO CM-CUSTOMER-NO.
               ' CUSTOMER ' BT-CUSTOMER-NO
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           IF BT-ORDER-NO IS NUMERIC
               IF BT-ORDER-NO > 0
                   PERFORM 3050-RAISE-ORDER-DECLINE
               END-IF
           END-IF.
       3000-END. EXIT.
      *-----------------------------------------------------------------
      * A standing-order payment rejected here never reaches the
      * batch run, so the declined alert ACCOUNT would have raised
      * is raised here instead, on the checking account the batch
      * run pays from. An amount that failed its edit goes out as
      * zero. A row that cannot be written is reported; the edit
      * itself stands.
       3050-RAISE-ORDER-DECLINE.
           MOVE BT-CUSTOMER-NO  TO AE-CUSTOMER-NO.
           ACCEPT AE-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT AE-TIMESTAMP-TIME FROM TIME.
           SET AE-ORDER-DECLINED TO TRUE.
           MOVE 'C'             TO AE-ACCOUNT-TYPE.
           IF BT-TRANSFER-OUT IS NUMERIC
               MOVE BT-TRANSFER-OUT TO AE-AMOUNT
           ELSE
               MOVE 0               TO AE-AMOUNT
           END-IF.
           MOVE BT-ORDER-NO     TO AE-REFERENCE.
           MOVE 'BATCHEDT'      TO AE-SOURCE.
           WRITE ALERT-EVENT-RECORD.
           IF WS-ALERTEVT-STATUS NOT = '00'
               DISPLAY 'WARNING: alert event not written, status: '
                   WS-ALERTEVT-STATUS
           END-IF.
       3050-END. EXIT.
      *-----------------------------------------------------------------
       3100-WRITE-ACCEPTED.
           ADD 1 TO EC-ACCEPTED-COUNT.
