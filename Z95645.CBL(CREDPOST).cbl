      * customer, account not open, balance overflow) go to the
      * CREDRET.DAT return file, written in the EXTCRED layout with
      * its own control trailer, to send back to the originator.
      * Each credit applied raises a credit alert on ALERTEVT.DAT,
      * so the customer can be told their pay has arrived.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT ALERT-EVENT-FILE ASSIGN TO 'ALERTEVT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTEVT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY TRANLOG.
       FD  TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.
       FD  ALERT-EVENT-FILE.
           COPY ALERTEVT.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-VARIABLES.
           05 WS-CUSTMAST-STATUS    PIC X(2).
           05 WS-TRANLOG-STATUS     PIC X(2).
           05 WS-TRANHIST-STATUS    PIC X(2).
           05 WS-ALERTEVT-STATUS    PIC X(2).
       01  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-END-OF-FILE        VALUE 'Y'.
       01  WS-FILE-OK-SWITCH        PIC X(1) VALUE 'N'.
           05 WS-VALUE-DATE         PIC 9(8).
       01  POSTING-VARIABLES.
           05 CREDIT-AMOUNT         PIC 9(7)V99.
           05 NEW-BALANCE           PIC S9(7)V99.
       01  RETURN-CONTROL-TOTALS.
           05 WS-RETURN-COUNT       PIC 9(5) VALUE 0.
           05 WS-RETURN-HASH        PIC 9(11)V99 VALUE 0.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE TRANSACTION-HISTORY-FILE.
           CLOSE ALERT-EVENT-FILE.
           PERFORM 4000-PRINT-SUMMARY.
       1000-END. EXIT.
           STOP RUN.
                   WS-TRANHIST-STATUS
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
       1200-END. EXIT.
      *-----------------------------------------------------------------
      * Second pass: the header is echoed to the return file so the
                           MOVE NEW-BALANCE
                               TO CM-ACCT-LAST-ACCOUNT(1)
                           REWRITE CUSTOMER-MASTER-RECORD
                           PERFORM 2900-RAISE-CREDIT-ALERT
                           ADD 1             TO RT-APPLIED-COUNT
                           ADD CREDIT-AMOUNT TO RT-APPLIED-AMOUNT
                   END-COMPUTE
           END-IF.
       2850-END. EXIT.
      *-----------------------------------------------------------------
      * The credit just applied is appended to ALERTEVT.DAT for the
      * nightly alert feed, naming the originator so the customer
      * recognises it. A row that cannot be written is reported;
      * the credit itself stands.
       2900-RAISE-CREDIT-ALERT.
           MOVE XC-CUSTOMER-NO  TO AE-CUSTOMER-NO.
           ACCEPT AE-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT AE-TIMESTAMP-TIME FROM TIME.
           SET AE-CREDIT-RECEIVED TO TRUE.
           MOVE 'C'             TO AE-ACCOUNT-TYPE.
           MOVE CREDIT-AMOUNT   TO AE-AMOUNT.
           MOVE WS-ORIGINATOR   TO AE-REFERENCE.
           MOVE 'CREDPOST'      TO AE-SOURCE.
           WRITE ALERT-EVENT-RECORD.
           IF WS-ALERTEVT-STATUS NOT = '00'
               DISPLAY 'WARNING: alert event not written, status: '
                   WS-ALERTEVT-STATUS
           END-IF.
       2900-END. EXIT.
      *-----------------------------------------------------------------
      * The unapplied detail goes back exactly as it arrived, and
      * counts toward the return file's own trailer controls.
       3000-WRITE-RETURN-CREDIT.
