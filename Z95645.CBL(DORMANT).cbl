      * moved money out (transfer, withdrawal or own-account move)
      * or a teller cash row in either direction: a customer at the
      * counter depositing cash is plainly there. Incoming credits
      * from third parties and interest postings prove nothing,
      * nor does a term deposit paid out at maturity; a term deposit
      * opened or broken at a branch counts through the audit trail.
      * The open period is read from the indexed
      * TRANHIST.DAT history and months already archived off the
      * log are read from the TLARyyyymm.DAT files, as STMT does.
           05 RD-VALUE              PIC X(18).
       01  EDITED-FIELDS.
           05 ED-COUNT              PIC ZZZZ9.
           05 ED-AMOUNT             PIC -ZZZZZZZZZZ9.99.
           05 ED-PAGE               PIC ZZZ9.
       01  WS-PRINT-WORK            PIC X(80).
       01  WS-TODAY                 PIC 9(8).
           05 RT-READ-COUNT         PIC 9(5) VALUE 0.
           05 RT-MARKED-COUNT       PIC 9(5) VALUE 0.
           05 RT-ALREADY-COUNT      PIC 9(5) VALUE 0.
           05 RT-DORMANT-BALANCES   PIC S9(11)V99 VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TL-APPROVED
                          AND TL-ACCOUNT-TYPE NOT = 'T'
                          AND TL-TIMESTAMP-DATE >= WS-CUTOFF-DATE
                          AND (TL-TRANSFER-OUT > 0
                               OR TL-COUNTERPARTY-NO
                       IF MA-TIMESTAMP-DATE >= WS-CUTOFF-DATE
                          AND (MA-FUNCTION = 'ENROLL'
                               OR MA-FUNCTION = 'OPENACCT'
                               OR MA-FUNCTION = 'REACTIV'
                               OR MA-FUNCTION = 'TDOPEN'
                               OR MA-FUNCTION = 'TDBREAK')
                           MOVE MA-CUSTOMER-NO TO WS-REMEMBER-NO
                           PERFORM 1280-REMEMBER-ACTIVE-CUSTOMER
                       END-IF
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           IF TH-APPROVED
                              AND TH-ACCOUNT-TYPE NOT = 'T'
                              AND (TH-TRANSFER-OUT > 0
                                   OR TH-COUNTERPARTY-NO
                                      = CASH-COUNTERPARTY)
