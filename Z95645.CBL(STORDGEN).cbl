           MOVE SO-CUSTOMER-NO        TO BT-CUSTOMER-NO.
           MOVE SO-AMOUNT             TO BT-TRANSFER-OUT.
           MOVE SO-DEST-CUSTOMER-NO   TO BT-DEST-CUSTOMER-NO.
           MOVE SPACES                TO BT-BANK-CODE.
           MOVE SPACES                TO BT-BENEF-ACCOUNT.
           MOVE SPACES                TO BT-BENEF-NAME.
           MOVE SO-ORDER-NO           TO BT-ORDER-NO.
           WRITE BATCH-TRANSACTION-RECORD.
           ADD 1 TO RT-GENERATED-COUNT.
           PERFORM 2200-ADVANCE-DUE-DATE.
