      *      that end of day;
      *   2. the run then replays TRANLOG.DAT forward: every row
      *      dated after the snapshot is re-inserted into the
      *      history, and each approved, reversal, interest or fee
      *      charge row re-applies its balance-after to the right
      *      account, so the masters roll forward to the state the
      *      log proves. Term deposit ('T') rows go back into the
      *      history but carry a deposit's balance, not an account
      *      on the master, so they re-apply nothing.
      * TRANLOG.DAT itself is never rewritten in place (TLARCH
      * rebuilds it through TRANLOG.TMP), which is what makes it
      * the reliable source to roll forward from.
      * history records; the lengths must match the CUSTMAST and
      * TRANHIST copybooks.
       FD  MASTER-SNAPSHOT-FILE.
       01  MASTER-SNAPSHOT-RECORD     PIC X(109).
       FD  HISTORY-SNAPSHOT-FILE.
       01  HISTORY-SNAPSHOT-RECORD    PIC X(128).
       FD  BACKUP-CONTROL-FILE.
       01  WS-ACCOUNT-SUB           PIC 9(1).
       01  LIVE-CONTROLS.
           05 LC-CM-COUNT           PIC 9(7) VALUE 0.
           05 LC-CM-HASH            PIC S9(13)V99 VALUE 0.
           05 LC-TH-COUNT           PIC 9(7) VALUE 0.
           05 LC-TH-HASH            PIC 9(13)V99 VALUE 0.
       01  STORED-CONTROLS.
           05 SC-CM-DATE            PIC 9(8) VALUE 0.
           05 SC-CM-COUNT           PIC 9(7) VALUE 0.
           05 SC-CM-HASH            PIC S9(13)V99 VALUE 0.
           05 SC-TH-DATE            PIC 9(8) VALUE 0.
           05 SC-TH-COUNT           PIC 9(7) VALUE 0.
           05 SC-TH-HASH            PIC 9(13)V99 VALUE 0.
       4350-REPLAY-ONE-ROW.
           ADD 1 TO RP-ROWS-REPLAYED.
           PERFORM 4380-REINSERT-HISTORY-ROW.
           IF (TL-APPROVED OR TL-REVERSAL OR TL-INTEREST
               OR TL-FEE-CHARGE)
              AND TL-ACCOUNT-TYPE NOT = 'T'
               IF TL-ACCOUNT-TYPE = 'S'
                   MOVE 2 TO WS-ACCOUNT-SUB
               ELSE
