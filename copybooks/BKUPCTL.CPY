      * BKUPCTL - backup control record: one row per file
      * snapshotted by a backup run, carrying the run date, which
      * file was copied, the record count and the balance hash
      * total the snapshot was taken with (signed, as overdrawn
      * balances count negative). The control file is
      * append-only, so the newest row for a file id is the latest
      * good snapshot; verify mode recomputes the controls from the
      * live files and reports drift against that row.
           05 BK-RUN-DATE             PIC 9(8).
           05 BK-FILE-ID              PIC X(8).
           05 BK-RECORD-COUNT         PIC 9(7).
           05 BK-HASH-TOTAL           PIC S9(13)V99.
