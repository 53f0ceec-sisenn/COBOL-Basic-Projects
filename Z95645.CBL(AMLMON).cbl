       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON.
       AUTHOR.     SİNEM ŞEN.
      *-----------------------------------------------------------------
      * AMLMON - nightly compliance monitoring run. Reviews every
      * customer's approved checking and savings movements over a
      * rolling window - the open period from the indexed
      * TRANHIST.DAT history, months already archived off the log
      * from the TLARyyyymm.DAT files, as DORMANT does - and raises
      * a case for each of these patterns:
      *   LARGECSH  a single teller cash deposit or withdrawal at or
      *             over the reporting threshold;
      *   STRUCTUR  several cash deposits just under the threshold
      *             within a few days of each other;
      *   RAPIDMOV  money credited from outside - a CREDPOST credit
      *             or a transfer from another customer - most of
      *             which leaves again within a few days;
      *   REACTMOV  a large movement within a few days of MAINT
      *             reactivating a dormant customer, as recorded on
      *             the MAINTAUD.DAT audit trail.
      * The window length and every threshold come from the
      * AMLCTL.DAT control row, so compliance can tune them without
      * a code drop; a zero threshold switches that check off.
      * Each case raised is kept on the indexed AMLCASE.DAT file,
      * keyed by customer, case type and the transaction that
      * raised it, so the same transaction is never raised again by
      * a later run while it is still inside the window. A rerun on
      * the same day reports the day's cases again, so the day's
      * files are always complete. The cases raised go to a
      * retained case report named AMLMONyyyymmdd.RPT and to an
      * extract named AMLXyyyymmdd.DAT in the AMLEXT layout, with a
      * header and a count and amount trailer, for compliance's
      * filing tool; the console keeps a one-line summary.
      * Own-account moves and term deposit rows are the customer's
      * own money moving between their accounts and are not
      * reviewed.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT ARCHIVE-LOG-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT COMPLIANCE-CONTROL-FILE ASSIGN TO 'AMLCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMLCTL-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO 'MAINTAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
           SELECT COMPLIANCE-CASE-FILE ASSIGN TO 'AMLCASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-AMLCASE-STATUS.
           SELECT COMPLIANCE-EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT REPORT-PRINT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.
       FD  TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.
       FD  ARCHIVE-LOG-FILE.
           COPY TRANLOG.
       FD  COMPLIANCE-CONTROL-FILE.
           COPY AMLCTL.
       FD  MAINT-AUDIT-FILE.
           COPY MAINTAUD.
       FD  COMPLIANCE-CASE-FILE.
           COPY AMLCASE.
       FD  COMPLIANCE-EXTRACT-FILE.
           COPY AMLEXT.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE               PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-VARIABLES.
           05 WS-CUSTMAST-STATUS    PIC X(2).
           05 WS-TRANHIST-STATUS    PIC X(2).
           05 WS-ARCHIVE-STATUS     PIC X(2).
           05 WS-AMLCTL-STATUS      PIC X(2).
           05 WS-MAINTAUD-STATUS    PIC X(2).
           05 WS-AMLCASE-STATUS     PIC X(2).
           05 WS-EXTRACT-STATUS     PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
       01  REPORT-PRINT-CONTROL.
           05 WS-REPORT-NAME        PIC X(20).
           05 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
           05 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01  REPORT-DETAIL.
           05 RD-LABEL              PIC X(28).
           05 RD-VALUE              PIC X(18).
       01  EDITED-FIELDS.
           05 ED-COUNT              PIC ZZZZ9.
           05 ED-AMOUNT             PIC -ZZZZZZZZZZ9.99.
           05 ED-PAGE               PIC ZZZ9.
           05 ED-CASE-AMOUNT        PIC ZZZZZZZZ9.99.
           05 ED-CASE-COUNT         PIC ZZ9.
           05 ED-ROW-COUNT          PIC ZZZZZZ9.
       01  WS-PRINT-WORK            PIC X(80).
       01  WS-EXTRACT-NAME          PIC X(20).
       01  WS-TODAY                 PIC 9(8).
       01  WS-CURRENT-MONTH         PIC 9(6).
       01  WINDOW-CONTROL.
           05 WS-TODAY-DAY-NO       PIC 9(7).
           05 WS-WINDOW-START       PIC 9(8).
           05 WS-WINDOW-START-DAY-NO PIC 9(7).
           05 WS-WINDOW-MONTH       PIC 9(6).
           05 WS-REACT-FROM-DAY-NO  PIC 9(7).
           05 WS-AUDIT-DAY-NO       PIC 9(7).
       01  ARCHIVE-SCAN-VARIABLES.
           05 WS-ARCHIVE-NAME       PIC X(14).
           05 WS-SCAN-MONTH         PIC 9(6).
           05 FILLER REDEFINES WS-SCAN-MONTH.
              10 WS-SCAN-YEAR       PIC 9(4).
              10 WS-SCAN-MM         PIC 9(2).
       01  WS-EOF-SWITCH            PIC X(1).
           88 WS-END-OF-FILE        VALUE 'Y'.
       01  WS-MASTER-EOF-SWITCH     PIC X(1) VALUE 'N'.
           88 WS-END-OF-MASTER      VALUE 'Y'.
       01  WS-TRUNCATED-SWITCH      PIC X(1).
           88 WS-ROWS-TRUNCATED     VALUE 'Y'.
       01  WS-FOUND-SWITCH          PIC X(1).
           88 WS-FOUND              VALUE 'Y'.
      * One reviewed movement: the row owner's account, the other
      * party and the amounts, with the date as a day number so
      * the day-distance checks are a subtraction.
       01  WS-NEW-ROW.
           05 WS-NEW-DATE           PIC 9(8).
           05 WS-NEW-TIME           PIC 9(6).
           05 WS-NEW-DAY-NO         PIC 9(7).
           05 WS-NEW-ACCOUNT-TYPE   PIC X(1).
           05 WS-NEW-COUNTERPARTY   PIC X(15).
           05 WS-NEW-IN             PIC 9(7)V99.
           05 WS-NEW-OUT            PIC 9(7)V99.
      * Approved rows of the archived months of the window,
      * collected in one pass so the archive files are read once,
      * not once per customer. A full table stops the run: rows
      * dropped here would let cases go unraised.
       01  WS-ARCHIVE-TABLE.
           05 WS-ARC-ENTRY OCCURS 5000 TIMES.
              10 WS-ARC-CUSTOMER-NO PIC X(15).
              10 WS-ARC-ROW.
                 15 WS-ARC-DATE     PIC 9(8).
                 15 WS-ARC-TIME     PIC 9(6).
                 15 WS-ARC-DAY-NO   PIC 9(7).
                 15 WS-ARC-ACCOUNT-TYPE PIC X(1).
                 15 WS-ARC-COUNTERPARTY PIC X(15).
                 15 WS-ARC-IN       PIC 9(7)V99.
                 15 WS-ARC-OUT      PIC 9(7)V99.
       01  WS-ARCHIVE-COUNT         PIC 9(4) VALUE 0.
      * Dormancy reactivations on the audit trail recent enough to
      * matter to the window, as customer and day number.
       01  WS-REACTIVATION-TABLE.
           05 WS-REACT-ENTRY OCCURS 500 TIMES.
              10 WS-REACT-CUSTOMER-NO PIC X(15).
              10 WS-REACT-DAY-NO    PIC 9(7).
       01  WS-REACTIVATION-COUNT    PIC 9(4) VALUE 0.
      * The current customer's movements in the window, oldest
      * first: archived months, then the open period.
       01  WS-CUSTOMER-ROWS.
           05 WS-ROW-ENTRY OCCURS 500 TIMES.
              10 WS-ROW-DATE        PIC 9(8).
              10 WS-ROW-TIME        PIC 9(6).
              10 WS-ROW-DAY-NO      PIC 9(7).
              10 WS-ROW-ACCOUNT-TYPE PIC X(1).
              10 WS-ROW-COUNTERPARTY PIC X(15).
              10 WS-ROW-IN          PIC 9(7)V99.
              10 WS-ROW-OUT         PIC 9(7)V99.
       01  WS-ROW-COUNT             PIC 9(4) VALUE 0.
       01  TABLE-SUBSCRIPTS.
           05 WS-ARC-IX             PIC 9(4).
           05 WS-ROW-IX             PIC 9(4).
           05 WS-SCAN-IX            PIC 9(4).
           05 WS-REACT-IX           PIC 9(4).
       01  CHECK-WORK-FIELDS.
           05 WS-DAY-GAP            PIC S9(7).
           05 WS-MATCH-COUNT        PIC 9(3).
           05 WS-MATCH-AMOUNT       PIC 9(9)V99.
       01  CASE-DETAILS.
           05 WS-CASE-TYPE          PIC X(8).
           05 WS-CASE-AMOUNT        PIC 9(9)V99.
           05 WS-CASE-COUNT         PIC 9(3).
           05 WS-CASE-COUNTERPARTY  PIC X(15).
      * Counterparty marker for one-sided teller cash rows, as
      * documented in the TRANLOG copybook.
       01  CASH-COUNTERPARTY        PIC X(15) VALUE 'CASH'.
       01  RUN-TOTALS.
           05 RT-CUSTOMER-COUNT     PIC 9(5) VALUE 0.
           05 RT-ROW-COUNT          PIC 9(7) VALUE 0.
           05 RT-TRUNCATED-COUNT    PIC 9(5) VALUE 0.
           05 RT-LARGE-CASH-COUNT   PIC 9(5) VALUE 0.
           05 RT-STRUCTURING-COUNT  PIC 9(5) VALUE 0.
           05 RT-RAPID-COUNT        PIC 9(5) VALUE 0.
           05 RT-REACTIVATED-COUNT  PIC 9(5) VALUE 0.
           05 RT-NEW-CASE-COUNT     PIC 9(5) VALUE 0.
           05 RT-REPEAT-COUNT       PIC 9(5) VALUE 0.
           05 RT-CASE-AMOUNT        PIC 9(13)V99 VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-CURRENT-MONTH = WS-TODAY / 100.
           PERFORM 1050-OPEN-REPORT-FILE.
           PERFORM 1100-LOAD-THRESHOLDS.
           PERFORM 1150-COMPUTE-WINDOW.
           PERFORM 1200-SCAN-ARCHIVE-MONTHS.
           PERFORM 1290-SCAN-MAINT-AUDIT.
           PERFORM 1300-OPEN-MASTER-AND-HISTORY.
           PERFORM 1350-OPEN-CASE-FILE.
           PERFORM 1400-OPEN-EXTRACT-FILE.
           PERFORM 2000-REVIEW-ALL-CUSTOMERS.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE TRANSACTION-HISTORY-FILE.
           CLOSE COMPLIANCE-CASE-FILE.
           PERFORM 3990-WRITE-EXTRACT-TRAILER.
           CLOSE COMPLIANCE-EXTRACT-FILE.
           PERFORM 4000-PRINT-REPORT.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY 'Compliance monitoring complete: '
               RT-NEW-CASE-COUNT ' new cases, ' RT-REPEAT-COUNT
               ' already raised; report ' WS-REPORT-NAME
               ', extract ' WS-EXTRACT-NAME.
       1000-END. EXIT.
           STOP RUN.
      *-----------------------------------------------------------------
       1050-OPEN-REPORT-FILE.
           STRING 'AMLMON' WS-TODAY '.RPT'
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-PRINT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-REPORT-NAME ', status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1050-END. EXIT.
      *-----------------------------------------------------------------
      * There is no safe default for a reporting threshold: a
      * made-up one would either bury compliance in cases or let
      * reportable activity through, so a missing control row, or
      * one with no window to review, stops the run.
       1100-LOAD-THRESHOLDS.
           OPEN INPUT COMPLIANCE-CONTROL-FILE.
           IF WS-AMLCTL-STATUS NOT = '00'
               DISPLAY 'Unable to open AMLCTL.DAT, status: '
                   WS-AMLCTL-STATUS
               STOP RUN
           END-IF.
           READ COMPLIANCE-CONTROL-FILE
               AT END
                   DISPLAY 'AMLCTL.DAT is empty; no thresholds to '
                       'apply.'
                   STOP RUN
           END-READ.
           CLOSE COMPLIANCE-CONTROL-FILE.
           IF AC-WINDOW-DAYS = 0
               DISPLAY 'AMLCTL.DAT holds a zero review window; '
                   'nothing to do.'
               STOP RUN
           END-IF.
       1100-END. EXIT.
      *-----------------------------------------------------------------
      * The window runs from today stepped back by the configured
      * number of days. Reactivations are looked for that much
      * further back again, so a movement early in the window still
      * sees the reactivation before it.
       1150-COMPUTE-WINDOW.
           COMPUTE WS-TODAY-DAY-NO = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-WINDOW-START-DAY-NO =
               WS-TODAY-DAY-NO - AC-WINDOW-DAYS.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-DAY-NO).
           COMPUTE WS-WINDOW-MONTH = WS-WINDOW-START / 100.
           COMPUTE WS-REACT-FROM-DAY-NO =
               WS-WINDOW-START-DAY-NO - AC-REACT-DAYS.
           DISPLAY 'Compliance review window: ' WS-WINDOW-START
               ' to ' WS-TODAY.
       1150-END. EXIT.
      *-----------------------------------------------------------------
      * Walks the archived months of the window once, collecting
      * every approved checking and savings row; a missing archive
      * file only means that month was never archived and its rows
      * are still on the indexed history.
       1200-SCAN-ARCHIVE-MONTHS.
           MOVE WS-WINDOW-MONTH TO WS-SCAN-MONTH.
           PERFORM UNTIL WS-SCAN-MONTH >= WS-CURRENT-MONTH
               PERFORM 1250-SCAN-ONE-ARCHIVE
               ADD 1 TO WS-SCAN-MM
               IF WS-SCAN-MM > 12
                   MOVE 1 TO WS-SCAN-MM
                   ADD 1 TO WS-SCAN-YEAR
               END-IF
           END-PERFORM.
       1200-END. EXIT.
      *-----------------------------------------------------------------
       1250-SCAN-ONE-ARCHIVE.
           STRING 'TLAR' WS-SCAN-MONTH '.DAT'
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-LOG-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               SET WS-END-OF-FILE TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ARCHIVE-LOG-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TL-APPROVED
                          AND TL-ACCOUNT-TYPE NOT = 'T'
                          AND TL-TIMESTAMP-DATE >= WS-WINDOW-START
                           PERFORM 1280-REMEMBER-ARCHIVE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ARCHIVE-STATUS = '00' OR WS-ARCHIVE-STATUS = '10'
               CLOSE ARCHIVE-LOG-FILE
           END-IF.
       1250-END. EXIT.
      *-----------------------------------------------------------------
       1280-REMEMBER-ARCHIVE-ROW.
           IF WS-ARCHIVE-COUNT >= 5000
               DISPLAY 'More than 5000 archived rows in the review '
                   'window; the table cannot hold them all and '
                   'cases would go unraised. Stopping.'
               STOP RUN
           END-IF.
           ADD 1 TO WS-ARCHIVE-COUNT.
           MOVE TL-CUSTOMER-NO
               TO WS-ARC-CUSTOMER-NO(WS-ARCHIVE-COUNT).
           MOVE TL-TIMESTAMP-DATE TO WS-NEW-DATE.
           MOVE TL-TIMESTAMP-TIME TO WS-NEW-TIME.
           COMPUTE WS-NEW-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-NEW-DATE).
           MOVE TL-ACCOUNT-TYPE    TO WS-NEW-ACCOUNT-TYPE.
           MOVE TL-COUNTERPARTY-NO TO WS-NEW-COUNTERPARTY.
           MOVE TL-TRANSFER-IN     TO WS-NEW-IN.
           MOVE TL-TRANSFER-OUT    TO WS-NEW-OUT.
           MOVE WS-NEW-ROW TO WS-ARC-ROW(WS-ARCHIVE-COUNT).
       1280-END. EXIT.
      *-----------------------------------------------------------------
      * Walks the maintenance audit trail once for dormancy
      * reactivations. A missing audit file only means maintenance
      * has never run.
       1290-SCAN-MAINT-AUDIT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-MAINTAUD-STATUS NOT = '00'
               SET WS-END-OF-FILE TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ MAINT-AUDIT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF MA-FUNCTION = 'REACTIV'
                           PERFORM 1295-REMEMBER-REACTIVATION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAINTAUD-STATUS = '00' OR WS-MAINTAUD-STATUS = '10'
               CLOSE MAINT-AUDIT-FILE
           END-IF.
       1290-END. EXIT.
      *-----------------------------------------------------------------
       1295-REMEMBER-REACTIVATION.
           COMPUTE WS-AUDIT-DAY-NO =
               FUNCTION INTEGER-OF-DATE(MA-TIMESTAMP-DATE).
           IF WS-AUDIT-DAY-NO >= WS-REACT-FROM-DAY-NO
               IF WS-REACTIVATION-COUNT >= 500
                   DISPLAY 'More than 500 reactivations in the '
                       'review window; the table cannot hold them '
                       'all and cases would go unraised. Stopping.'
                   STOP RUN
               END-IF
               ADD 1 TO WS-REACTIVATION-COUNT
               MOVE MA-CUSTOMER-NO
                   TO WS-REACT-CUSTOMER-NO(WS-REACTIVATION-COUNT)
               MOVE WS-AUDIT-DAY-NO
                   TO WS-REACT-DAY-NO(WS-REACTIVATION-COUNT)
           END-IF.
       1295-END. EXIT.
      *-----------------------------------------------------------------
       1300-OPEN-MASTER-AND-HISTORY.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'Unable to open CUSTMAST.DAT, status: '
                   WS-CUSTMAST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT TRANSACTION-HISTORY-FILE.
           IF WS-TRANHIST-STATUS NOT = '00'
               DISPLAY 'Unable to open TRANHIST.DAT, status: '
                   WS-TRANHIST-STATUS
               STOP RUN
           END-IF.
       1300-END. EXIT.
      *-----------------------------------------------------------------
      * The case file is created on the first run.
       1350-OPEN-CASE-FILE.
           OPEN I-O COMPLIANCE-CASE-FILE.
           IF WS-AMLCASE-STATUS = '35'
               OPEN OUTPUT COMPLIANCE-CASE-FILE
               CLOSE COMPLIANCE-CASE-FILE
               OPEN I-O COMPLIANCE-CASE-FILE
           END-IF.
           IF WS-AMLCASE-STATUS NOT = '00'
               DISPLAY 'Unable to open AMLCASE.DAT, status: '
                   WS-AMLCASE-STATUS
               STOP RUN
           END-IF.
       1350-END. EXIT.
      *-----------------------------------------------------------------
       1400-OPEN-EXTRACT-FILE.
           STRING 'AMLX' WS-TODAY '.DAT'
               DELIMITED BY SIZE INTO WS-EXTRACT-NAME.
           OPEN OUTPUT COMPLIANCE-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-EXTRACT-NAME
                   ', status: ' WS-EXTRACT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO COMPLIANCE-EXTRACT-RECORD.
           SET CX-HEADER TO TRUE.
           MOVE WS-TODAY        TO CX-RUN-DATE.
           MOVE WS-WINDOW-START TO CX-EVENT-DATE.
           MOVE 0               TO CX-EVENT-TIME.
           MOVE 0               TO CX-AMOUNT.
           MOVE 0               TO CX-EVENT-COUNT.
           MOVE 0               TO CX-RECORD-COUNT.
           MOVE 0               TO CX-HASH-TOTAL.
           WRITE COMPLIANCE-EXTRACT-RECORD.
       1400-END. EXIT.
      *-----------------------------------------------------------------
      * Closed customers are reviewed too: money may well have
      * moved in the window before the customer closed.
       2000-REVIEW-ALL-CUSTOMERS.
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
                       ADD 1 TO RT-CUSTOMER-COUNT
                       PERFORM 2100-REVIEW-ONE-CUSTOMER
               END-READ
           END-PERFORM.
       2000-END. EXIT.
      *-----------------------------------------------------------------
       2100-REVIEW-ONE-CUSTOMER.
           MOVE 0   TO WS-ROW-COUNT.
           MOVE 'N' TO WS-TRUNCATED-SWITCH.
           PERFORM VARYING WS-ARC-IX FROM 1 BY 1
                   UNTIL WS-ARC-IX > WS-ARCHIVE-COUNT
               IF WS-ARC-CUSTOMER-NO(WS-ARC-IX) = CM-CUSTOMER-NO
                   MOVE WS-ARC-ROW(WS-ARC-IX) TO WS-NEW-ROW
                   PERFORM 2250-ADD-CUSTOMER-ROW
               END-IF
           END-PERFORM.
           PERFORM 2200-LOAD-OPEN-HISTORY.
           ADD WS-ROW-COUNT TO RT-ROW-COUNT.
           IF WS-ROWS-TRUNCATED
               ADD 1 TO RT-TRUNCATED-COUNT
               DISPLAY 'Not fully reviewed, over 500 rows: '
                   CM-CUSTOMER-NO
               MOVE SPACES TO WS-PRINT-WORK
               STRING 'NOT FULLY REVIEWED ' CM-CUSTOMER-NO
                   ' over 500 rows in window'
                   DELIMITED BY SIZE INTO WS-PRINT-WORK
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.
           IF WS-ROW-COUNT > 0
               PERFORM 3000-CHECK-CUSTOMER-ROWS
           END-IF.
       2100-END. EXIT.
      *-----------------------------------------------------------------
      * Keyed read of the open-period history from the window
      * start; the history read does not disturb the master scan.
       2200-LOAD-OPEN-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE CM-CUSTOMER-NO  TO TH-CUSTOMER-NO.
           MOVE WS-WINDOW-START TO TH-TIMESTAMP-DATE.
           MOVE 0               TO TH-TIMESTAMP-TIME.
           MOVE 0               TO TH-TIE-BREAKER.
           START TRANSACTION-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO TH-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ TRANSACTION-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TH-CUSTOMER-NO NOT = CM-CUSTOMER-NO
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           IF TH-APPROVED
                              AND TH-ACCOUNT-TYPE NOT = 'T'
                               MOVE TH-TIMESTAMP-DATE TO WS-NEW-DATE
                               MOVE TH-TIMESTAMP-TIME TO WS-NEW-TIME
                               COMPUTE WS-NEW-DAY-NO =
                                   FUNCTION INTEGER-OF-DATE
                                       (WS-NEW-DATE)
                               MOVE TH-ACCOUNT-TYPE
                                   TO WS-NEW-ACCOUNT-TYPE
                               MOVE TH-COUNTERPARTY-NO
                                   TO WS-NEW-COUNTERPARTY
                               MOVE TH-TRANSFER-IN  TO WS-NEW-IN
                               MOVE TH-TRANSFER-OUT TO WS-NEW-OUT
                               PERFORM 2250-ADD-CUSTOMER-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2200-END. EXIT.
      *-----------------------------------------------------------------
      * A customer with more rows in the window than the table
      * holds is reviewed on the first 500 and named on the report
      * for compliance to look at by hand.
       2250-ADD-CUSTOMER-ROW.
           IF WS-ROW-COUNT >= 500
               SET WS-ROWS-TRUNCATED TO TRUE
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-NEW-ROW TO WS-ROW-ENTRY(WS-ROW-COUNT)
           END-IF.
       2250-END. EXIT.
      *-----------------------------------------------------------------
      * Every row is tried against every check; a check whose
      * threshold is zero is switched off.
       3000-CHECK-CUSTOMER-ROWS.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               PERFORM 3100-CHECK-LARGE-CASH
               PERFORM 3200-CHECK-STRUCTURING
               PERFORM 3300-CHECK-RAPID-MOVEMENT
               PERFORM 3400-CHECK-REACTIVATION
           END-PERFORM.
       3000-END. EXIT.
      *-----------------------------------------------------------------
       3100-CHECK-LARGE-CASH.
           IF AC-CASH-THRESHOLD > 0
              AND WS-ROW-COUNTERPARTY(WS-ROW-IX) = CASH-COUNTERPARTY
              AND (WS-ROW-IN(WS-ROW-IX) >= AC-CASH-THRESHOLD
                   OR WS-ROW-OUT(WS-ROW-IX) >= AC-CASH-THRESHOLD)
               MOVE 'LARGECSH' TO WS-CASE-TYPE
               COMPUTE WS-CASE-AMOUNT =
                   WS-ROW-IN(WS-ROW-IX) + WS-ROW-OUT(WS-ROW-IX)
               MOVE 1 TO WS-CASE-COUNT
               MOVE CASH-COUNTERPARTY TO WS-CASE-COUNTERPARTY
               PERFORM 3900-RAISE-CASE
           END-IF.
       3100-END. EXIT.
      *-----------------------------------------------------------------
      * A cash deposit at or above the floor but under the
      * threshold is near the threshold. The case is raised on the
      * deposit that brings the number of such deposits within the
      * configured days up to the configured count, and carries
      * their total.
       3200-CHECK-STRUCTURING.
           IF AC-CASH-THRESHOLD > 0
              AND AC-STRUCT-FLOOR > 0
              AND AC-STRUCT-COUNT > 0
              AND AC-STRUCT-DAYS > 0
              AND WS-ROW-COUNTERPARTY(WS-ROW-IX) = CASH-COUNTERPARTY
              AND WS-ROW-IN(WS-ROW-IX) >= AC-STRUCT-FLOOR
              AND WS-ROW-IN(WS-ROW-IX) < AC-CASH-THRESHOLD
               MOVE 0 TO WS-MATCH-COUNT
               MOVE 0 TO WS-MATCH-AMOUNT
               PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                       UNTIL WS-SCAN-IX > WS-ROW-IX
                   COMPUTE WS-DAY-GAP = WS-ROW-DAY-NO(WS-ROW-IX)
                       - WS-ROW-DAY-NO(WS-SCAN-IX)
                   IF WS-DAY-GAP < AC-STRUCT-DAYS
                      AND WS-ROW-COUNTERPARTY(WS-SCAN-IX)
                          = CASH-COUNTERPARTY
                      AND WS-ROW-IN(WS-SCAN-IX) >= AC-STRUCT-FLOOR
                      AND WS-ROW-IN(WS-SCAN-IX) < AC-CASH-THRESHOLD
                       ADD 1 TO WS-MATCH-COUNT
                       ADD WS-ROW-IN(WS-SCAN-IX) TO WS-MATCH-AMOUNT
                   END-IF
               END-PERFORM
               IF WS-MATCH-COUNT >= AC-STRUCT-COUNT
                   MOVE 'STRUCTUR' TO WS-CASE-TYPE
                   MOVE WS-MATCH-AMOUNT TO WS-CASE-AMOUNT
                   MOVE WS-MATCH-COUNT TO WS-CASE-COUNT
                   MOVE CASH-COUNTERPARTY TO WS-CASE-COUNTERPARTY
                   PERFORM 3900-RAISE-CASE
               END-IF
           END-IF.
       3200-END. EXIT.
      *-----------------------------------------------------------------
      * Money in from outside - anything but teller cash or the
      * customer's own other account - that leaves again: the
      * outgoing rows within the configured days after it, to
      * anyone but the customer's own other account, are added up
      * and the case raised on the credit when they reach the
      * configured percentage of it.
       3300-CHECK-RAPID-MOVEMENT.
           IF AC-RAPID-MIN-AMOUNT > 0
              AND AC-RAPID-PERCENT > 0
              AND WS-ROW-IN(WS-ROW-IX) >= AC-RAPID-MIN-AMOUNT
              AND WS-ROW-COUNTERPARTY(WS-ROW-IX)
                  NOT = CASH-COUNTERPARTY
              AND WS-ROW-COUNTERPARTY(WS-ROW-IX)
                  NOT = CM-CUSTOMER-NO
               MOVE 0 TO WS-MATCH-COUNT
               MOVE 0 TO WS-MATCH-AMOUNT
               PERFORM VARYING WS-SCAN-IX FROM WS-ROW-IX BY 1
                       UNTIL WS-SCAN-IX > WS-ROW-COUNT
                   COMPUTE WS-DAY-GAP = WS-ROW-DAY-NO(WS-SCAN-IX)
                       - WS-ROW-DAY-NO(WS-ROW-IX)
                   IF WS-SCAN-IX > WS-ROW-IX
                      AND WS-DAY-GAP <= AC-RAPID-DAYS
                      AND WS-ROW-OUT(WS-SCAN-IX) > 0
                      AND WS-ROW-COUNTERPARTY(WS-SCAN-IX)
                          NOT = CM-CUSTOMER-NO
                       ADD 1 TO WS-MATCH-COUNT
                       ADD WS-ROW-OUT(WS-SCAN-IX) TO WS-MATCH-AMOUNT
                   END-IF
               END-PERFORM
               IF WS-MATCH-COUNT > 0
                  AND WS-MATCH-AMOUNT * 100 >=
                      WS-ROW-IN(WS-ROW-IX) * AC-RAPID-PERCENT
                   MOVE 'RAPIDMOV' TO WS-CASE-TYPE
                   MOVE WS-ROW-IN(WS-ROW-IX) TO WS-CASE-AMOUNT
                   MOVE WS-MATCH-COUNT TO WS-CASE-COUNT
                   MOVE WS-ROW-COUNTERPARTY(WS-ROW-IX)
                       TO WS-CASE-COUNTERPARTY
                   PERFORM 3900-RAISE-CASE
               END-IF
           END-IF.
       3300-END. EXIT.
      *-----------------------------------------------------------------
      * A large movement either way, other than between the
      * customer's own accounts, within the configured days on or
      * after a reactivation of this customer.
       3400-CHECK-REACTIVATION.
           IF AC-REACT-AMOUNT > 0
              AND WS-REACTIVATION-COUNT > 0
              AND WS-ROW-COUNTERPARTY(WS-ROW-IX) NOT = CM-CUSTOMER-NO
              AND (WS-ROW-IN(WS-ROW-IX) >= AC-REACT-AMOUNT
                   OR WS-ROW-OUT(WS-ROW-IX) >= AC-REACT-AMOUNT)
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM VARYING WS-REACT-IX FROM 1 BY 1
                       UNTIL WS-REACT-IX > WS-REACTIVATION-COUNT
                          OR WS-FOUND
                   COMPUTE WS-DAY-GAP = WS-ROW-DAY-NO(WS-ROW-IX)
                       - WS-REACT-DAY-NO(WS-REACT-IX)
                   IF WS-REACT-CUSTOMER-NO(WS-REACT-IX)
                      = CM-CUSTOMER-NO
                      AND WS-DAY-GAP >= 0
                      AND WS-DAY-GAP <= AC-REACT-DAYS
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   MOVE 'REACTMOV' TO WS-CASE-TYPE
                   COMPUTE WS-CASE-AMOUNT =
                       WS-ROW-IN(WS-ROW-IX) + WS-ROW-OUT(WS-ROW-IX)
                   MOVE 1 TO WS-CASE-COUNT
                   MOVE WS-ROW-COUNTERPARTY(WS-ROW-IX)
                       TO WS-CASE-COUNTERPARTY
                   PERFORM 3900-RAISE-CASE
               END-IF
           END-IF.
       3400-END. EXIT.
      *-----------------------------------------------------------------
      * A case already on file from an earlier run is not raised
      * again, only counted; one raised earlier today is reported
      * again, so a rerun rebuilds the day's extract in full.
       3900-RAISE-CASE.
           MOVE CM-CUSTOMER-NO          TO CC-CUSTOMER-NO.
           MOVE WS-CASE-TYPE            TO CC-CASE-TYPE.
           MOVE WS-ROW-DATE(WS-ROW-IX)  TO CC-EVENT-DATE.
           MOVE WS-ROW-TIME(WS-ROW-IX)  TO CC-EVENT-TIME.
           READ COMPLIANCE-CASE-FILE
               INVALID KEY
                   MOVE WS-ROW-ACCOUNT-TYPE(WS-ROW-IX)
                       TO CC-ACCOUNT-TYPE
                   MOVE WS-CASE-AMOUNT       TO CC-AMOUNT
                   MOVE WS-CASE-COUNT        TO CC-EVENT-COUNT
                   MOVE WS-CASE-COUNTERPARTY TO CC-COUNTERPARTY
                   MOVE WS-TODAY             TO CC-RAISED-DATE
                   WRITE COMPLIANCE-CASE-RECORD
                   IF WS-AMLCASE-STATUS NOT = '00'
                       DISPLAY 'WARNING: case for ' CC-CUSTOMER-NO
                           ' ' CC-CASE-TYPE ' not kept on file, '
                           'status: ' WS-AMLCASE-STATUS
                   END-IF
                   PERFORM 3950-REPORT-CASE
               NOT INVALID KEY
                   IF CC-RAISED-DATE = WS-TODAY
                       PERFORM 3950-REPORT-CASE
                   ELSE
                       ADD 1 TO RT-REPEAT-COUNT
                   END-IF
           END-READ.
       3900-END. EXIT.
      *-----------------------------------------------------------------
       3950-REPORT-CASE.
           ADD 1 TO RT-NEW-CASE-COUNT.
           ADD CC-AMOUNT TO RT-CASE-AMOUNT.
           EVALUATE CC-CASE-TYPE
               WHEN 'LARGECSH'
                   ADD 1 TO RT-LARGE-CASH-COUNT
               WHEN 'STRUCTUR'
                   ADD 1 TO RT-STRUCTURING-COUNT
               WHEN 'RAPIDMOV'
                   ADD 1 TO RT-RAPID-COUNT
               WHEN 'REACTMOV'
                   ADD 1 TO RT-REACTIVATED-COUNT
           END-EVALUATE.
           MOVE SPACES TO COMPLIANCE-EXTRACT-RECORD.
           SET CX-DETAIL TO TRUE.
           MOVE WS-TODAY              TO CX-RUN-DATE.
           MOVE CC-CASE-TYPE          TO CX-CASE-TYPE.
           MOVE CC-CUSTOMER-NO        TO CX-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO CX-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO CX-CUSTOMER-LAST-NAME.
           MOVE CC-ACCOUNT-TYPE       TO CX-ACCOUNT-TYPE.
           MOVE CC-EVENT-DATE         TO CX-EVENT-DATE.
           MOVE CC-EVENT-TIME         TO CX-EVENT-TIME.
           MOVE CC-AMOUNT             TO CX-AMOUNT.
           MOVE CC-EVENT-COUNT        TO CX-EVENT-COUNT.
           MOVE CC-COUNTERPARTY       TO CX-COUNTERPARTY.
           MOVE 0                     TO CX-RECORD-COUNT.
           MOVE 0                     TO CX-HASH-TOTAL.
           WRITE COMPLIANCE-EXTRACT-RECORD.
           MOVE CC-AMOUNT      TO ED-CASE-AMOUNT.
           MOVE CC-EVENT-COUNT TO ED-CASE-COUNT.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING CC-CASE-TYPE ' ' CC-CUSTOMER-NO ' '
               CC-ACCOUNT-TYPE ' ' CC-EVENT-DATE ' ' CC-EVENT-TIME
               ' ' ED-CASE-AMOUNT ' ' ED-CASE-COUNT ' '
               CC-COUNTERPARTY
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       3950-END. EXIT.
      *-----------------------------------------------------------------
       3990-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO COMPLIANCE-EXTRACT-RECORD.
           SET CX-TRAILER TO TRUE.
           MOVE WS-TODAY          TO CX-RUN-DATE.
           MOVE 0                 TO CX-EVENT-DATE.
           MOVE 0                 TO CX-EVENT-TIME.
           MOVE 0                 TO CX-AMOUNT.
           MOVE 0                 TO CX-EVENT-COUNT.
           MOVE RT-NEW-CASE-COUNT TO CX-RECORD-COUNT.
           MOVE RT-CASE-AMOUNT    TO CX-HASH-TOTAL.
           WRITE COMPLIANCE-EXTRACT-RECORD.
       3990-END. EXIT.
      *-----------------------------------------------------------------
       4000-PRINT-REPORT.
           MOVE SPACES TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING 'Review window ............: ' WS-WINDOW-START
               ' to ' WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE 'Cash reporting threshold .:' TO RD-LABEL.
           MOVE AC-CASH-THRESHOLD TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Structuring floor ........:' TO RD-LABEL.
           MOVE AC-STRUCT-FLOOR TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Rapid movement minimum ...:' TO RD-LABEL.
           MOVE AC-RAPID-MIN-AMOUNT TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Reactivation movement ....:' TO RD-LABEL.
           MOVE AC-REACT-AMOUNT TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Customers reviewed .......:' TO RD-LABEL.
           MOVE RT-CUSTOMER-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Transactions reviewed ....:' TO RD-LABEL.
           MOVE RT-ROW-COUNT TO ED-ROW-COUNT.
           MOVE ED-ROW-COUNT TO RD-VALUE.
           MOVE REPORT-DETAIL TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE 'Not fully reviewed .......:' TO RD-LABEL.
           MOVE RT-TRUNCATED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Large cash cases .........:' TO RD-LABEL.
           MOVE RT-LARGE-CASH-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Structuring cases ........:' TO RD-LABEL.
           MOVE RT-STRUCTURING-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Rapid movement cases .....:' TO RD-LABEL.
           MOVE RT-RAPID-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Reactivation cases .......:' TO RD-LABEL.
           MOVE RT-REACTIVATED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Cases raised this run ....:' TO RD-LABEL.
           MOVE RT-NEW-CASE-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Total of cases raised ....:' TO RD-LABEL.
           MOVE RT-CASE-AMOUNT TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Already raised, not again :' TO RD-LABEL.
           MOVE RT-REPEAT-COUNT TO ED-COUNT.
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
           STRING 'COMPLIANCE MONITORING RUN   RUN DATE '
               WS-TODAY '   PAGE ' ED-PAGE
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL '=' TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING 'TYPE     CUSTOMER NO     A DATE     TIME   '
               '      AMOUNT CNT COUNTERPARTY'
               DELIMITED BY SIZE INTO PRINT-LINE.
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
