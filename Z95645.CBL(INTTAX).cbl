       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTTAX.
       AUTHOR.     SİNEM ŞEN.
      *-----------------------------------------------------------------
      * INTTAX - year-end interest tax run. Totals, per customer, the
      * interest credited during a tax year: the interest ('I') rows
      * INTPOST writes on savings accounts each month and the
      * maturity interest TDMATURE pays on term deposits. Months
      * already moved off the log by TLARCH are read from the
      * TLARyyyymm.DAT archive files, the open period from the
      * indexed TRANHIST.DAT history, as STMT does. A reversal ('R')
      * row dated in the tax year that names one of the year's
      * interest rows in its reversal link takes that interest off
      * again; interest reversed in a later year stays in the year
      * it was paid.
      * The tax year is asked for at the start, so the run can be
      * repeated for an earlier year. The certificates and the
      * extract are named from the tax year alone, so a rerun for
      * the same year replaces them and only one return is ever on
      * hand to file; the run report is also dated, so each run
      * keeps its own.
      * Each customer paid interest in the year gets an annual
      * interest certificate, a retained print file named from the
      * customer number and tax year that can be handed or mailed
      * to the customer, as STMT's customer copy is. The tax
      * authority's return is a fixed-layout extract in the TAXEXT
      * layout with a header and a count and interest total
      * trailer. Customers who closed during the year - an account
      * closure on the MAINTAUD.DAT audit trail that left the
      * customer record closed - are listed in a section of their
      * own on the run report, and still get their certificate.
      * The extract is ITAXyyyy.DAT; the run report is
      * INTTAXyyyy-yyyymmdd.RPT (tax year, then run date); the
      * console keeps a one-line summary.
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
           SELECT MAINT-AUDIT-FILE ASSIGN TO 'MAINTAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
           SELECT TAX-EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT CERTIFICATE-PRINT-FILE
               ASSIGN TO DYNAMIC WS-CERTIFICATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.
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
       FD  MAINT-AUDIT-FILE.
           COPY MAINTAUD.
       FD  TAX-EXTRACT-FILE.
           COPY TAXEXT.
       FD  CERTIFICATE-PRINT-FILE.
       01  CERTIFICATE-LINE         PIC X(80).
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE               PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-VARIABLES.
           05 WS-CUSTMAST-STATUS    PIC X(2).
           05 WS-TRANHIST-STATUS    PIC X(2).
           05 WS-ARCHIVE-STATUS     PIC X(2).
           05 WS-MAINTAUD-STATUS    PIC X(2).
           05 WS-EXTRACT-STATUS     PIC X(2).
           05 WS-CERTIFICATE-STATUS PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
       01  REPORT-PRINT-CONTROL.
           05 WS-REPORT-NAME        PIC X(24).
           05 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
           05 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01  REPORT-DETAIL.
           05 RD-LABEL              PIC X(28).
           05 RD-VALUE              PIC X(18).
       01  EDITED-FIELDS.
           05 ED-COUNT              PIC ZZZZ9.
           05 ED-AMOUNT             PIC -ZZZZZZZZZZ9.99.
           05 ED-PAGE               PIC ZZZ9.
           05 ED-SAVINGS            PIC ZZZZZZZZ9.99.
           05 ED-DEPOSITS           PIC ZZZZZZZZ9.99.
           05 ED-TOTAL              PIC ZZZZZZZZ9.99.
       01  WS-PRINT-WORK            PIC X(80).
       01  WS-EXTRACT-NAME          PIC X(24).
       01  WS-CERTIFICATE-NAME      PIC X(32).
       01  WS-TODAY                 PIC 9(8).
       01  WS-CURRENT-MONTH         PIC 9(6).
      * The tax year asked for, and the first and last days of it.
       01  TAX-YEAR-CONTROL.
           05 WS-TAX-YEAR-ENTRY     PIC X(4).
           05 WS-TAX-YEAR           PIC 9(4).
           05 WS-CURRENT-YEAR       PIC 9(4).
           05 WS-YEAR-START         PIC 9(8).
           05 WS-YEAR-END           PIC 9(8).
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
       01  WS-FOUND-SWITCH          PIC X(1).
           88 WS-FOUND              VALUE 'Y'.
      * One interest or reversal row, from either an archive or the
      * history, so the totalling logic reads a single layout.
       01  WS-NEW-ROW.
           05 WS-NEW-DATE           PIC 9(8).
           05 WS-NEW-TIME           PIC 9(6).
           05 WS-NEW-ACCOUNT-TYPE   PIC X(1).
           05 WS-NEW-STATUS         PIC X(1).
              88 WS-NEW-INTEREST    VALUE 'I'.
              88 WS-NEW-REVERSAL    VALUE 'R'.
           05 WS-NEW-IN             PIC 9(7)V99.
           05 WS-NEW-OUT            PIC 9(7)V99.
           05 WS-NEW-REVERSAL-OF-DATE PIC 9(8).
           05 WS-NEW-REVERSAL-OF-TIME PIC 9(6).
      * Interest and interest-reversal rows of the year's archived
      * months, collected in one pass so the archive files are read
      * once, not once per customer. A full table stops the run:
      * rows dropped here would understate the interest reported.
       01  WS-ARCHIVE-TABLE.
           05 WS-ARC-ENTRY OCCURS 9999 TIMES.
              10 WS-ARC-CUSTOMER-NO PIC X(15).
              10 WS-ARC-ROW         PIC X(48).
       01  WS-ARCHIVE-COUNT         PIC 9(4) VALUE 0.
      * Customers with an account closed during the tax year, from
      * the CLOSEACC rows on the audit trail, with the latest
      * closing day seen for each.
       01  WS-CLOSURE-TABLE.
           05 WS-CLOSURE-ENTRY OCCURS 500 TIMES.
              10 WS-CLOSURE-CUSTOMER-NO PIC X(15).
              10 WS-CLOSURE-DATE    PIC 9(8).
       01  WS-CLOSURE-COUNT         PIC 9(4) VALUE 0.
      * The current customer's interest rows of the year, with what
      * is left of each after reversals, so a reversal can be
      * matched to the row it names.
       01  WS-INTEREST-ROWS.
           05 WS-INT-ENTRY OCCURS 300 TIMES.
              10 WS-INT-DATE        PIC 9(8).
              10 WS-INT-TIME        PIC 9(6).
              10 WS-INT-ACCOUNT-TYPE PIC X(1).
              10 WS-INT-REMAINING   PIC 9(7)V99.
       01  WS-INTEREST-COUNT        PIC 9(4) VALUE 0.
      * Customers closed during the year, held for their own section
      * of the report after the main listing.
       01  WS-CLOSED-LIST.
           05 WS-CL-ENTRY OCCURS 500 TIMES.
              10 WS-CL-CUSTOMER-NO  PIC X(15).
              10 WS-CL-LAST-NAME    PIC X(15).
              10 WS-CL-CLOSED-DATE  PIC 9(8).
              10 WS-CL-TOTAL        PIC 9(9)V99.
       01  WS-CLOSED-LIST-COUNT     PIC 9(4) VALUE 0.
       01  TABLE-SUBSCRIPTS.
           05 WS-ARC-IX             PIC 9(4).
           05 WS-CLOSURE-IX         PIC 9(4).
           05 WS-INT-IX             PIC 9(4).
           05 WS-CL-IX              PIC 9(4).
       01  CUSTOMER-TOTALS.
           05 CT-SAVINGS-INTEREST   PIC 9(9)V99.
           05 CT-DEPOSIT-INTEREST   PIC 9(9)V99.
           05 CT-REVERSED           PIC 9(9)V99.
           05 CT-TOTAL-INTEREST     PIC 9(9)V99.
           05 CT-CLOSED-DATE        PIC 9(8).
           05 CT-CLOSED-SWITCH      PIC X(1).
              88 CT-CLOSED-IN-YEAR  VALUE 'Y'.
       01  WS-TAKE-OFF              PIC 9(7)V99.
       01  RUN-TOTALS.
           05 RT-CUSTOMER-COUNT     PIC 9(5) VALUE 0.
           05 RT-ARCHIVE-MONTHS     PIC 9(2) VALUE 0.
           05 RT-CERTIFICATE-COUNT  PIC 9(7) VALUE 0.
           05 RT-CLOSED-COUNT       PIC 9(5) VALUE 0.
           05 RT-SAVINGS-INTEREST   PIC 9(13)V99 VALUE 0.
           05 RT-DEPOSIT-INTEREST   PIC 9(13)V99 VALUE 0.
           05 RT-REVERSED           PIC 9(13)V99 VALUE 0.
           05 RT-TOTAL-INTEREST     PIC 9(13)V99 VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-CURRENT-MONTH = WS-TODAY / 100.
           COMPUTE WS-CURRENT-YEAR = WS-TODAY / 10000.
           PERFORM 1020-ACCEPT-TAX-YEAR.
           PERFORM 1050-OPEN-REPORT-FILE.
           PERFORM 1200-SCAN-ARCHIVE-MONTHS.
           PERFORM 1290-SCAN-MAINT-AUDIT.
           PERFORM 1300-OPEN-MASTER-AND-HISTORY.
           PERFORM 1400-OPEN-EXTRACT-FILE.
           PERFORM 2000-TOTAL-ALL-CUSTOMERS.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE TRANSACTION-HISTORY-FILE.
           PERFORM 3990-WRITE-EXTRACT-TRAILER.
           CLOSE TAX-EXTRACT-FILE.
           PERFORM 4000-PRINT-REPORT.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY 'Interest tax run for ' WS-TAX-YEAR ' complete: '
               RT-CERTIFICATE-COUNT ' certificates; report '
               WS-REPORT-NAME ', extract ' WS-EXTRACT-NAME.
       1000-END. EXIT.
           STOP RUN.
      *-----------------------------------------------------------------
      * Any year up to the current one may be asked for. The current
      * year is accepted so a figure to date can be had, but the
      * operator is warned it is not the final one.
       1020-ACCEPT-TAX-YEAR.
           DISPLAY 'Enter tax year (YYYY):'.
           ACCEPT WS-TAX-YEAR-ENTRY.
           IF WS-TAX-YEAR-ENTRY IS NOT NUMERIC
               DISPLAY 'Tax year must be four digits.'
               STOP RUN
           END-IF.
           MOVE WS-TAX-YEAR-ENTRY TO WS-TAX-YEAR.
           IF WS-TAX-YEAR < 1900 OR WS-TAX-YEAR > WS-CURRENT-YEAR
               DISPLAY 'Tax year ' WS-TAX-YEAR ' is not a year that '
                   'can be reported.'
               STOP RUN
           END-IF.
           IF WS-TAX-YEAR = WS-CURRENT-YEAR
               DISPLAY 'WARNING: tax year ' WS-TAX-YEAR ' is not '
                   'over; the figures are interest to date only.'
           END-IF.
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END   = WS-TAX-YEAR * 10000 + 1231.
       1020-END. EXIT.
      *-----------------------------------------------------------------
       1050-OPEN-REPORT-FILE.
           STRING 'INTTAX' WS-TAX-YEAR '-' WS-TODAY '.RPT'
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-PRINT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-REPORT-NAME ', status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1050-END. EXIT.
      *-----------------------------------------------------------------
      * Walks the months of the tax year that lie before the current
      * month once, collecting the interest rows and the reversals
      * that name a row of the same year; a missing archive file
      * only means that month was never archived and its rows are
      * still on the indexed history.
       1200-SCAN-ARCHIVE-MONTHS.
           COMPUTE WS-SCAN-MONTH = WS-TAX-YEAR * 100 + 1.
           PERFORM UNTIL WS-SCAN-YEAR > WS-TAX-YEAR
                      OR WS-SCAN-MONTH >= WS-CURRENT-MONTH
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
           ELSE
               ADD 1 TO RT-ARCHIVE-MONTHS
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ARCHIVE-LOG-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF (TL-INTEREST AND TL-TRANSFER-IN > 0)
                          OR (TL-REVERSAL
                              AND TL-REVERSAL-OF-DATE >= WS-YEAR-START
                              AND TL-REVERSAL-OF-DATE <= WS-YEAR-END)
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
           IF WS-ARCHIVE-COUNT >= 9999
               DISPLAY 'More than 9999 archived interest rows in the '
                   'tax year; the table cannot hold them all and '
                   'interest would go unreported. Stopping.'
               STOP RUN
           END-IF.
           ADD 1 TO WS-ARCHIVE-COUNT.
           MOVE TL-CUSTOMER-NO
               TO WS-ARC-CUSTOMER-NO(WS-ARCHIVE-COUNT).
           MOVE TL-TIMESTAMP-DATE   TO WS-NEW-DATE.
           MOVE TL-TIMESTAMP-TIME   TO WS-NEW-TIME.
           MOVE TL-ACCOUNT-TYPE     TO WS-NEW-ACCOUNT-TYPE.
           MOVE TL-STATUS           TO WS-NEW-STATUS.
           MOVE TL-TRANSFER-IN      TO WS-NEW-IN.
           MOVE TL-TRANSFER-OUT     TO WS-NEW-OUT.
           MOVE TL-REVERSAL-OF-DATE TO WS-NEW-REVERSAL-OF-DATE.
           MOVE TL-REVERSAL-OF-TIME TO WS-NEW-REVERSAL-OF-TIME.
           MOVE WS-NEW-ROW TO WS-ARC-ROW(WS-ARCHIVE-COUNT).
       1280-END. EXIT.
      *-----------------------------------------------------------------
      * Walks the maintenance audit trail once for account closures
      * in the tax year. Whether the closure closed the customer is
      * decided later from the master record. A missing audit file
      * only means maintenance has never run.
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
                       IF MA-FUNCTION = 'CLOSEACC'
                          AND MA-TIMESTAMP-DATE >= WS-YEAR-START
                          AND MA-TIMESTAMP-DATE <= WS-YEAR-END
                           PERFORM 1295-REMEMBER-CLOSURE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAINTAUD-STATUS = '00' OR WS-MAINTAUD-STATUS = '10'
               CLOSE MAINT-AUDIT-FILE
           END-IF.
       1290-END. EXIT.
      *-----------------------------------------------------------------
      * The audit trail is in time order, so a later closure of the
      * same customer's other account overwrites the earlier date.
       1295-REMEMBER-CLOSURE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-CLOSURE-IX FROM 1 BY 1
                   UNTIL WS-CLOSURE-IX > WS-CLOSURE-COUNT
                      OR WS-FOUND
               IF WS-CLOSURE-CUSTOMER-NO(WS-CLOSURE-IX)
                      = MA-CUSTOMER-NO
                   SET WS-FOUND TO TRUE
                   MOVE MA-TIMESTAMP-DATE
                       TO WS-CLOSURE-DATE(WS-CLOSURE-IX)
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-CLOSURE-COUNT >= 500
                   DISPLAY 'More than 500 account closures in the '
                       'tax year; the table cannot hold them all and '
                       'closed customers would go unlisted. Stopping.'
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLOSURE-COUNT
               MOVE MA-CUSTOMER-NO
                   TO WS-CLOSURE-CUSTOMER-NO(WS-CLOSURE-COUNT)
               MOVE MA-TIMESTAMP-DATE
                   TO WS-CLOSURE-DATE(WS-CLOSURE-COUNT)
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
      * Named from the tax year only: a rerun replaces the return,
      * and the header's run date tells which run produced it.
       1400-OPEN-EXTRACT-FILE.
           STRING 'ITAX' WS-TAX-YEAR '.DAT'
               DELIMITED BY SIZE INTO WS-EXTRACT-NAME.
           OPEN OUTPUT TAX-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-EXTRACT-NAME
                   ', status: ' WS-EXTRACT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           SET TX-HEADER TO TRUE.
           MOVE WS-TAX-YEAR     TO TX-TAX-YEAR.
           MOVE WS-TODAY        TO TX-RUN-DATE.
           MOVE 0               TO TX-CLOSED-DATE.
           MOVE 0               TO TX-SAVINGS-INTEREST.
           MOVE 0               TO TX-DEPOSIT-INTEREST.
           MOVE 0               TO TX-TOTAL-INTEREST.
           MOVE 0               TO TX-RECORD-COUNT.
           MOVE 0               TO TX-HASH-TOTAL.
           WRITE TAX-EXTRACT-RECORD.
       1400-END. EXIT.
      *-----------------------------------------------------------------
      * Closed customers are totalled too: interest was paid to them
      * before they closed.
       2000-TOTAL-ALL-CUSTOMERS.
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
                       PERFORM 2100-TOTAL-ONE-CUSTOMER
               END-READ
           END-PERFORM.
       2000-END. EXIT.
      *-----------------------------------------------------------------
      * The customer's rows are taken oldest first - archived months,
      * then the open period - so an interest row is always on the
      * table before a reversal that names it.
       2100-TOTAL-ONE-CUSTOMER.
           MOVE 0 TO WS-INTEREST-COUNT.
           MOVE 0 TO CT-SAVINGS-INTEREST.
           MOVE 0 TO CT-DEPOSIT-INTEREST.
           MOVE 0 TO CT-REVERSED.
           PERFORM VARYING WS-ARC-IX FROM 1 BY 1
                   UNTIL WS-ARC-IX > WS-ARCHIVE-COUNT
               IF WS-ARC-CUSTOMER-NO(WS-ARC-IX) = CM-CUSTOMER-NO
                   MOVE WS-ARC-ROW(WS-ARC-IX) TO WS-NEW-ROW
                   PERFORM 2200-APPLY-ROW
               END-IF
           END-PERFORM.
           PERFORM 2150-READ-OPEN-HISTORY.
           COMPUTE CT-TOTAL-INTEREST =
               CT-SAVINGS-INTEREST + CT-DEPOSIT-INTEREST.
           PERFORM 2400-CHECK-CLOSED-IN-YEAR.
           IF CT-TOTAL-INTEREST > 0
               PERFORM 3000-PRODUCE-CERTIFICATE
               PERFORM 3500-WRITE-EXTRACT-DETAIL
               ADD CT-SAVINGS-INTEREST TO RT-SAVINGS-INTEREST
               ADD CT-DEPOSIT-INTEREST TO RT-DEPOSIT-INTEREST
               ADD CT-REVERSED         TO RT-REVERSED
               ADD CT-TOTAL-INTEREST   TO RT-TOTAL-INTEREST
           END-IF.
           IF CT-CLOSED-IN-YEAR
               PERFORM 2450-REMEMBER-CLOSED-CUSTOMER
           ELSE
               IF CT-TOTAL-INTEREST > 0
                   PERFORM 3600-REPORT-CUSTOMER
               END-IF
           END-IF.
       2100-END. EXIT.
      *-----------------------------------------------------------------
      * Keyed read of the open-period history: START at the customer
      * and the first day of the tax year, stop as soon as the key
      * leaves the customer or the year.
       2150-READ-OPEN-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE CM-CUSTOMER-NO TO TH-CUSTOMER-NO.
           MOVE WS-YEAR-START  TO TH-TIMESTAMP-DATE.
           MOVE 0              TO TH-TIMESTAMP-TIME.
           MOVE 0              TO TH-TIE-BREAKER.
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
                          OR TH-TIMESTAMP-DATE > WS-YEAR-END
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM 2170-MOVE-HISTORY-ROW
                           PERFORM 2200-APPLY-ROW
                       END-IF
               END-READ
           END-PERFORM.
       2150-END. EXIT.
      *-----------------------------------------------------------------
       2170-MOVE-HISTORY-ROW.
           MOVE TH-TIMESTAMP-DATE   TO WS-NEW-DATE.
           MOVE TH-TIMESTAMP-TIME   TO WS-NEW-TIME.
           MOVE TH-ACCOUNT-TYPE     TO WS-NEW-ACCOUNT-TYPE.
           MOVE TH-STATUS           TO WS-NEW-STATUS.
           MOVE TH-TRANSFER-IN      TO WS-NEW-IN.
           MOVE TH-TRANSFER-OUT     TO WS-NEW-OUT.
           MOVE TH-REVERSAL-OF-DATE TO WS-NEW-REVERSAL-OF-DATE.
           MOVE TH-REVERSAL-OF-TIME TO WS-NEW-REVERSAL-OF-TIME.
       2170-END. EXIT.
      *-----------------------------------------------------------------
      * Only an interest row that credits the account counts: on an
      * overdrawn checking account the 'I' row charges debit
      * interest in the out column, which is not interest paid.
      * Term deposit interest ('T' rows) is kept apart from savings
      * interest for the certificate and the return.
       2200-APPLY-ROW.
           IF WS-NEW-INTEREST AND WS-NEW-IN > 0
               IF WS-INTEREST-COUNT >= 300
                   DISPLAY 'More than 300 interest rows in the tax '
                       'year for customer ' CM-CUSTOMER-NO '; '
                       'stopping.'
                   STOP RUN
               END-IF
               ADD 1 TO WS-INTEREST-COUNT
               MOVE WS-NEW-DATE TO WS-INT-DATE(WS-INTEREST-COUNT)
               MOVE WS-NEW-TIME TO WS-INT-TIME(WS-INTEREST-COUNT)
               MOVE WS-NEW-ACCOUNT-TYPE
                   TO WS-INT-ACCOUNT-TYPE(WS-INTEREST-COUNT)
               MOVE WS-NEW-IN
                   TO WS-INT-REMAINING(WS-INTEREST-COUNT)
               IF WS-NEW-ACCOUNT-TYPE = 'T'
                   ADD WS-NEW-IN TO CT-DEPOSIT-INTEREST
               ELSE
                   ADD WS-NEW-IN TO CT-SAVINGS-INTEREST
               END-IF
           END-IF.
           IF WS-NEW-REVERSAL AND WS-NEW-OUT > 0
               PERFORM 2250-APPLY-REVERSAL
           END-IF.
       2200-END. EXIT.
      *-----------------------------------------------------------------
      * A reversal backs out the row whose timestamp it carries; when
      * that row is one of the year's interest rows on the same
      * account, the amount taken back comes off the interest, never
      * more than is left of that row.
       2250-APPLY-REVERSAL.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-INT-IX FROM 1 BY 1
                   UNTIL WS-INT-IX > WS-INTEREST-COUNT
                      OR WS-FOUND
               IF WS-INT-DATE(WS-INT-IX) = WS-NEW-REVERSAL-OF-DATE
                  AND WS-INT-TIME(WS-INT-IX) = WS-NEW-REVERSAL-OF-TIME
                  AND WS-INT-ACCOUNT-TYPE(WS-INT-IX)
                      = WS-NEW-ACCOUNT-TYPE
                   SET WS-FOUND TO TRUE
                   IF WS-NEW-OUT > WS-INT-REMAINING(WS-INT-IX)
                       MOVE WS-INT-REMAINING(WS-INT-IX) TO WS-TAKE-OFF
                   ELSE
                       MOVE WS-NEW-OUT TO WS-TAKE-OFF
                   END-IF
                   SUBTRACT WS-TAKE-OFF
                       FROM WS-INT-REMAINING(WS-INT-IX)
                   ADD WS-TAKE-OFF TO CT-REVERSED
                   IF WS-NEW-ACCOUNT-TYPE = 'T'
                       SUBTRACT WS-TAKE-OFF FROM CT-DEPOSIT-INTEREST
                   ELSE
                       SUBTRACT WS-TAKE-OFF FROM CT-SAVINGS-INTEREST
                   END-IF
               END-IF
           END-PERFORM.
       2250-END. EXIT.
      *-----------------------------------------------------------------
      * A customer counts as closed during the year when an account
      * closure was audited in the year and the customer record is
      * closed now. Run again for an earlier year, a customer who
      * closed later is treated as open for that year.
       2400-CHECK-CLOSED-IN-YEAR.
           MOVE 'N' TO CT-CLOSED-SWITCH.
           MOVE 0   TO CT-CLOSED-DATE.
           IF CM-CLOSED
               PERFORM VARYING WS-CLOSURE-IX FROM 1 BY 1
                       UNTIL WS-CLOSURE-IX > WS-CLOSURE-COUNT
                          OR CT-CLOSED-IN-YEAR
                   IF WS-CLOSURE-CUSTOMER-NO(WS-CLOSURE-IX)
                          = CM-CUSTOMER-NO
                       SET CT-CLOSED-IN-YEAR TO TRUE
                       MOVE WS-CLOSURE-DATE(WS-CLOSURE-IX)
                           TO CT-CLOSED-DATE
                   END-IF
               END-PERFORM
           END-IF.
       2400-END. EXIT.
      *-----------------------------------------------------------------
      * The list can never overflow: it holds at most one entry per
      * closure remembered from the audit trail.
       2450-REMEMBER-CLOSED-CUSTOMER.
           ADD 1 TO WS-CLOSED-LIST-COUNT.
           ADD 1 TO RT-CLOSED-COUNT.
           MOVE CM-CUSTOMER-NO
               TO WS-CL-CUSTOMER-NO(WS-CLOSED-LIST-COUNT).
           MOVE CM-CUSTOMER-LAST-NAME
               TO WS-CL-LAST-NAME(WS-CLOSED-LIST-COUNT).
           MOVE CT-CLOSED-DATE
               TO WS-CL-CLOSED-DATE(WS-CLOSED-LIST-COUNT).
           MOVE CT-TOTAL-INTEREST
               TO WS-CL-TOTAL(WS-CLOSED-LIST-COUNT).
       2450-END. EXIT.
      *-----------------------------------------------------------------
      * One certificate per customer per tax year, named from both so
      * the branch can find it to hand over or mail; a rerun for the
      * same year replaces it.
       3000-PRODUCE-CERTIFICATE.
           MOVE SPACES TO WS-CERTIFICATE-NAME.
           STRING 'IT' DELIMITED BY SIZE
               CM-CUSTOMER-NO DELIMITED BY SPACE
               '-' WS-TAX-YEAR '.RPT' DELIMITED BY SIZE
               INTO WS-CERTIFICATE-NAME.
           OPEN OUTPUT CERTIFICATE-PRINT-FILE.
           IF WS-CERTIFICATE-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-CERTIFICATE-NAME
                   ', status: ' WS-CERTIFICATE-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO RT-CERTIFICATE-COUNT.
           MOVE ALL '=' TO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING 'ANNUAL INTEREST CERTIFICATE   TAX YEAR '
               WS-TAX-YEAR '   ISSUED ' WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           MOVE ALL '=' TO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING 'Customer number ..........: ' CM-CUSTOMER-NO
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING 'Customer name ............: ' CM-CUSTOMER-NAME
               ' ' CM-CUSTOMER-LAST-NAME
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING 'Period ...................: ' WS-YEAR-START
               ' to ' WS-YEAR-END
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           IF CT-CLOSED-IN-YEAR
               MOVE SPACES TO WS-PRINT-WORK
               STRING 'Accounts closed on .......: ' CT-CLOSED-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-WORK
               PERFORM 9300-WRITE-CERTIFICATE-LINE
           END-IF.
           MOVE ALL '-' TO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           MOVE 'Savings account interest .:' TO RD-LABEL.
           MOVE CT-SAVINGS-INTEREST TO ED-AMOUNT.
           MOVE ED-AMOUNT TO RD-VALUE.
           MOVE REPORT-DETAIL TO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           MOVE 'Term deposit interest ....:' TO RD-LABEL.
           MOVE CT-DEPOSIT-INTEREST TO ED-AMOUNT.
           MOVE ED-AMOUNT TO RD-VALUE.
           MOVE REPORT-DETAIL TO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           MOVE 'Total interest paid ......:' TO RD-LABEL.
           MOVE CT-TOTAL-INTEREST TO ED-AMOUNT.
           MOVE ED-AMOUNT TO RD-VALUE.
           MOVE REPORT-DETAIL TO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           IF CT-REVERSED > 0
               MOVE SPACES TO WS-PRINT-WORK
               MOVE CT-REVERSED TO ED-AMOUNT
               STRING 'Interest reversed in the year and already '
                   'deducted: ' ED-AMOUNT
                   DELIMITED BY SIZE INTO WS-PRINT-WORK
               PERFORM 9300-WRITE-CERTIFICATE-LINE
           END-IF.
           MOVE ALL '-' TO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           MOVE 'This is the interest credited to your accounts in the'
               TO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           MOVE 'tax year, as reported by the bank to the tax '
               TO WS-PRINT-WORK.
           MOVE 'authority.' TO WS-PRINT-WORK(46:).
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO WS-PRINT-WORK.
           MOVE '*** END OF CERTIFICATE ***' TO WS-PRINT-WORK.
           PERFORM 9300-WRITE-CERTIFICATE-LINE.
           CLOSE CERTIFICATE-PRINT-FILE.
       3000-END. EXIT.
      *-----------------------------------------------------------------
       3500-WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           SET TX-DETAIL TO TRUE.
           MOVE WS-TAX-YEAR           TO TX-TAX-YEAR.
           MOVE WS-TODAY              TO TX-RUN-DATE.
           MOVE CM-CUSTOMER-NO        TO TX-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TX-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TX-CUSTOMER-LAST-NAME.
           IF CT-CLOSED-IN-YEAR
               SET TX-CLOSED-IN-YEAR TO TRUE
           END-IF.
           MOVE CT-CLOSED-DATE        TO TX-CLOSED-DATE.
           MOVE CT-SAVINGS-INTEREST   TO TX-SAVINGS-INTEREST.
           MOVE CT-DEPOSIT-INTEREST   TO TX-DEPOSIT-INTEREST.
           MOVE CT-TOTAL-INTEREST     TO TX-TOTAL-INTEREST.
           MOVE 0                     TO TX-RECORD-COUNT.
           MOVE 0                     TO TX-HASH-TOTAL.
           WRITE TAX-EXTRACT-RECORD.
       3500-END. EXIT.
      *-----------------------------------------------------------------
       3600-REPORT-CUSTOMER.
           MOVE CT-SAVINGS-INTEREST TO ED-SAVINGS.
           MOVE CT-DEPOSIT-INTEREST TO ED-DEPOSITS.
           MOVE CT-TOTAL-INTEREST   TO ED-TOTAL.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING CM-CUSTOMER-NO ' ' CM-CUSTOMER-LAST-NAME ' '
               ED-SAVINGS ' ' ED-DEPOSITS ' ' ED-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       3600-END. EXIT.
      *-----------------------------------------------------------------
       3990-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           SET TX-TRAILER TO TRUE.
           MOVE WS-TAX-YEAR          TO TX-TAX-YEAR.
           MOVE WS-TODAY             TO TX-RUN-DATE.
           MOVE 0                    TO TX-CLOSED-DATE.
           MOVE 0                    TO TX-SAVINGS-INTEREST.
           MOVE 0                    TO TX-DEPOSIT-INTEREST.
           MOVE 0                    TO TX-TOTAL-INTEREST.
           MOVE RT-CERTIFICATE-COUNT TO TX-RECORD-COUNT.
           MOVE RT-TOTAL-INTEREST    TO TX-HASH-TOTAL.
           WRITE TAX-EXTRACT-RECORD.
       3990-END. EXIT.
      *-----------------------------------------------------------------
      * The main listing has already gone out line by line; the
      * customers closed during the year follow in their own
      * section, then the run totals.
       4000-PRINT-REPORT.
           IF RT-CERTIFICATE-COUNT = 0
               MOVE SPACES TO WS-PRINT-WORK
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE 'No interest was credited in the tax year.'
                   TO WS-PRINT-WORK
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.
           PERFORM 4100-PRINT-CLOSED-SECTION.
           MOVE SPACES TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE 'Tax year .................:' TO RD-LABEL.
           MOVE WS-TAX-YEAR TO RD-VALUE.
           MOVE REPORT-DETAIL TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE 'Archive months read ......:' TO RD-LABEL.
           MOVE RT-ARCHIVE-MONTHS TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Customers reviewed .......:' TO RD-LABEL.
           MOVE RT-CUSTOMER-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Certificates produced ....:' TO RD-LABEL.
           MOVE RT-CERTIFICATE-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Closed during the year ...:' TO RD-LABEL.
           MOVE RT-CLOSED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Savings account interest .:' TO RD-LABEL.
           MOVE RT-SAVINGS-INTEREST TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Term deposit interest ....:' TO RD-LABEL.
           MOVE RT-DEPOSIT-INTEREST TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Interest reversed ........:' TO RD-LABEL.
           MOVE RT-REVERSED TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Total interest reported ..:' TO RD-LABEL.
           MOVE RT-TOTAL-INTEREST TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE SPACES TO WS-PRINT-WORK.
           MOVE '*** END OF REPORT ***' TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       4000-END. EXIT.
      *-----------------------------------------------------------------
      * A customer closed during the year with no interest to report
      * is still listed, so the list accounts for every closure.
       4100-PRINT-CLOSED-SECTION.
           MOVE SPACES TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE 'CUSTOMERS CLOSED DURING THE TAX YEAR' TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           IF WS-CLOSED-LIST-COUNT = 0
               MOVE 'None.' TO WS-PRINT-WORK
               PERFORM 9000-WRITE-REPORT-LINE
           ELSE
               MOVE 'CUSTOMER NO     LAST NAME       CLOSED   '
                   TO WS-PRINT-WORK
               MOVE '        TOTAL CERTIFICATE' TO WS-PRINT-WORK(42:)
               PERFORM 9000-WRITE-REPORT-LINE
               PERFORM VARYING WS-CL-IX FROM 1 BY 1
                       UNTIL WS-CL-IX > WS-CLOSED-LIST-COUNT
                   PERFORM 4150-PRINT-CLOSED-CUSTOMER
               END-PERFORM
           END-IF.
       4100-END. EXIT.
      *-----------------------------------------------------------------
       4150-PRINT-CLOSED-CUSTOMER.
           MOVE WS-CL-TOTAL(WS-CL-IX) TO ED-TOTAL.
           MOVE SPACES TO WS-PRINT-WORK.
           IF WS-CL-TOTAL(WS-CL-IX) > 0
               STRING WS-CL-CUSTOMER-NO(WS-CL-IX) ' '
                   WS-CL-LAST-NAME(WS-CL-IX) ' '
                   WS-CL-CLOSED-DATE(WS-CL-IX) ' ' ED-TOTAL
                   ' PRODUCED'
                   DELIMITED BY SIZE INTO WS-PRINT-WORK
           ELSE
               STRING WS-CL-CUSTOMER-NO(WS-CL-IX) ' '
                   WS-CL-LAST-NAME(WS-CL-IX) ' '
                   WS-CL-CLOSED-DATE(WS-CL-IX) ' ' ED-TOTAL
                   ' NO INTEREST'
                   DELIMITED BY SIZE INTO WS-PRINT-WORK
           END-IF.
           PERFORM 9000-WRITE-REPORT-LINE.
       4150-END. EXIT.
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
           STRING 'INTEREST TAX RUN   TAX YEAR ' WS-TAX-YEAR
               '   RUN DATE ' WS-TODAY '   PAGE ' ED-PAGE
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL '=' TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING 'CUSTOMER NO     LAST NAME            SAVINGS '
               '    DEPOSITS        TOTAL'
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
      * The certificate has no page heading of its own: it is one
      * page per customer.
       9300-WRITE-CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE FROM WS-PRINT-WORK.
       9300-END. EXIT.
      *-----------------------------------------------------------------
