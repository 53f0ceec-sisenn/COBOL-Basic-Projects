       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODCONV.
       AUTHOR.     SİNEM ŞEN.
      *-----------------------------------------------------------------
      * ODCONV - one-time conversion of the customer master from the
      * 100-byte layout to the 109-byte layout that carries the
      * arranged overdraft limit. Run once at cutover, with no other
      * program active: rename CUSTMAST.DAT to CUSTMAST.OLD, run this
      * program, and every customer comes out on a fresh indexed
      * CUSTMAST.DAT unchanged but for a zero overdraft limit, so no
      * account may go overdrawn until MAINT arranges a limit. The
      * balances were unsigned before and read as positive under the
      * signed pictures, so they are carried across as they stand.
      * The old file is read-only throughout, so a failed conversion
      * can simply be rerun after deleting the partial CUSTMAST.DAT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCM-CUSTOMER-NO
               FILE STATUS IS WS-OLDMAST-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * The pre-conversion customer master layout, as CUSTMAST.CPY
      * read before the overdraft limit was added.
       FD  OLD-CUSTOMER-MASTER.
       01  OLD-CUSTOMER-MASTER-RECORD.
           05 OCM-CUSTOMER-NO          PIC X(15).
           05 OCM-CUSTOMER-NAME        PIC X(15).
           05 OCM-CUSTOMER-LAST-NAME   PIC X(15).
           05 OCM-PIN                  PIC 9(4).
           05 OCM-PIN-ATTEMPTS         PIC 9(1).
           05 OCM-DAILY-LIMIT          PIC 9(7)V99.
           05 OCM-STATUS               PIC X(1).
           05 OCM-ACCOUNT-ENTRY OCCURS 2 TIMES.
              10 OCM-ACCT-TYPE         PIC X(1).
              10 OCM-ACCT-STATUS       PIC X(1).
              10 OCM-ACCT-BALANCE      PIC 9(7)V99.
              10 OCM-ACCT-LAST-ACCOUNT PIC 9(7)V99.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-VARIABLES.
           05 WS-OLDMAST-STATUS     PIC X(2).
           05 WS-CUSTMAST-STATUS    PIC X(2).
       01  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-END-OF-FILE        VALUE 'Y'.
       01  WS-ACCT-SUB              PIC 9(1).
       01  WS-MASTER-COUNT          PIC 9(7) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           OPEN INPUT OLD-CUSTOMER-MASTER.
           IF WS-OLDMAST-STATUS NOT = '00'
               DISPLAY 'Unable to open CUSTMAST.OLD, status: '
                   WS-OLDMAST-STATUS
               DISPLAY 'Rename the old customer master to '
                   'CUSTMAST.OLD before running the conversion.'
               STOP RUN
           END-IF.
           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'Unable to create CUSTMAST.DAT, status: '
                   WS-CUSTMAST-STATUS
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO OCM-CUSTOMER-NO.
           START OLD-CUSTOMER-MASTER
               KEY IS GREATER THAN OR EQUAL TO OCM-CUSTOMER-NO
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ OLD-CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2000-CONVERT-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE OLD-CUSTOMER-MASTER.
           CLOSE CUSTOMER-MASTER-FILE.
           DISPLAY 'Customer records converted: ' WS-MASTER-COUNT.
       1000-END. EXIT.
           STOP RUN.
      *-----------------------------------------------------------------
       2000-CONVERT-ONE-CUSTOMER.
           MOVE OCM-CUSTOMER-NO        TO CM-CUSTOMER-NO.
           MOVE OCM-CUSTOMER-NAME      TO CM-CUSTOMER-NAME.
           MOVE OCM-CUSTOMER-LAST-NAME TO CM-CUSTOMER-LAST-NAME.
           MOVE OCM-PIN                TO CM-PIN.
           MOVE OCM-PIN-ATTEMPTS       TO CM-PIN-ATTEMPTS.
           MOVE OCM-DAILY-LIMIT        TO CM-DAILY-LIMIT.
           MOVE OCM-STATUS             TO CM-STATUS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 2
               MOVE OCM-ACCT-TYPE(WS-ACCT-SUB)
                   TO CM-ACCT-TYPE(WS-ACCT-SUB)
               MOVE OCM-ACCT-STATUS(WS-ACCT-SUB)
                   TO CM-ACCT-STATUS(WS-ACCT-SUB)
               MOVE OCM-ACCT-BALANCE(WS-ACCT-SUB)
                   TO CM-ACCT-BALANCE(WS-ACCT-SUB)
               MOVE OCM-ACCT-LAST-ACCOUNT(WS-ACCT-SUB)
                   TO CM-ACCT-LAST-ACCOUNT(WS-ACCT-SUB)
           END-PERFORM.
           MOVE 0                      TO CM-OVERDRAFT-LIMIT.
           WRITE CUSTOMER-MASTER-RECORD.
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'Customer ' OCM-CUSTOMER-NO ' not written, '
                   'status: ' WS-CUSTMAST-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-MASTER-COUNT.
       2000-END. EXIT.
      *-----------------------------------------------------------------
