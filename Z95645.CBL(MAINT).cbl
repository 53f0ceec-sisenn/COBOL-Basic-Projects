      *-----------------------------------------------------------------
      * MAINT - customer maintenance: enroll, correct name, open and
      * close individual accounts, PIN set/reset, supervisor unlock
      * after PIN lockout, daily transfer limits, arranged overdraft
      * limits on checking, standing-order add/cancel/list, and
      * term deposits: open from checking, break early, list.
      * Enrollment opens the customer's checking account; the
      * savings account is opened here afterwards.
      * Every session starts with an operator sign-on against
      * OPERMAST.DAT; unlock and PIN reset are supervisor-only, and
      * every maintenance action writes a row to the append-only
      * MAINTAUD.DAT audit trail.
      * PIN set/reset, raising a daily limit, releasing a funds hold
      * and reactivating a dormant customer are under dual control:
      * the operator's change is only entered as a pending request
      * on MAINTREQ.DAT, and it reaches the master or hold file when
      * a different supervisor approves it from the approval queue.
      * Requests left undecided at the end of the day they were
      * entered expire.
      * Customers' contact details for SMS and email alerts, and
      * which alerts they want, are kept on ALERTPRF.DAT; placing
      * and releasing a funds hold raise an alert on ALERTEVT.DAT
      * for the nightly alert feed.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLDFILE-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO 'TDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-KEY
               FILE STATUS IS WS-TDMAST-STATUS.
           SELECT TERM-DEPOSIT-CONTROL-FILE ASSIGN TO 'TDCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDCTL-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT MAINT-REQUEST-FILE ASSIGN TO 'MAINTREQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-REQUEST-NO
               FILE STATUS IS WS-MAINTREQ-STATUS.
           SELECT ALERT-PREFERENCE-FILE ASSIGN TO 'ALERTPRF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CUSTOMER-NO
               FILE STATUS IS WS-ALERTPRF-STATUS.
           SELECT ALERT-EVENT-FILE ASSIGN TO 'ALERTEVT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTEVT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY MAINTAUD.
       FD  CUSTOMER-HOLD-FILE.
           COPY CUSTHOLD.
       FD  TERM-DEPOSIT-FILE.
           COPY TDMAST.
       FD  TERM-DEPOSIT-CONTROL-FILE.
           COPY TDCTL.
       FD  TRANSACTION-LOG-FILE.
           COPY TRANLOG.
       FD  TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.
       FD  MAINT-REQUEST-FILE.
           COPY MAINTREQ.
       FD  ALERT-PREFERENCE-FILE.
           COPY ALERTPRF.
       FD  ALERT-EVENT-FILE.
           COPY ALERTEVT.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  CUSTOMER-INFORMATION.
           05 CUSTOMER-PIN          PIC 9(4).
       01  OPENING-BALANCE          PIC 9(7)V99.
       01  DAILY-LIMIT              PIC 9(7)V99.
       01  OVERDRAFT-LIMIT          PIC 9(7)V99.
       01  ACCOUNT-TYPE             PIC X(1).
       01  ACCOUNT-SUB              PIC 9(1).
       01  CHECKS-VARIABLES.
           05 WS-OPERMAST-STATUS    PIC X(2).
           05 WS-MAINTAUD-STATUS    PIC X(2).
           05 WS-HOLDFILE-STATUS    PIC X(2).
           05 WS-TDMAST-STATUS      PIC X(2).
           05 WS-TDCTL-STATUS       PIC X(2).
           05 WS-TRANLOG-STATUS     PIC X(2).
           05 WS-TRANHIST-STATUS    PIC X(2).
           05 WS-MAINTREQ-STATUS    PIC X(2).
           05 WS-ALERTPRF-STATUS    PIC X(2).
           05 WS-ALERTEVT-STATUS    PIC X(2).
       01  OPERATOR-INFORMATION.
           05 OPERATOR-ID           PIC X(8).
           05 OPERATOR-PASSWORD     PIC X(8).
              88 WS-OPERATOR-FOUND      VALUE 'Y'.
              88 WS-OPERATOR-NOT-FOUND  VALUE 'N'.
       01  WS-AUDIT-FUNCTION        PIC X(8).
      * Maker and request number carried onto the next audit row
      * written; cleared again once it is written.
       01  WS-AUDIT-MAKER-ID        PIC X(8) VALUE SPACES.
       01  WS-AUDIT-REQUEST-NO      PIC 9(6) VALUE 0.
       01  WS-TODAY                 PIC 9(8).
       01  DUAL-CONTROL-VARIABLES.
           05 REQUEST-NO            PIC 9(6).
           05 WS-REQUEST-FUNCTION   PIC X(8).
           05 WS-NEXT-REQUEST-NO    PIC 9(6).
           05 WS-DUPLICATE-NO       PIC 9(6).
           05 WS-REQUEST-LISTED     PIC 9(3).
           05 WS-EXPIRED-COUNT      PIC 9(3).
           05 WS-DECISION           PIC X(1).
           05 WS-REQUEST-EOF-SWITCH PIC X(1).
              88 WS-REQUEST-EOF     VALUE 'Y'.
           05 WS-REQUEST-LOOKUP     PIC X(1).
              88 WS-REQUEST-FOUND     VALUE 'Y'.
              88 WS-REQUEST-NOT-FOUND VALUE 'N'.
           05 WS-DUPLICATE-SWITCH   PIC X(1).
              88 WS-DUPLICATE-FOUND VALUE 'Y'.
           05 WS-APPLIED-SWITCH     PIC X(1).
              88 WS-REQUEST-APPLIED VALUE 'Y'.
       01  HOLD-VARIABLES.
           05 HOLD-AMOUNT           PIC 9(7)V99.
           05 HOLD-REASON           PIC X(20).
           05 WS-HOLD-LOOKUP        PIC X(1).
              88 WS-HOLD-FOUND      VALUE 'Y'.
              88 WS-HOLD-NOT-FOUND  VALUE 'N'.
       01  TERM-DEPOSIT-VARIABLES.
           05 DEPOSIT-AMOUNT        PIC 9(7)V99.
           05 DEPOSIT-RATE          PIC 9(2)V9(4).
           05 DEPOSIT-TERM          PIC 9(3).
           05 DEPOSIT-INSTRUCTION   PIC X(1).
           05 DEPOSIT-NO            PIC 9(3).
           05 WS-NEXT-DEPOSIT-NO    PIC 9(3).
           05 WS-DEPOSIT-MARKER     PIC X(15).
           05 WS-PENALTY-RATE       PIC 9(2)V9(4).
           05 PENALTY-AMOUNT        PIC 9(7)V99.
           05 PAYOUT-AMOUNT         PIC 9(7)V99.
           05 NEW-BALANCE           PIC S9(7)V99.
           05 WS-AVAILABLE-FUNDS    PIC S9(9)V99.
           05 WS-ACTIVE-DEPOSITS    PIC 9(3).
           05 WS-DEPOSIT-LISTED     PIC 9(3).
           05 WS-DEPOSIT-CONFIRM    PIC X(1).
           05 WS-DEPOSIT-EOF-SWITCH PIC X(1).
              88 WS-DEPOSIT-EOF     VALUE 'Y'.
           05 WS-DEPOSIT-LOOKUP     PIC X(1).
              88 WS-DEPOSIT-FOUND     VALUE 'Y'.
              88 WS-DEPOSIT-NOT-FOUND VALUE 'N'.
           05 WS-PENALTY-SWITCH     PIC X(1).
              88 WS-PENALTY-LOADED  VALUE 'Y'.
      * Alert contact details as entered, before they are checked
      * and saved, and the customer alert about to be raised on
      * ALERTEVT.DAT.
       01  ALERT-VARIABLES.
           05 ALERT-CHANNEL         PIC X(1).
           05 ALERT-MOBILE-NO       PIC X(15).
           05 ALERT-EMAIL-ADDRESS   PIC X(50).
           05 ALERT-CHOICE-ANSWER   PIC X(1).
           05 ALERT-EVENT-TYPE      PIC X(8).
           05 ALERT-ACCOUNT-TYPE    PIC X(1).
           05 ALERT-AMOUNT          PIC 9(7)V99.
           05 ALERT-REFERENCE       PIC X(15).
           05 WS-ALERT-SUB          PIC 9(1).
           05 WS-AT-SIGN-COUNT      PIC 9(2).
           05 WS-PREF-LOOKUP        PIC X(1).
              88 WS-PREF-FOUND      VALUE 'Y'.
              88 WS-PREF-NOT-FOUND  VALUE 'N'.
           05 WS-CONTACT-OK-SWITCH  PIC X(1).
              88 WS-CONTACT-OK      VALUE 'Y'.
      * Operator-facing names of the alert choices, in the order of
      * the choice bytes in the ALERTPRF copybook.
       01  ALERT-NAME-VALUES.
           05 FILLER PIC X(24) VALUE 'Large payment'.
           05 FILLER PIC X(24) VALUE 'Over daily limit decline'.
           05 FILLER PIC X(24) VALUE 'PIN lockout'.
           05 FILLER PIC X(24) VALUE 'Funds hold placed/freed'.
           05 FILLER PIC X(24) VALUE 'Credit received'.
           05 FILLER PIC X(24) VALUE 'Standing order declined'.
       01  ALERT-NAME-TABLE REDEFINES ALERT-NAME-VALUES.
           05 WS-ALERT-NAME OCCURS 6 TIMES PIC X(24).
       01  SESSION-VARIABLES.
           05 WS-MENU-CHOICE        PIC 9(2).
           05 WS-SESSION-SWITCH     PIC X(1) VALUE 'N'.
           05 WS-MONTH-LENGTH       PIC 9(2).
           05 WS-DATE-VALID-SWITCH  PIC X(1).
              88 WS-DATE-VALID      VALUE 'Y'.
           05 WS-ANCHOR-DAY         PIC 9(2).
           05 WS-MONTHS-AHEAD       PIC 9(5).
           05 WS-YEARS-AHEAD        PIC 9(3).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1040-OPEN-OPERATOR-MASTER.
           PERFORM 1065-OPEN-AUDIT-FILE.
           PERFORM 1050-SIGN-ON.
           PERFORM 1070-OPEN-CUSTOMER-MASTER.
           PERFORM 1075-OPEN-HOLD-FILE.
           PERFORM 1078-OPEN-STANDING-ORDERS.
           PERFORM 1080-OPEN-TERM-DEPOSITS.
           PERFORM 1082-OPEN-TRANSACTION-LOG.
           PERFORM 1084-OPEN-TRANSACTION-HISTORY.
           PERFORM 1086-OPEN-REQUEST-FILE.
           PERFORM 1090-OPEN-ALERT-FILES.
           PERFORM 1088-EXPIRE-OLD-REQUESTS.
           PERFORM 1200-MENU-LOOP UNTIL WS-SESSION-ENDED.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CUSTOMER-HOLD-FILE.
           CLOSE STANDING-ORDER-FILE.
           CLOSE TERM-DEPOSIT-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE TRANSACTION-HISTORY-FILE.
           CLOSE MAINT-REQUEST-FILE.
           CLOSE ALERT-PREFERENCE-FILE.
           CLOSE ALERT-EVENT-FILE.
           CLOSE MAINT-AUDIT-FILE.
           CLOSE OPERATOR-MASTER-FILE.
       1000-END. EXIT.
               STOP RUN
           END-IF.
       1078-END. EXIT.
      *-----------------------------------------------------------------
      * TDMAST.DAT may not exist yet; create it the same way the
      * other indexed files are created.
       1080-OPEN-TERM-DEPOSITS.
           OPEN I-O TERM-DEPOSIT-FILE.
           IF WS-TDMAST-STATUS = '35'
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN I-O TERM-DEPOSIT-FILE
           END-IF.
           IF WS-TDMAST-STATUS NOT = '00'
               DISPLAY 'Unable to open TDMAST.DAT, status: '
                   WS-TDMAST-STATUS
               STOP RUN
           END-IF.
       1080-END. EXIT.
      *-----------------------------------------------------------------
      * Opening and breaking a term deposit move money, so they are
      * logged like any transfer. TRANLOG.DAT may not exist yet;
      * OPEN EXTEND on a missing LINE SEQUENTIAL file returns '35'
      * and does not create it, so fall back to OPEN OUTPUT first.
       1082-OPEN-TRANSACTION-LOG.
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
       1082-END. EXIT.
      *-----------------------------------------------------------------
      * TRANHIST.DAT may not exist yet on a brand-new install; create
      * it the same way ACCOUNT does.
       1084-OPEN-TRANSACTION-HISTORY.
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
       1084-END. EXIT.
      *-----------------------------------------------------------------
      * MAINTREQ.DAT may not exist yet; create it the same way the
      * other indexed files are created.
       1086-OPEN-REQUEST-FILE.
           OPEN I-O MAINT-REQUEST-FILE.
           IF WS-MAINTREQ-STATUS = '35'
               OPEN OUTPUT MAINT-REQUEST-FILE
               CLOSE MAINT-REQUEST-FILE
               OPEN I-O MAINT-REQUEST-FILE
           END-IF.
           IF WS-MAINTREQ-STATUS NOT = '00'
               DISPLAY 'Unable to open MAINTREQ.DAT, status: '
                   WS-MAINTREQ-STATUS
               STOP RUN
           END-IF.
       1086-END. EXIT.
      *-----------------------------------------------------------------
      * ALERTPRF.DAT and ALERTEVT.DAT may not exist yet; each is
      * created the usual way for its organization.
       1090-OPEN-ALERT-FILES.
           OPEN I-O ALERT-PREFERENCE-FILE.
           IF WS-ALERTPRF-STATUS = '35'
               OPEN OUTPUT ALERT-PREFERENCE-FILE
               CLOSE ALERT-PREFERENCE-FILE
               OPEN I-O ALERT-PREFERENCE-FILE
           END-IF.
           IF WS-ALERTPRF-STATUS NOT = '00'
               DISPLAY 'Unable to open ALERTPRF.DAT, status: '
                   WS-ALERTPRF-STATUS
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
       1090-END. EXIT.
      *-----------------------------------------------------------------
      * A dual-control request is only good for the day it was
      * entered. Any still pending from an earlier day is marked
      * expired, and audited, before the session can see it.
       1088-EXPIRE-OLD-REQUESTS.
           MOVE 0   TO WS-EXPIRED-COUNT.
           MOVE 'N' TO WS-REQUEST-EOF-SWITCH.
           MOVE LOW-VALUES TO MR-REQUEST-NO.
           START MAINT-REQUEST-FILE
               KEY IS GREATER THAN OR EQUAL TO MR-REQUEST-NO
               INVALID KEY
                   SET WS-REQUEST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-REQUEST-EOF
               READ MAINT-REQUEST-FILE NEXT RECORD
                   AT END
                       SET WS-REQUEST-EOF TO TRUE
                   NOT AT END
                       IF MR-PENDING AND MR-REQUEST-DATE < WS-TODAY
                           PERFORM 2990-EXPIRE-REQUEST
                           ADD 1 TO WS-EXPIRED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EXPIRED-COUNT > 0
               DISPLAY WS-EXPIRED-COUNT ' undecided request(s) from '
                   'an earlier day expired.'
           END-IF.
       1088-END. EXIT.
      *-----------------------------------------------------------------
       1200-MENU-LOOP.
           DISPLAY ' '.
           DISPLAY '13. Release funds hold'.
           DISPLAY '14. List funds holds'.
           DISPLAY '15. Reactivate dormant customer'.
           DISPLAY '16. Set overdraft limit (supervisor)'.
           DISPLAY '17. Open term deposit'.
           DISPLAY '18. Break term deposit early'.
           DISPLAY '19. List term deposits'.
           DISPLAY '20. Approval queue'.
           DISPLAY '21. Alert contact and preferences'.
           DISPLAY '22. Exit'.
           DISPLAY 'Please choose an option:'.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 15
                   PERFORM 2400-REACTIVATE-CUSTOMER
               WHEN 16
                   PERFORM 1985-SET-OVERDRAFT-LIMIT
               WHEN 17
                   PERFORM 2500-OPEN-TERM-DEPOSIT
               WHEN 18
                   PERFORM 2600-BREAK-TERM-DEPOSIT
               WHEN 19
                   PERFORM 2700-LIST-TERM-DEPOSITS
               WHEN 20
                   PERFORM 2950-APPROVAL-QUEUE
               WHEN 21
                   PERFORM 1950-MAINTAIN-ALERT-PREFERENCES
               WHEN 22
                   SET WS-SESSION-ENDED TO TRUE
               WHEN OTHER
                   DISPLAY 'Invalid option, please try again.'
               MOVE CUSTOMER-PIN       TO CM-PIN
               MOVE 0                  TO CM-PIN-ATTEMPTS
               MOVE DAILY-LIMIT        TO CM-DAILY-LIMIT
               MOVE 0                  TO CM-OVERDRAFT-LIMIT
               SET CM-ACTIVE TO TRUE
               SET CM-ACCT-CHECKING(1) TO TRUE
               SET CM-ACCT-OPEN(1)     TO TRUE
      *-----------------------------------------------------------------
      * Closes one of the customer's accounts. When no open account
      * remains the customer record itself is closed, which is what
      * blocks the login in ACCOUNT. An overdrawn account must be
      * brought back to zero or above before it can be closed, and
      * checking stays open while a term deposit will pay into it.
       1500-CLOSE-ACCOUNT.
           DISPLAY 'Enter customer number to close:'.
           ACCEPT CUSTOMER-NO.
                   IF NOT CM-ACCT-OPEN(ACCOUNT-SUB)
                       DISPLAY 'That account is not open.'
                   ELSE
                       IF CM-ACCT-BALANCE(ACCOUNT-SUB) < 0
                           DISPLAY 'That account is overdrawn; it '
                               'cannot be closed until the debit is '
                               'repaid.'
                       ELSE
                           PERFORM 1505-CHECK-TERM-DEPOSITS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1500-END. EXIT.
      *-----------------------------------------------------------------
       1505-CHECK-TERM-DEPOSITS.
           MOVE 0 TO WS-ACTIVE-DEPOSITS.
           IF ACCOUNT-SUB = 1
               PERFORM 2740-COUNT-ACTIVE-DEPOSITS
           END-IF.
           IF WS-ACTIVE-DEPOSITS > 0
               DISPLAY 'The customer holds ' WS-ACTIVE-DEPOSITS
                   ' active term deposit(s) paying into checking; '
                   'break them or let them mature first.'
           ELSE
               PERFORM 1510-CLOSE-ONE-ACCOUNT
           END-IF.
       1505-END. EXIT.
      *-----------------------------------------------------------------
       1510-CLOSE-ONE-ACCOUNT.
           SET CM-ACCT-CLOSED(ACCOUNT-SUB) TO TRUE.
           IF NOT CM-ACCT-OPEN(1)
              AND NOT CM-ACCT-OPEN(2)
               SET CM-CLOSED TO TRUE
               DISPLAY 'No open accounts remain; the '
                   'customer record is closed as well.'
           END-IF.
           REWRITE CUSTOMER-MASTER-RECORD.
           MOVE 'CLOSEACC' TO WS-AUDIT-FUNCTION.
           PERFORM 8000-WRITE-AUDIT.
           DISPLAY 'Customer account closed.'.
       1510-END. EXIT.
      *-----------------------------------------------------------------
       1600-LOOKUP-CUSTOMER.
           MOVE CUSTOMER-NO TO CM-CUSTOMER-NO.
       1600-END. EXIT.
      *-----------------------------------------------------------------
      * PIN reset hands control of a customer's money to whoever
      * knows the new PIN, so only a supervisor may enter it, and it
      * is only a dual-control request until a second supervisor
      * approves it.
       1700-SET-PIN.
           IF NOT WS-SUPERVISOR-SESSION
               DISPLAY 'PIN set/reset is a supervisor-only function.'
                   DISPLAY 'Enter new PIN (4 digits):'
                   ACCEPT CUSTOMER-PIN
                   PERFORM 3600-CHECK-CUSTOMER-PIN
                   MOVE 0          TO HOLD-NO
                   MOVE 0          TO DAILY-LIMIT
                   MOVE 'PINSET  ' TO WS-REQUEST-FUNCTION
                   MOVE 'PINREQ  ' TO WS-AUDIT-FUNCTION
                   PERFORM 2900-ENTER-REQUEST
               END-IF
           END-IF.
       1700-END. EXIT.
      *-----------------------------------------------------------------
       1710-APPLY-PIN-CHANGE.
           PERFORM 1600-LOOKUP-CUSTOMER.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'Customer number not found.'
           ELSE
               MOVE MR-NEW-PIN TO CM-PIN
               MOVE 0          TO CM-PIN-ATTEMPTS
               REWRITE CUSTOMER-MASTER-RECORD
               MOVE 'PINSET  ' TO WS-AUDIT-FUNCTION
               PERFORM 8000-WRITE-AUDIT
               SET WS-REQUEST-APPLIED TO TRUE
               DISPLAY 'Customer PIN updated.'
           END-IF.
       1710-END. EXIT.
      *-----------------------------------------------------------------
      * Supervisor unlock for a record locked by repeated wrong PIN
      * attempts at login. Closed accounts stay closed.
           DISPLAY 'Standing orders listed: ' WS-LISTED-COUNT.
       1940-END. EXIT.
      *-----------------------------------------------------------------
      * Takes or changes the customer's contact details for alerts
      * and the alerts they want. What is on file is shown first;
      * the answers then replace it whole, and nothing is saved
      * unless the channel chosen has the contact details it needs.
       1950-MAINTAIN-ALERT-PREFERENCES.
           DISPLAY 'Enter customer number:'.
           ACCEPT CUSTOMER-NO.
           PERFORM 1600-LOOKUP-CUSTOMER.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'Customer number not found.'
           ELSE
               PERFORM 1952-READ-ALERT-PREFERENCE
               PERFORM 1955-ACCEPT-ALERT-CONTACT
               IF WS-CONTACT-OK
                   PERFORM 1960-ACCEPT-ALERT-CHOICES
                   PERFORM 1965-SAVE-ALERT-PREFERENCE
               END-IF
           END-IF.
       1950-END. EXIT.
      *-----------------------------------------------------------------
      * A customer with no record yet starts with every alert
      * wanted, so a customer who only chooses a channel gets them
      * all.
       1952-READ-ALERT-PREFERENCE.
           MOVE CUSTOMER-NO TO AP-CUSTOMER-NO.
           READ ALERT-PREFERENCE-FILE
               INVALID KEY
                   SET WS-PREF-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-PREF-FOUND TO TRUE
           END-READ.
           IF WS-PREF-FOUND
               DISPLAY 'Alert channel ......: ' AP-CHANNEL
               DISPLAY 'Mobile number ......: ' AP-MOBILE-NO
               DISPLAY 'Email address ......: ' AP-EMAIL-ADDRESS
               PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
                       UNTIL WS-ALERT-SUB > 6
                   DISPLAY '  ' WS-ALERT-NAME(WS-ALERT-SUB) ' '
                       AP-CHOICE(WS-ALERT-SUB)
               END-PERFORM
               DISPLAY 'Last changed ' AP-UPDATED-DATE ' by '
                   AP-UPDATED-BY
           ELSE
               MOVE SPACES      TO ALERT-PREFERENCE-RECORD
               MOVE CUSTOMER-NO TO AP-CUSTOMER-NO
               MOVE ALL 'Y'     TO AP-ALERT-CHOICES
               DISPLAY 'No alert details on file for this customer.'
           END-IF.
       1952-END. EXIT.
      *-----------------------------------------------------------------
       1955-ACCEPT-ALERT-CONTACT.
           MOVE 'N' TO WS-CONTACT-OK-SWITCH.
           DISPLAY 'Alerts by (S)MS, (E)mail, (B)oth or (N)one?'.
           ACCEPT ALERT-CHANNEL.
           INSPECT ALERT-CHANNEL CONVERTING 'sebn' TO 'SEBN'.
           IF ALERT-CHANNEL NOT = 'S' AND ALERT-CHANNEL NOT = 'E'
              AND ALERT-CHANNEL NOT = 'B' AND ALERT-CHANNEL NOT = 'N'
               DISPLAY 'Please answer S, E, B or N; nothing saved.'
           ELSE
               DISPLAY 'Mobile number (blank for none):'
               ACCEPT ALERT-MOBILE-NO
               DISPLAY 'Email address (blank for none):'
               ACCEPT ALERT-EMAIL-ADDRESS
               PERFORM 1957-EDIT-ALERT-CONTACT
           END-IF.
       1955-END. EXIT.
      *-----------------------------------------------------------------
      * A mobile number is digits, with a leading '+' allowed for
      * the country code; an email address needs exactly one '@'.
      * SMS needs the mobile number and email the address; both
      * channels need both.
       1957-EDIT-ALERT-CONTACT.
           SET WS-CONTACT-OK TO TRUE.
           PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL
                   COUNTER > LENGTH OF ALERT-MOBILE-NO
               IF NOT (ALERT-MOBILE-NO(COUNTER:1) IS NUMERIC
                       OR ALERT-MOBILE-NO(COUNTER:1) = SPACE
                       OR (COUNTER = 1
                           AND ALERT-MOBILE-NO(1:1) = '+'))
                   MOVE 'N' TO WS-CONTACT-OK-SWITCH
               END-IF
           END-PERFORM.
           IF NOT WS-CONTACT-OK
               DISPLAY 'Invalid character in mobile number; '
                   'nothing saved.'
           END-IF.
           MOVE 0 TO WS-AT-SIGN-COUNT.
           INSPECT ALERT-EMAIL-ADDRESS
               TALLYING WS-AT-SIGN-COUNT FOR ALL '@'.
           IF ALERT-EMAIL-ADDRESS NOT = SPACES
              AND WS-AT-SIGN-COUNT NOT = 1
               DISPLAY 'Email address is not valid; nothing saved.'
               MOVE 'N' TO WS-CONTACT-OK-SWITCH
           END-IF.
           IF (ALERT-CHANNEL = 'S' OR ALERT-CHANNEL = 'B')
              AND ALERT-MOBILE-NO = SPACES
               DISPLAY 'SMS alerts need a mobile number; '
                   'nothing saved.'
               MOVE 'N' TO WS-CONTACT-OK-SWITCH
           END-IF.
           IF (ALERT-CHANNEL = 'E' OR ALERT-CHANNEL = 'B')
              AND ALERT-EMAIL-ADDRESS = SPACES
               DISPLAY 'Email alerts need an email address; '
                   'nothing saved.'
               MOVE 'N' TO WS-CONTACT-OK-SWITCH
           END-IF.
       1957-END. EXIT.
      *-----------------------------------------------------------------
      * A customer taking no alerts is not asked about each one;
      * their choices stay on file for when they take alerts again.
       1960-ACCEPT-ALERT-CHOICES.
           IF ALERT-CHANNEL NOT = 'N'
               PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
                       UNTIL WS-ALERT-SUB > 6
                   DISPLAY WS-ALERT-NAME(WS-ALERT-SUB)
                       ' alerts, (Y)es or (N)o?'
                   ACCEPT ALERT-CHOICE-ANSWER
                   IF ALERT-CHOICE-ANSWER = 'Y'
                      OR ALERT-CHOICE-ANSWER = 'y'
                       MOVE 'Y' TO AP-CHOICE(WS-ALERT-SUB)
                   ELSE
                       MOVE 'N' TO AP-CHOICE(WS-ALERT-SUB)
                   END-IF
               END-PERFORM
           END-IF.
       1960-END. EXIT.
      *-----------------------------------------------------------------
       1965-SAVE-ALERT-PREFERENCE.
           MOVE ALERT-CHANNEL       TO AP-CHANNEL.
           MOVE ALERT-MOBILE-NO     TO AP-MOBILE-NO.
           MOVE ALERT-EMAIL-ADDRESS TO AP-EMAIL-ADDRESS.
           ACCEPT AP-UPDATED-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID         TO AP-UPDATED-BY.
           IF WS-PREF-FOUND
               REWRITE ALERT-PREFERENCE-RECORD
           ELSE
               WRITE ALERT-PREFERENCE-RECORD
           END-IF.
           IF WS-ALERTPRF-STATUS = '00'
               MOVE 'ALERTPRF' TO WS-AUDIT-FUNCTION
               PERFORM 8000-WRITE-AUDIT
               DISPLAY 'Alert details updated.'
           ELSE
               DISPLAY 'Unable to save alert details, status: '
                   WS-ALERTPRF-STATUS
           END-IF.
       1965-END. EXIT.
      *-----------------------------------------------------------------
      * Lowering a customer's daily limit only protects them and is
      * applied at once. Raising it - including removing it with a
      * zero limit - lets more money leave in a day, so that is a
      * dual-control request for a supervisor to approve.
       1980-SET-DAILY-LIMIT.
           DISPLAY 'Enter customer number:'.
           ACCEPT CUSTOMER-NO.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'Customer number not found.'
           ELSE
               DISPLAY 'Current daily transfer limit: ' CM-DAILY-LIMIT
               DISPLAY 'Enter daily transfer limit (0 for none):'
               ACCEPT DAILY-LIMIT
               IF DAILY-LIMIT IS NOT NUMERIC
                   DISPLAY 'Limit must be numeric.'
               ELSE
                   IF CM-DAILY-LIMIT > 0
                      AND (DAILY-LIMIT = 0
                           OR DAILY-LIMIT > CM-DAILY-LIMIT)
                       MOVE 0          TO HOLD-NO
                       MOVE 0          TO CUSTOMER-PIN
                       MOVE 'LIMITSET' TO WS-REQUEST-FUNCTION
                       MOVE 'LIMITREQ' TO WS-AUDIT-FUNCTION
                       PERFORM 2900-ENTER-REQUEST
                   ELSE
                       MOVE DAILY-LIMIT TO CM-DAILY-LIMIT
                       REWRITE CUSTOMER-MASTER-RECORD
                       MOVE 'LIMITSET' TO WS-AUDIT-FUNCTION
                       PERFORM 8000-WRITE-AUDIT
                       DISPLAY 'Daily transfer limit updated.'
                   END-IF
               END-IF
           END-IF.
       1980-END. EXIT.
      *-----------------------------------------------------------------
       1982-APPLY-DAILY-LIMIT.
           PERFORM 1600-LOOKUP-CUSTOMER.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'Customer number not found.'
           ELSE
               MOVE MR-NEW-LIMIT TO CM-DAILY-LIMIT
               REWRITE CUSTOMER-MASTER-RECORD
               MOVE 'LIMITSET' TO WS-AUDIT-FUNCTION
               PERFORM 8000-WRITE-AUDIT
               SET WS-REQUEST-APPLIED TO TRUE
               DISPLAY 'Daily transfer limit updated.'
           END-IF.
       1982-END. EXIT.
      *-----------------------------------------------------------------
      * Arranges, changes or removes (zero) the overdraft on the
      * customer's checking account. Lending the bank's money is a
      * credit decision, so only a supervisor may run it. A limit
      * may be cut below what the account already owes; the excess
      * is then unarranged and the month-end run charges for it.
       1985-SET-OVERDRAFT-LIMIT.
           IF NOT WS-SUPERVISOR-SESSION
               DISPLAY 'Overdraft limits are a supervisor-only '
                   'function.'
           ELSE
               DISPLAY 'Enter customer number:'
               ACCEPT CUSTOMER-NO
               PERFORM 1600-LOOKUP-CUSTOMER
               IF WS-CUSTOMER-NOT-FOUND
                   DISPLAY 'Customer number not found.'
               ELSE
                   IF NOT CM-ACCT-OPEN(1)
                       DISPLAY 'The checking account is not open.'
                   ELSE
                       PERFORM 1986-ACCEPT-OVERDRAFT-LIMIT
                   END-IF
               END-IF
           END-IF.
       1985-END. EXIT.
      *-----------------------------------------------------------------
       1986-ACCEPT-OVERDRAFT-LIMIT.
           DISPLAY 'Current overdraft limit: ' CM-OVERDRAFT-LIMIT.
           DISPLAY 'Enter overdraft limit (0 for none):'.
           ACCEPT OVERDRAFT-LIMIT.
           IF OVERDRAFT-LIMIT IS NOT NUMERIC
               DISPLAY 'Limit must be numeric.'
           ELSE
               MOVE OVERDRAFT-LIMIT TO CM-OVERDRAFT-LIMIT
               REWRITE CUSTOMER-MASTER-RECORD
               MOVE 'ODLIMIT ' TO WS-AUDIT-FUNCTION
               PERFORM 8000-WRITE-AUDIT
               DISPLAY 'Overdraft limit updated.'
               IF CM-ACCT-BALANCE(1) + CM-OVERDRAFT-LIMIT < 0
                   DISPLAY 'Note: the checking balance is already '
                       'below the new limit.'
               END-IF
           END-IF.
       1986-END. EXIT.
      *-----------------------------------------------------------------
      * Enrolls a further operator; supervisor-only, and the new
      * operator's id is carried in the audit row's customer-number
               WRITE CUSTOMER-HOLD-RECORD
               MOVE 'HOLDPLCE' TO WS-AUDIT-FUNCTION
               PERFORM 8000-WRITE-AUDIT
               MOVE 'HOLDPLCE' TO ALERT-EVENT-TYPE
               PERFORM 2170-RAISE-HOLD-ALERT
               DISPLAY 'Hold ' WS-NEXT-HOLD-NO ' placed.'
           END-IF.
       2150-END. EXIT.
           ADD 1 TO WS-NEXT-HOLD-NO.
       2160-END. EXIT.
      *-----------------------------------------------------------------
      * The customer is told of a hold placed or released on their
      * account; the caller names which, and the hold just written
      * or rewritten is still in the record area.
       2170-RAISE-HOLD-ALERT.
           MOVE HD-ACCOUNT-TYPE TO ALERT-ACCOUNT-TYPE.
           MOVE HD-AMOUNT       TO ALERT-AMOUNT.
           MOVE HD-HOLD-NO      TO ALERT-REFERENCE.
           PERFORM 8100-RAISE-ALERT-EVENT.
       2170-END. EXIT.
      *-----------------------------------------------------------------
      * Releasing keeps the row on file, stamped with the release
      * date, so the history of a court order can be produced.
      * Freeing held money is under dual control: the release is
      * entered as a request and made when a supervisor approves it.
       2200-RELEASE-HOLD.
           DISPLAY 'Enter customer number:'.
           ACCEPT CUSTOMER-NO.
               NOT INVALID KEY
                   SET WS-HOLD-FOUND TO TRUE
           END-READ.
           IF WS-HOLD-NOT-FOUND
               DISPLAY 'No such hold for that customer.'
           ELSE
               IF NOT HD-ACTIVE
                   DISPLAY 'That hold has already been released.'
               ELSE
                   MOVE 0          TO CUSTOMER-PIN
                   MOVE 0          TO DAILY-LIMIT
                   MOVE 'HOLDRLSE' TO WS-REQUEST-FUNCTION
                   MOVE 'RLSEREQ ' TO WS-AUDIT-FUNCTION
                   PERFORM 2900-ENTER-REQUEST
               END-IF
           END-IF.
       2200-END. EXIT.
      *-----------------------------------------------------------------
      * The hold may have been released some other way since the
      * request was entered; then there is nothing left to apply.
       2210-APPLY-HOLD-RELEASE.
           MOVE MR-CUSTOMER-NO TO HD-CUSTOMER-NO.
           MOVE MR-HOLD-NO     TO HD-HOLD-NO.
           READ CUSTOMER-HOLD-FILE
               INVALID KEY
                   SET WS-HOLD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-HOLD-FOUND TO TRUE
           END-READ.
           IF WS-HOLD-NOT-FOUND
               DISPLAY 'No such hold for that customer.'
           ELSE
                   REWRITE CUSTOMER-HOLD-RECORD
                   MOVE 'HOLDRLSE' TO WS-AUDIT-FUNCTION
                   PERFORM 8000-WRITE-AUDIT
                   MOVE 'HOLDRLSE' TO ALERT-EVENT-TYPE
                   PERFORM 2170-RAISE-HOLD-ALERT
                   SET WS-REQUEST-APPLIED TO TRUE
                   DISPLAY 'Hold released.'
               END-IF
           END-IF.
       2210-END. EXIT.
      *-----------------------------------------------------------------
       2300-LIST-HOLDS.
           DISPLAY 'Enter customer number:'.
      *-----------------------------------------------------------------
      * Clears a Dormant status set by the periodic dormancy run,
      * normally when the customer turns up at a branch. Locked and
      * closed records are handled by their own options. Dormant
      * accounts are a known target for fraud, so reactivation is a
      * dual-control request; the REACTIV audit row the dormancy
      * and compliance runs look for is written when it is applied.
       2400-REACTIVATE-CUSTOMER.
           DISPLAY 'Enter customer number to reactivate:'.
           ACCEPT CUSTOMER-NO.
           PERFORM 1600-LOOKUP-CUSTOMER.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'Customer number not found.'
           ELSE
               IF CM-DORMANT
                   MOVE 0          TO HOLD-NO
                   MOVE 0          TO CUSTOMER-PIN
                   MOVE 0          TO DAILY-LIMIT
                   MOVE 'REACTIV ' TO WS-REQUEST-FUNCTION
                   MOVE 'REACTREQ' TO WS-AUDIT-FUNCTION
                   PERFORM 2900-ENTER-REQUEST
               ELSE
                   DISPLAY 'Customer record is not dormant.'
               END-IF
           END-IF.
       2400-END. EXIT.
      *-----------------------------------------------------------------
       2410-APPLY-REACTIVATION.
           PERFORM 1600-LOOKUP-CUSTOMER.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'Customer number not found.'
                   REWRITE CUSTOMER-MASTER-RECORD
                   MOVE 'REACTIV ' TO WS-AUDIT-FUNCTION
                   PERFORM 8000-WRITE-AUDIT
                   SET WS-REQUEST-APPLIED TO TRUE
                   DISPLAY 'Customer reactivated.'
               ELSE
                   DISPLAY 'Customer record is not dormant.'
               END-IF
           END-IF.
       2410-END. EXIT.
      *-----------------------------------------------------------------
      * Places a term deposit from the customer's checking account.
      * The principal must be covered by the checking balance less
      * active holds; the arranged overdraft cannot fund a deposit.
       2500-OPEN-TERM-DEPOSIT.
           DISPLAY 'Enter customer number:'.
           ACCEPT CUSTOMER-NO.
           PERFORM 1600-LOOKUP-CUSTOMER.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'Customer number not found.'
           ELSE
               IF NOT CM-ACTIVE OR NOT CM-ACCT-OPEN(1)
                   DISPLAY 'A term deposit needs an active customer '
                       'with an open checking account.'
               ELSE
                   PERFORM 2510-ACCEPT-DEPOSIT-DETAILS
               END-IF
           END-IF.
       2500-END. EXIT.
      *-----------------------------------------------------------------
       2510-ACCEPT-DEPOSIT-DETAILS.
           DISPLAY 'Enter amount to place on deposit:'.
           ACCEPT DEPOSIT-AMOUNT.
           DISPLAY 'Enter annual rate in percent (99.9999):'.
           ACCEPT DEPOSIT-RATE.
           DISPLAY 'Enter term in months:'.
           ACCEPT DEPOSIT-TERM.
           DISPLAY 'At maturity, (P)ay out or (R)oll over?'.
           ACCEPT DEPOSIT-INSTRUCTION.
           EVALUATE DEPOSIT-INSTRUCTION
               WHEN 'p'
                   MOVE 'P' TO DEPOSIT-INSTRUCTION
               WHEN 'r'
                   MOVE 'R' TO DEPOSIT-INSTRUCTION
           END-EVALUATE.
           IF DEPOSIT-AMOUNT IS NOT NUMERIC OR DEPOSIT-AMOUNT = 0
               DISPLAY 'Deposit amount must be numeric and not zero.'
           ELSE
               IF DEPOSIT-RATE IS NOT NUMERIC OR DEPOSIT-RATE = 0
                   DISPLAY 'Rate must be numeric and not zero.'
               ELSE
                   IF DEPOSIT-TERM IS NOT NUMERIC OR DEPOSIT-TERM = 0
                      OR DEPOSIT-TERM > 120
                       DISPLAY 'Term must be 1 to 120 months.'
                   ELSE
                       IF DEPOSIT-INSTRUCTION NOT = 'P'
                          AND DEPOSIT-INSTRUCTION NOT = 'R'
                           DISPLAY 'Please answer P or R.'
                       ELSE
                           PERFORM 2520-CHECK-DEPOSIT-FUNDS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2510-END. EXIT.
      *-----------------------------------------------------------------
       2520-CHECK-DEPOSIT-FUNDS.
           PERFORM 2560-TOTAL-CHECKING-HOLDS.
           COMPUTE WS-AVAILABLE-FUNDS =
               CM-ACCT-BALANCE(1) - WS-HOLD-ACTIVE-TOTAL.
           IF DEPOSIT-AMOUNT > WS-AVAILABLE-FUNDS
               DISPLAY 'Insufficient funds in checking; available '
                   'after holds: ' WS-AVAILABLE-FUNDS
           ELSE
               PERFORM 2530-WRITE-TERM-DEPOSIT
           END-IF.
       2520-END. EXIT.
      *-----------------------------------------------------------------
      * Writes the deposit, debits checking and logs both sides of
      * the move as an own-account transfer.
       2530-WRITE-TERM-DEPOSIT.
           PERFORM 2550-FIND-NEXT-DEPOSIT-NO.
           MOVE CUSTOMER-NO        TO TD-CUSTOMER-NO.
           MOVE WS-NEXT-DEPOSIT-NO TO TD-DEPOSIT-NO.
           MOVE DEPOSIT-AMOUNT     TO TD-PRINCIPAL.
           MOVE DEPOSIT-AMOUNT     TO TD-BALANCE.
           MOVE DEPOSIT-RATE       TO TD-RATE.
           MOVE DEPOSIT-TERM       TO TD-TERM-MONTHS.
           ACCEPT TD-START-DATE FROM DATE YYYYMMDD.
           MOVE TD-START-DATE      TO WS-EDIT-DATE.
           MOVE WS-EDIT-DAY        TO TD-ANCHOR-DAY.
           PERFORM 3900-SET-MATURITY-DATE.
           MOVE DEPOSIT-INSTRUCTION TO TD-INSTRUCTION.
           SET TD-ACTIVE TO TRUE.
           MOVE 0 TO TD-CLOSED-DATE.
           WRITE TERM-DEPOSIT-RECORD.
           IF WS-TDMAST-STATUS NOT = '00'
               DISPLAY 'Unable to write term deposit, status: '
                   WS-TDMAST-STATUS
           ELSE
               COMPUTE NEW-BALANCE =
                   CM-ACCT-BALANCE(1) - DEPOSIT-AMOUNT
               MOVE NEW-BALANCE TO CM-ACCT-BALANCE(1)
               REWRITE CUSTOMER-MASTER-RECORD
               MOVE 'TD'               TO WS-DEPOSIT-MARKER
               MOVE WS-NEXT-DEPOSIT-NO TO WS-DEPOSIT-MARKER(3:3)
               PERFORM 2800-WRITE-CHECKING-OUT-LOG
               PERFORM 2810-WRITE-DEPOSIT-IN-LOG
               MOVE 'TDOPEN  ' TO WS-AUDIT-FUNCTION
               PERFORM 8000-WRITE-AUDIT
               DISPLAY 'Term deposit ' WS-NEXT-DEPOSIT-NO
                   ' opened, matures ' TD-MATURITY-DATE '.'
           END-IF.
       2530-END. EXIT.
      *-----------------------------------------------------------------
       2550-FIND-NEXT-DEPOSIT-NO.
           MOVE 0   TO WS-NEXT-DEPOSIT-NO.
           MOVE 'N' TO WS-DEPOSIT-EOF-SWITCH.
           MOVE CUSTOMER-NO TO TD-CUSTOMER-NO.
           MOVE 0           TO TD-DEPOSIT-NO.
           START TERM-DEPOSIT-FILE
               KEY IS GREATER THAN OR EQUAL TO TD-KEY
               INVALID KEY
                   SET WS-DEPOSIT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DEPOSIT-EOF
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       SET WS-DEPOSIT-EOF TO TRUE
                   NOT AT END
                       IF TD-CUSTOMER-NO NOT = CUSTOMER-NO
                           SET WS-DEPOSIT-EOF TO TRUE
                       ELSE
                           MOVE TD-DEPOSIT-NO TO WS-NEXT-DEPOSIT-NO
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-DEPOSIT-NO.
       2550-END. EXIT.
      *-----------------------------------------------------------------
      * Active holds on checking, as ACCOUNT deducts them before
      * letting money leave the account.
       2560-TOTAL-CHECKING-HOLDS.
           MOVE 0   TO WS-HOLD-ACTIVE-TOTAL.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH.
           MOVE CUSTOMER-NO TO HD-CUSTOMER-NO.
           MOVE 0           TO HD-HOLD-NO.
           START CUSTOMER-HOLD-FILE
               KEY IS GREATER THAN OR EQUAL TO HD-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-HOLD-EOF
               READ CUSTOMER-HOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF HD-CUSTOMER-NO NOT = CUSTOMER-NO
                           SET WS-HOLD-EOF TO TRUE
                       ELSE
                           IF HD-ACTIVE AND HD-ACCOUNT-TYPE = 'C'
                               ADD HD-AMOUNT TO WS-HOLD-ACTIVE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2560-END. EXIT.
      *-----------------------------------------------------------------
      * Breaking a deposit before maturity pays the balance back to
      * checking less the penalty rate from TDCTL.DAT. Without that
      * file no penalty can be worked out, so the break is refused.
       2600-BREAK-TERM-DEPOSIT.
           DISPLAY 'Enter customer number:'.
           ACCEPT CUSTOMER-NO.
           DISPLAY 'Enter deposit number to break:'.
           ACCEPT DEPOSIT-NO.
           PERFORM 1600-LOOKUP-CUSTOMER.
           MOVE CUSTOMER-NO TO TD-CUSTOMER-NO.
           MOVE DEPOSIT-NO  TO TD-DEPOSIT-NO.
           READ TERM-DEPOSIT-FILE
               INVALID KEY
                   SET WS-DEPOSIT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-DEPOSIT-FOUND TO TRUE
           END-READ.
           IF WS-CUSTOMER-NOT-FOUND OR WS-DEPOSIT-NOT-FOUND
               DISPLAY 'No such deposit for that customer.'
           ELSE
               IF NOT TD-ACTIVE
                   DISPLAY 'That deposit has already been closed.'
               ELSE
                   IF NOT CM-ACCT-OPEN(1)
                       DISPLAY 'The checking account is not open.'
                   ELSE
                       PERFORM 2610-LOAD-PENALTY-RATE
                       IF WS-PENALTY-LOADED
                           PERFORM 2620-CONFIRM-BREAK
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2600-END. EXIT.
      *-----------------------------------------------------------------
       2610-LOAD-PENALTY-RATE.
           MOVE 'N' TO WS-PENALTY-SWITCH.
           OPEN INPUT TERM-DEPOSIT-CONTROL-FILE.
           IF WS-TDCTL-STATUS NOT = '00'
               DISPLAY 'TDCTL.DAT not available, status: '
                   WS-TDCTL-STATUS '; deposit not broken.'
           ELSE
               READ TERM-DEPOSIT-CONTROL-FILE
                   AT END
                       DISPLAY 'TDCTL.DAT is empty; deposit not broken.'
                   NOT AT END
                       IF TC-PENALTY-RATE IS NUMERIC
                           MOVE TC-PENALTY-RATE TO WS-PENALTY-RATE
                           SET WS-PENALTY-LOADED TO TRUE
                       ELSE
                           DISPLAY 'TDCTL.DAT penalty rate is not '
                               'numeric; deposit not broken.'
                       END-IF
               END-READ
               CLOSE TERM-DEPOSIT-CONTROL-FILE
           END-IF.
       2610-END. EXIT.
      *-----------------------------------------------------------------
       2620-CONFIRM-BREAK.
           COMPUTE PENALTY-AMOUNT ROUNDED =
               TD-BALANCE * WS-PENALTY-RATE / 100.
           IF PENALTY-AMOUNT > TD-BALANCE
               MOVE TD-BALANCE TO PENALTY-AMOUNT
           END-IF.
           COMPUTE PAYOUT-AMOUNT = TD-BALANCE - PENALTY-AMOUNT.
           DISPLAY 'Balance on deposit: ' TD-BALANCE
               ', penalty: ' PENALTY-AMOUNT
               ', paid to checking: ' PAYOUT-AMOUNT.
           DISPLAY 'Break the deposit now? (Y/N)'.
           ACCEPT WS-DEPOSIT-CONFIRM.
           IF WS-DEPOSIT-CONFIRM = 'Y' OR WS-DEPOSIT-CONFIRM = 'y'
               COMPUTE NEW-BALANCE =
                   CM-ACCT-BALANCE(1) + PAYOUT-AMOUNT
                   ON SIZE ERROR
                       DISPLAY 'Checking balance would overflow; '
                           'deposit not broken.'
                   NOT ON SIZE ERROR
                       PERFORM 2630-POST-BREAK
               END-COMPUTE
           ELSE
               DISPLAY 'Deposit left in place.'
           END-IF.
       2620-END. EXIT.
      *-----------------------------------------------------------------
      * The penalty comes off the deposit first, then what is left
      * moves to checking as an own-account transfer.
       2630-POST-BREAK.
           MOVE 'TD'          TO WS-DEPOSIT-MARKER.
           MOVE TD-DEPOSIT-NO TO WS-DEPOSIT-MARKER(3:3).
           IF PENALTY-AMOUNT > 0
               PERFORM 2820-WRITE-PENALTY-LOG
           END-IF.
           IF PAYOUT-AMOUNT > 0
               PERFORM 2830-WRITE-DEPOSIT-OUT-LOG
               PERFORM 2840-WRITE-CHECKING-IN-LOG
               MOVE NEW-BALANCE TO CM-ACCT-BALANCE(1)
               REWRITE CUSTOMER-MASTER-RECORD
           END-IF.
           MOVE 0 TO TD-BALANCE.
           SET TD-BROKEN TO TRUE.
           ACCEPT TD-CLOSED-DATE FROM DATE YYYYMMDD.
           REWRITE TERM-DEPOSIT-RECORD.
           MOVE 'TDBREAK ' TO WS-AUDIT-FUNCTION.
           PERFORM 8000-WRITE-AUDIT.
           DISPLAY 'Term deposit ' TD-DEPOSIT-NO ' broken.'.
       2630-END. EXIT.
      *-----------------------------------------------------------------
       2700-LIST-TERM-DEPOSITS.
           DISPLAY 'Enter customer number:'.
           ACCEPT CUSTOMER-NO.
           MOVE 0   TO WS-DEPOSIT-LISTED.
           MOVE 'N' TO WS-DEPOSIT-EOF-SWITCH.
           MOVE CUSTOMER-NO TO TD-CUSTOMER-NO.
           MOVE 0           TO TD-DEPOSIT-NO.
           START TERM-DEPOSIT-FILE
               KEY IS GREATER THAN OR EQUAL TO TD-KEY
               INVALID KEY
                   SET WS-DEPOSIT-EOF TO TRUE
           END-START.
           DISPLAY 'NO  PRINCIPAL BALANCE   RATE   TRM STARTED  '
               'MATURES  I S CLOSED'.
           PERFORM UNTIL WS-DEPOSIT-EOF
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       SET WS-DEPOSIT-EOF TO TRUE
                   NOT AT END
                       IF TD-CUSTOMER-NO NOT = CUSTOMER-NO
                           SET WS-DEPOSIT-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-DEPOSIT-LISTED
                           DISPLAY TD-DEPOSIT-NO ' '
                               TD-PRINCIPAL ' '
                               TD-BALANCE ' '
                               TD-RATE ' '
                               TD-TERM-MONTHS ' '
                               TD-START-DATE ' '
                               TD-MATURITY-DATE ' '
                               TD-INSTRUCTION ' '
                               TD-STATUS ' '
                               TD-CLOSED-DATE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'Deposits listed: ' WS-DEPOSIT-LISTED.
       2700-END. EXIT.
      *-----------------------------------------------------------------
      * Counts the customer's active deposits; used before checking
      * is closed, since maturity pays back to checking.
       2740-COUNT-ACTIVE-DEPOSITS.
           MOVE 0   TO WS-ACTIVE-DEPOSITS.
           MOVE 'N' TO WS-DEPOSIT-EOF-SWITCH.
           MOVE CUSTOMER-NO TO TD-CUSTOMER-NO.
           MOVE 0           TO TD-DEPOSIT-NO.
           START TERM-DEPOSIT-FILE
               KEY IS GREATER THAN OR EQUAL TO TD-KEY
               INVALID KEY
                   SET WS-DEPOSIT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DEPOSIT-EOF
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       SET WS-DEPOSIT-EOF TO TRUE
                   NOT AT END
                       IF TD-CUSTOMER-NO NOT = CUSTOMER-NO
                           SET WS-DEPOSIT-EOF TO TRUE
                       ELSE
                           IF TD-ACTIVE
                               ADD 1 TO WS-ACTIVE-DEPOSITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2740-END. EXIT.
      *-----------------------------------------------------------------
      * Term deposit log rows, laid out as TDMATURE writes them: the
      * checking side names the customer's own number, the deposit
      * side the deposit marker.
       2800-WRITE-CHECKING-OUT-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE CM-CUSTOMER-NO        TO TL-COUNTERPARTY-NO.
           MOVE 'C'                   TO TL-ACCOUNT-TYPE.
           MOVE 'T'                   TO TL-COUNTERPARTY-TYPE.
           MOVE 0                     TO TL-TRANSFER-IN.
           MOVE DEPOSIT-AMOUNT        TO TL-TRANSFER-OUT.
           MOVE 0                     TO TL-DEPOSIT-FEE.
           MOVE NEW-BALANCE           TO TL-BALANCE-AFTER.
           SET TL-APPROVED TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE ZEROS TO TL-REVERSAL-OF.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2800-END. EXIT.
      *-----------------------------------------------------------------
       2810-WRITE-DEPOSIT-IN-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE WS-DEPOSIT-MARKER     TO TL-COUNTERPARTY-NO.
           MOVE 'T'                   TO TL-ACCOUNT-TYPE.
           MOVE 'C'                   TO TL-COUNTERPARTY-TYPE.
           MOVE DEPOSIT-AMOUNT        TO TL-TRANSFER-IN.
           MOVE 0                     TO TL-TRANSFER-OUT.
           MOVE 0                     TO TL-DEPOSIT-FEE.
           MOVE DEPOSIT-AMOUNT        TO TL-BALANCE-AFTER.
           SET TL-APPROVED TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE ZEROS TO TL-REVERSAL-OF.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2810-END. EXIT.
      *-----------------------------------------------------------------
       2820-WRITE-PENALTY-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE WS-DEPOSIT-MARKER     TO TL-COUNTERPARTY-NO.
           MOVE 'T'                   TO TL-ACCOUNT-TYPE.
           MOVE SPACE                 TO TL-COUNTERPARTY-TYPE.
           MOVE 0                     TO TL-TRANSFER-IN.
           MOVE 0                     TO TL-TRANSFER-OUT.
           MOVE PENALTY-AMOUNT        TO TL-DEPOSIT-FEE.
           MOVE PAYOUT-AMOUNT         TO TL-BALANCE-AFTER.
           SET TL-FEE-CHARGE TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE ZEROS TO TL-REVERSAL-OF.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2820-END. EXIT.
      *-----------------------------------------------------------------
       2830-WRITE-DEPOSIT-OUT-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE WS-DEPOSIT-MARKER     TO TL-COUNTERPARTY-NO.
           MOVE 'T'                   TO TL-ACCOUNT-TYPE.
           MOVE 'C'                   TO TL-COUNTERPARTY-TYPE.
           MOVE 0                     TO TL-TRANSFER-IN.
           MOVE PAYOUT-AMOUNT         TO TL-TRANSFER-OUT.
           MOVE 0                     TO TL-DEPOSIT-FEE.
           MOVE 0                     TO TL-BALANCE-AFTER.
           SET TL-APPROVED TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE ZEROS TO TL-REVERSAL-OF.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2830-END. EXIT.
      *-----------------------------------------------------------------
       2840-WRITE-CHECKING-IN-LOG.
           MOVE CM-CUSTOMER-NO        TO TL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME      TO TL-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-LAST-NAME TO TL-CUSTOMER-LAST-NAME.
           MOVE CM-CUSTOMER-NO        TO TL-COUNTERPARTY-NO.
           MOVE 'C'                   TO TL-ACCOUNT-TYPE.
           MOVE 'T'                   TO TL-COUNTERPARTY-TYPE.
           MOVE PAYOUT-AMOUNT         TO TL-TRANSFER-IN.
           MOVE 0                     TO TL-TRANSFER-OUT.
           MOVE 0                     TO TL-DEPOSIT-FEE.
           MOVE NEW-BALANCE           TO TL-BALANCE-AFTER.
           SET TL-APPROVED TO TRUE.
           ACCEPT TL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIMESTAMP-TIME FROM TIME.
           MOVE ZEROS TO TL-REVERSAL-OF.
           WRITE TRANSACTION-LOG-RECORD.
           PERFORM 2850-WRITE-TRANSACTION-HISTORY.
       2840-END. EXIT.
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
      * Enters a dual-control request for the function named in
      * WS-REQUEST-FUNCTION on CUSTOMER-NO, with the new PIN, limit
      * or hold number the maker gave (zero where unused). The
      * request row on the audit trail carries the caller's request
      * code in WS-AUDIT-FUNCTION. A second request for the same
      * change while one is still waiting is refused.
       2900-ENTER-REQUEST.
           PERFORM 2920-CHECK-PENDING-DUPLICATE.
           IF WS-DUPLICATE-FOUND
               DISPLAY 'Request ' WS-DUPLICATE-NO ' for this change '
                   'is already waiting for approval.'
           ELSE
               PERFORM 2910-FIND-NEXT-REQUEST-NO
               MOVE WS-NEXT-REQUEST-NO  TO MR-REQUEST-NO
               MOVE WS-REQUEST-FUNCTION TO MR-FUNCTION
               MOVE CUSTOMER-NO         TO MR-CUSTOMER-NO
               MOVE HOLD-NO             TO MR-HOLD-NO
               MOVE CUSTOMER-PIN        TO MR-NEW-PIN
               MOVE DAILY-LIMIT         TO MR-NEW-LIMIT
               MOVE OPERATOR-ID         TO MR-MAKER-ID
               ACCEPT MR-REQUEST-DATE FROM DATE YYYYMMDD
               ACCEPT MR-REQUEST-TIME FROM TIME
               SET MR-PENDING TO TRUE
               MOVE SPACES              TO MR-CHECKER-ID
               MOVE 0                   TO MR-DECIDED-DATE
               MOVE 0                   TO MR-DECIDED-TIME
               WRITE MAINT-REQUEST-RECORD
               IF WS-MAINTREQ-STATUS = '00'
                   MOVE OPERATOR-ID   TO WS-AUDIT-MAKER-ID
                   MOVE MR-REQUEST-NO TO WS-AUDIT-REQUEST-NO
                   PERFORM 8000-WRITE-AUDIT
                   DISPLAY 'Request ' MR-REQUEST-NO ' entered; it '
                       'takes effect when another supervisor '
                       'approves it today.'
               ELSE
                   DISPLAY 'Unable to record request, status: '
                       WS-MAINTREQ-STATUS
               END-IF
           END-IF.
       2900-END. EXIT.
      *-----------------------------------------------------------------
      * Request numbers ascend, so the highest key on file is the
      * last record of a forward scan.
       2910-FIND-NEXT-REQUEST-NO.
           MOVE 0   TO WS-NEXT-REQUEST-NO.
           MOVE 'N' TO WS-REQUEST-EOF-SWITCH.
           MOVE LOW-VALUES TO MR-REQUEST-NO.
           START MAINT-REQUEST-FILE
               KEY IS GREATER THAN OR EQUAL TO MR-REQUEST-NO
               INVALID KEY
                   SET WS-REQUEST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-REQUEST-EOF
               READ MAINT-REQUEST-FILE NEXT RECORD
                   AT END
                       SET WS-REQUEST-EOF TO TRUE
                   NOT AT END
                       MOVE MR-REQUEST-NO TO WS-NEXT-REQUEST-NO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-REQUEST-NO.
       2910-END. EXIT.
      *-----------------------------------------------------------------
       2920-CHECK-PENDING-DUPLICATE.
           MOVE 'N' TO WS-DUPLICATE-SWITCH.
           MOVE 'N' TO WS-REQUEST-EOF-SWITCH.
           MOVE LOW-VALUES TO MR-REQUEST-NO.
           START MAINT-REQUEST-FILE
               KEY IS GREATER THAN OR EQUAL TO MR-REQUEST-NO
               INVALID KEY
                   SET WS-REQUEST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-REQUEST-EOF OR WS-DUPLICATE-FOUND
               READ MAINT-REQUEST-FILE NEXT RECORD
                   AT END
                       SET WS-REQUEST-EOF TO TRUE
                   NOT AT END
                       IF MR-PENDING
                          AND MR-FUNCTION    = WS-REQUEST-FUNCTION
                          AND MR-CUSTOMER-NO = CUSTOMER-NO
                          AND MR-HOLD-NO     = HOLD-NO
                           SET WS-DUPLICATE-FOUND TO TRUE
                           MOVE MR-REQUEST-NO TO WS-DUPLICATE-NO
                       END-IF
               END-READ
           END-PERFORM.
       2920-END. EXIT.
      *-----------------------------------------------------------------
      * The approval queue lists every request waiting for a
      * decision. Any operator may look; only a supervisor may
      * then approve or reject one, and never their own.
       2950-APPROVAL-QUEUE.
           PERFORM 2955-LIST-PENDING-REQUESTS.
           IF WS-REQUEST-LISTED > 0
               IF WS-SUPERVISOR-SESSION
                   DISPLAY 'Enter request number to decide '
                       '(0 to return):'
                   ACCEPT REQUEST-NO
                   IF REQUEST-NO NOT = 0
                       PERFORM 2960-DECIDE-REQUEST
                   END-IF
               ELSE
                   DISPLAY 'Only a supervisor may approve or reject '
                       'requests.'
               END-IF
           END-IF.
       2950-END. EXIT.
      *-----------------------------------------------------------------
      * The new PIN is never shown, not even to the checker.
       2955-LIST-PENDING-REQUESTS.
           MOVE 0   TO WS-REQUEST-LISTED.
           MOVE 'N' TO WS-REQUEST-EOF-SWITCH.
           MOVE LOW-VALUES TO MR-REQUEST-NO.
           START MAINT-REQUEST-FILE
               KEY IS GREATER THAN OR EQUAL TO MR-REQUEST-NO
               INVALID KEY
                   SET WS-REQUEST-EOF TO TRUE
           END-START.
           DISPLAY 'REQ-NO FUNCTION CUSTOMER        HLD NEW-LIMIT '
               'MAKER    ENTERED'.
           PERFORM UNTIL WS-REQUEST-EOF
               READ MAINT-REQUEST-FILE NEXT RECORD
                   AT END
                       SET WS-REQUEST-EOF TO TRUE
                   NOT AT END
                       IF MR-PENDING
                           ADD 1 TO WS-REQUEST-LISTED
                           DISPLAY MR-REQUEST-NO ' '
                               MR-FUNCTION ' '
                               MR-CUSTOMER-NO ' '
                               MR-HOLD-NO ' '
                               MR-NEW-LIMIT ' '
                               MR-MAKER-ID ' '
                               MR-REQUEST-DATE ' '
                               MR-REQUEST-TIME
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'Requests waiting for approval: '
               WS-REQUEST-LISTED.
       2955-END. EXIT.
      *-----------------------------------------------------------------
       2960-DECIDE-REQUEST.
           MOVE REQUEST-NO TO MR-REQUEST-NO.
           READ MAINT-REQUEST-FILE
               INVALID KEY
                   SET WS-REQUEST-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-REQUEST-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-REQUEST-NOT-FOUND
                   DISPLAY 'No such request.'
               WHEN NOT MR-PENDING
                   DISPLAY 'That request is no longer pending.'
               WHEN MR-REQUEST-DATE < WS-TODAY
                   PERFORM 2990-EXPIRE-REQUEST
                   DISPLAY 'That request was entered on an earlier '
                       'day and has expired.'
               WHEN MR-MAKER-ID = OPERATOR-ID
                   DISPLAY 'A request must be decided by a supervisor '
                       'other than the operator who entered it.'
               WHEN OTHER
                   DISPLAY '(A)pprove or (R)eject request '
                       MR-REQUEST-NO '?'
                   ACCEPT WS-DECISION
                   EVALUATE WS-DECISION
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM 2970-APPROVE-REQUEST
                       WHEN 'R'
                       WHEN 'r'
                           PERFORM 2980-REJECT-REQUEST
                           DISPLAY 'Request rejected.'
                       WHEN OTHER
                           DISPLAY 'No decision taken.'
                   END-EVALUATE
           END-EVALUATE.
       2960-END. EXIT.
      *-----------------------------------------------------------------
      * Applies the approved change through the same checks the
      * function always made, against the records as they stand
      * now. The change's audit row names this supervisor as the
      * operator and the maker beside them. A change that no longer
      * applies (hold already released, customer no longer dormant)
      * is rejected instead.
       2970-APPROVE-REQUEST.
           MOVE 'N'            TO WS-APPLIED-SWITCH.
           MOVE MR-CUSTOMER-NO TO CUSTOMER-NO.
           MOVE MR-MAKER-ID    TO WS-AUDIT-MAKER-ID.
           MOVE MR-REQUEST-NO  TO WS-AUDIT-REQUEST-NO.
           EVALUATE MR-FUNCTION
               WHEN 'PINSET  '
                   PERFORM 1710-APPLY-PIN-CHANGE
               WHEN 'LIMITSET'
                   PERFORM 1982-APPLY-DAILY-LIMIT
               WHEN 'HOLDRLSE'
                   PERFORM 2210-APPLY-HOLD-RELEASE
               WHEN 'REACTIV '
                   PERFORM 2410-APPLY-REACTIVATION
           END-EVALUATE.
           IF WS-REQUEST-APPLIED
               SET MR-APPROVED TO TRUE
               MOVE OPERATOR-ID TO MR-CHECKER-ID
               ACCEPT MR-DECIDED-DATE FROM DATE YYYYMMDD
               ACCEPT MR-DECIDED-TIME FROM TIME
               REWRITE MAINT-REQUEST-RECORD
           ELSE
               PERFORM 2980-REJECT-REQUEST
               DISPLAY 'The change no longer applies; request '
                   'rejected.'
           END-IF.
       2970-END. EXIT.
      *-----------------------------------------------------------------
       2980-REJECT-REQUEST.
           SET MR-REJECTED TO TRUE.
           MOVE OPERATOR-ID TO MR-CHECKER-ID.
           ACCEPT MR-DECIDED-DATE FROM DATE YYYYMMDD.
           ACCEPT MR-DECIDED-TIME FROM TIME.
           REWRITE MAINT-REQUEST-RECORD.
           MOVE MR-CUSTOMER-NO TO CUSTOMER-NO.
           MOVE MR-MAKER-ID    TO WS-AUDIT-MAKER-ID.
           MOVE MR-REQUEST-NO  TO WS-AUDIT-REQUEST-NO.
           MOVE 'REQREJ  '     TO WS-AUDIT-FUNCTION.
           PERFORM 8000-WRITE-AUDIT.
       2980-END. EXIT.
      *-----------------------------------------------------------------
      * Expects the request just read in the record area.
       2990-EXPIRE-REQUEST.
           SET MR-EXPIRED TO TRUE.
           ACCEPT MR-DECIDED-DATE FROM DATE YYYYMMDD.
           ACCEPT MR-DECIDED-TIME FROM TIME.
           REWRITE MAINT-REQUEST-RECORD.
           MOVE MR-CUSTOMER-NO TO CUSTOMER-NO.
           MOVE MR-MAKER-ID    TO WS-AUDIT-MAKER-ID.
           MOVE MR-REQUEST-NO  TO WS-AUDIT-REQUEST-NO.
           MOVE 'REQEXPIR'     TO WS-AUDIT-FUNCTION.
           PERFORM 8000-WRITE-AUDIT.
       2990-END. EXIT.
      *-----------------------------------------------------------------
       3000-CHECK-CUSTOMER-LAST-NAME.
           PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL
           END-EVALUATE.
       3800-END. EXIT.
      *-----------------------------------------------------------------
      * Maturity is TD-TERM-MONTHS after the start date on the anchor
      * day, pulled back to a short month's last day; the same rule
      * TDMATURE applies when it rolls a deposit over.
       3900-SET-MATURITY-DATE.
           MOVE TD-START-DATE TO WS-EDIT-DATE.
           COMPUTE WS-MONTHS-AHEAD =
               WS-EDIT-MONTH - 1 + TD-TERM-MONTHS.
           DIVIDE WS-MONTHS-AHEAD BY 12 GIVING WS-YEARS-AHEAD
               REMAINDER WS-EDIT-MONTH.
           ADD 1              TO WS-EDIT-MONTH.
           ADD WS-YEARS-AHEAD TO WS-EDIT-YEAR.
           PERFORM 3800-SET-MONTH-LENGTH.
           MOVE TD-ANCHOR-DAY TO WS-EDIT-DAY.
           IF WS-EDIT-DAY > WS-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH TO WS-EDIT-DAY
           END-IF.
           MOVE WS-EDIT-DATE TO TD-MATURITY-DATE.
       3900-END. EXIT.
      *-----------------------------------------------------------------
      * One audit row per completed maintenance action: the caller
      * names the function, CUSTOMER-NO names the record touched.
      * A dual-control maker and request number set by the caller
      * go on this row only.
       8000-WRITE-AUDIT.
           MOVE OPERATOR-ID       TO MA-OPERATOR-ID.
           ACCEPT MA-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT MA-TIMESTAMP-TIME FROM TIME.
           MOVE WS-AUDIT-FUNCTION TO MA-FUNCTION.
           MOVE CUSTOMER-NO       TO MA-CUSTOMER-NO.
           MOVE WS-AUDIT-MAKER-ID   TO MA-MAKER-ID.
           MOVE WS-AUDIT-REQUEST-NO TO MA-REQUEST-NO.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-MAINTAUD-STATUS NOT = '00'
               DISPLAY 'WARNING: audit row not written, status: '
                   WS-MAINTAUD-STATUS
           END-IF.
           MOVE SPACES TO WS-AUDIT-MAKER-ID.
           MOVE 0      TO WS-AUDIT-REQUEST-NO.
       8000-END. EXIT.
      *-----------------------------------------------------------------
      * Appends one customer alert to ALERTEVT.DAT for the nightly
      * alert feed: the caller fills in the alert fields and
      * CUSTOMER-NO names the customer. A row that cannot be written
      * is reported; the maintenance action itself stands.
       8100-RAISE-ALERT-EVENT.
           MOVE CUSTOMER-NO        TO AE-CUSTOMER-NO.
           ACCEPT AE-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT AE-TIMESTAMP-TIME FROM TIME.
           MOVE ALERT-EVENT-TYPE   TO AE-EVENT-TYPE.
           MOVE ALERT-ACCOUNT-TYPE TO AE-ACCOUNT-TYPE.
           MOVE ALERT-AMOUNT       TO AE-AMOUNT.
           MOVE ALERT-REFERENCE    TO AE-REFERENCE.
           MOVE 'MAINT'            TO AE-SOURCE.
           WRITE ALERT-EVENT-RECORD.
           IF WS-ALERTEVT-STATUS NOT = '00'
               DISPLAY 'WARNING: alert event not written, status: '
                   WS-ALERTEVT-STATUS
           END-IF.
       8100-END. EXIT.
      *-----------------------------------------------------------------
