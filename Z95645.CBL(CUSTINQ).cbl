       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
       AUTHOR.     SİNEM ŞEN.
      *-----------------------------------------------------------------
      * CUSTINQ - customer search and inquiry for the branch counter.
      * A customer who does not know their customer number can be
      * found by last name, first name or both; a partial name
      * matches every customer whose name begins with it, upper or
      * lower case alike, and the matches are listed a page at a
      * time to browse and pick from. The customer picked, or one
      * asked for directly by number, is shown on a single inquiry
      * screen: the customer's status, each account's status and
      * balance, the daily transfer limit and how much of it is
      * used today, active funds holds, active standing orders and
      * the latest transactions on the history file.
      * The program only ever reads: every file is opened INPUT, so
      * any operator enrolled on OPERMAST.DAT - a teller without
      * maintenance duties included - may sign on and use it.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT CUSTOMER-HOLD-FILE ASSIGN TO 'HOLDFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLDFILE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'STANDORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NO
               FILE STATUS IS WS-STANDORD-STATUS.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRANHIST-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.
       FD  CUSTOMER-HOLD-FILE.
           COPY CUSTHOLD.
       FD  STANDING-ORDER-FILE.
           COPY STANDORD.
       FD  TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-VARIABLES.
           05 WS-CUSTMAST-STATUS    PIC X(2).
           05 WS-OPERMAST-STATUS    PIC X(2).
           05 WS-HOLDFILE-STATUS    PIC X(2).
           05 WS-STANDORD-STATUS    PIC X(2).
           05 WS-TRANHIST-STATUS    PIC X(2).
      * The optional files: a missing one only means nothing of
      * that kind has been recorded yet.
       01  OPTIONAL-FILE-SWITCHES.
           05 WS-HOLDFILE-SWITCH    PIC X(1) VALUE 'N'.
              88 WS-HOLDFILE-OPEN   VALUE 'Y'.
           05 WS-STANDORD-SWITCH    PIC X(1) VALUE 'N'.
              88 WS-STANDORD-OPEN   VALUE 'Y'.
           05 WS-TRANHIST-SWITCH    PIC X(1) VALUE 'N'.
              88 WS-TRANHIST-OPEN   VALUE 'Y'.
       01  OPERATOR-INFORMATION.
           05 OPERATOR-ID           PIC X(8).
           05 OPERATOR-PASSWORD     PIC X(8).
           05 WS-SIGNON-TRIES       PIC 9(1) VALUE 0.
           05 WS-SIGNON-SWITCH      PIC X(1) VALUE 'N'.
              88 WS-SIGNED-ON       VALUE 'Y'.
       01  SESSION-VARIABLES.
           05 WS-MENU-CHOICE        PIC 9(1).
           05 WS-SESSION-SWITCH     PIC X(1) VALUE 'N'.
              88 WS-SESSION-ENDED   VALUE 'Y'.
           05 WS-PAUSE              PIC X(1).
       01  CUSTOMER-NO              PIC X(15).
       01  WS-TODAY                 PIC 9(8).
      * What was typed to search on, upper-cased, and how many
      * characters of it there are; a zero length matches any name.
       01  SEARCH-VARIABLES.
           05 SEARCH-LAST-NAME      PIC X(15).
           05 SEARCH-FIRST-NAME     PIC X(15).
           05 WS-LAST-LENGTH        PIC 9(2).
           05 WS-FIRST-LENGTH       PIC 9(2).
           05 WS-NAME-WORK          PIC X(15).
           05 WS-NAME-LENGTH        PIC 9(2).
           05 WS-UPPER-LAST-NAME    PIC X(15).
           05 WS-UPPER-FIRST-NAME   PIC X(15).
           05 WS-MASTER-EOF-SWITCH  PIC X(1).
              88 WS-END-OF-MASTER   VALUE 'Y'.
           05 WS-TOO-MANY-SWITCH    PIC X(1).
              88 WS-TOO-MANY-MATCHES VALUE 'Y'.
      * Customers matching the search, in customer-number order.
       01  WS-MATCH-TABLE.
           05 WS-MATCH-ENTRY OCCURS 200 TIMES.
              10 MT-CUSTOMER-NO     PIC X(15).
              10 MT-CUSTOMER-NAME   PIC X(15).
              10 MT-LAST-NAME       PIC X(15).
              10 MT-STATUS          PIC X(1).
       01  BROWSE-VARIABLES.
           05 WS-MATCH-COUNT        PIC 9(3) VALUE 0.
           05 WS-PAGE-SIZE          PIC 9(2) VALUE 10.
           05 WS-PAGE-START         PIC 9(3).
           05 WS-PAGE-END           PIC 9(3).
           05 WS-LIST-NO            PIC 9(3).
           05 WS-PICK               PIC 9(3).
           05 WS-BROWSE-CHOICE      PIC X(3).
           05 WS-BROWSE-SWITCH      PIC X(1).
              88 WS-BROWSE-ENDED    VALUE 'Y'.
       01  INQUIRY-VARIABLES.
           05 ACCOUNT-SUB           PIC 9(1).
           05 WS-STATUS-TEXT        PIC X(10).
           05 WS-ACCOUNT-TEXT       PIC X(8).
           05 DAILY-OUT-TOTAL       PIC 9(9)V99.
           05 WS-LIMIT-LEFT         PIC S9(9)V99.
           05 WS-ITEMS-LISTED       PIC 9(3).
           05 WS-EOF-SWITCH         PIC X(1).
              88 WS-END-OF-FILE     VALUE 'Y'.
      * The latest transactions, kept as a ring while the customer's
      * history is read forward: slot WS-HIST-SLOT holds the newest.
       01  RECENT-HISTORY.
           05 WS-HIST-MAX           PIC 9(2) VALUE 10.
           05 WS-HIST-COUNT         PIC 9(5).
           05 WS-HIST-SLOT          PIC 9(2).
           05 WS-HIST-SHOWN         PIC 9(2).
           05 WS-HIST-ENTRY OCCURS 10 TIMES.
              10 RH-DATE            PIC 9(8).
              10 RH-TIME            PIC 9(6).
              10 RH-ACCOUNT-TYPE    PIC X(1).
              10 RH-COUNTERPARTY-NO PIC X(15).
              10 RH-TRANSFER-IN     PIC 9(7)V99.
              10 RH-TRANSFER-OUT    PIC 9(7)V99.
              10 RH-BALANCE-AFTER   PIC S9(7)V99.
              10 RH-STATUS          PIC X(1).
       01  EDITED-FIELDS.
           05 ED-BALANCE            PIC -ZZZZZZZZ9.99.
           05 ED-AMOUNT             PIC ZZZZZZZZ9.99.
           05 ED-AMOUNT-2           PIC ZZZZZZZZ9.99.
           05 ED-LIST-NO            PIC ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1050-SIGN-ON.
           PERFORM 1100-OPEN-FILES.
           PERFORM 1200-MENU-LOOP UNTIL WS-SESSION-ENDED.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-HOLDFILE-OPEN
               CLOSE CUSTOMER-HOLD-FILE
           END-IF.
           IF WS-STANDORD-OPEN
               CLOSE STANDING-ORDER-FILE
           END-IF.
           IF WS-TRANHIST-OPEN
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF.
       1000-END. EXIT.
           STOP RUN.
      *-----------------------------------------------------------------
      * Any enrolled operator may sign on; the supervisor flag plays
      * no part, since nothing here changes a record. Operators are
      * enrolled through MAINT, so a missing OPERMAST.DAT means
      * there is nobody to sign on as. Three wrong tries end the
      * session, as in MAINT.
       1050-SIGN-ON.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERMAST-STATUS NOT = '00'
               DISPLAY 'Unable to open OPERMAST.DAT, status: '
                   WS-OPERMAST-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
               DISPLAY 'Enter operator id:'
               ACCEPT OPERATOR-ID
               DISPLAY 'Enter password:'
               ACCEPT OPERATOR-PASSWORD
               PERFORM 1060-VERIFY-OPERATOR
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.
           IF NOT WS-SIGNED-ON
               DISPLAY 'Three failed sign-on attempts; session ended.'
               STOP RUN
           END-IF.
       1050-END. EXIT.
      *-----------------------------------------------------------------
       1060-VERIFY-OPERATOR.
           MOVE OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO OP-PASSWORD
           END-READ.
           IF WS-OPERMAST-STATUS = '00'
              AND OPERATOR-PASSWORD = OP-PASSWORD
               SET WS-SIGNED-ON TO TRUE
               DISPLAY 'Signed on as ' OPERATOR-ID
           ELSE
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY 'Operator id or password incorrect.'
           END-IF.
       1060-END. EXIT.
      *-----------------------------------------------------------------
      * Every file is opened INPUT only. Holds, standing orders and
      * history are optional: a brand-new install may not have them.
       1100-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'Unable to open CUSTMAST.DAT, status: '
                   WS-CUSTMAST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-HOLD-FILE.
           IF WS-HOLDFILE-STATUS = '00'
               SET WS-HOLDFILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-STANDORD-STATUS = '00'
               SET WS-STANDORD-OPEN TO TRUE
           END-IF.
           OPEN INPUT TRANSACTION-HISTORY-FILE.
           IF WS-TRANHIST-STATUS = '00'
               SET WS-TRANHIST-OPEN TO TRUE
           END-IF.
       1100-END. EXIT.
      *-----------------------------------------------------------------
       1200-MENU-LOOP.
           DISPLAY ' '.
           DISPLAY '1. Search customers by name'.
           DISPLAY '2. Customer inquiry by customer number'.
           DISPLAY '3. Exit'.
           DISPLAY 'Please choose an option:'.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 2000-SEARCH-BY-NAME
               WHEN 2
                   DISPLAY 'Enter customer number:'
                   ACCEPT CUSTOMER-NO
                   PERFORM 3000-CUSTOMER-INQUIRY
               WHEN 3
                   SET WS-SESSION-ENDED TO TRUE
               WHEN OTHER
                   DISPLAY 'Invalid option, please try again.'
           END-EVALUATE.
       1200-END. EXIT.
      *-----------------------------------------------------------------
      * There is no name index on the master, so the whole file is
      * read in key order and each name compared with what was
      * typed; the list therefore comes out in customer-number
      * order. The table holds 200 matches - enough for any name
      * worth browsing - and a search that finds more says so.
       2000-SEARCH-BY-NAME.
           DISPLAY 'Enter last name, or its first letters '
               '(blank for any):'.
           ACCEPT SEARCH-LAST-NAME.
           DISPLAY 'Enter first name, or its first letters '
               '(blank for any):'.
           ACCEPT SEARCH-FIRST-NAME.
           IF SEARCH-LAST-NAME = SPACES AND SEARCH-FIRST-NAME = SPACES
               DISPLAY 'Enter at least part of a name.'
           ELSE
               MOVE FUNCTION UPPER-CASE(SEARCH-LAST-NAME)
                   TO SEARCH-LAST-NAME
               MOVE FUNCTION UPPER-CASE(SEARCH-FIRST-NAME)
                   TO SEARCH-FIRST-NAME
               MOVE SEARCH-LAST-NAME TO WS-NAME-WORK
               PERFORM 2050-MEASURE-NAME
               MOVE WS-NAME-LENGTH TO WS-LAST-LENGTH
               MOVE SEARCH-FIRST-NAME TO WS-NAME-WORK
               PERFORM 2050-MEASURE-NAME
               MOVE WS-NAME-LENGTH TO WS-FIRST-LENGTH
               PERFORM 2100-COLLECT-MATCHES
               IF WS-MATCH-COUNT = 0
                   DISPLAY 'No customer matches that name.'
               ELSE
                   IF WS-TOO-MANY-MATCHES
                       DISPLAY 'More than 200 customers match; only '
                           'the first 200 are listed. Give more of '
                           'the name to narrow the search.'
                   END-IF
                   PERFORM 2200-BROWSE-MATCHES
               END-IF
           END-IF.
       2000-END. EXIT.
      *-----------------------------------------------------------------
      * Length of WS-NAME-WORK without its trailing spaces.
       2050-MEASURE-NAME.
           MOVE 15 TO WS-NAME-LENGTH.
           PERFORM UNTIL WS-NAME-LENGTH = 0
                      OR WS-NAME-WORK(WS-NAME-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-LENGTH
           END-PERFORM.
       2050-END. EXIT.
      *-----------------------------------------------------------------
       2100-COLLECT-MATCHES.
           MOVE 0   TO WS-MATCH-COUNT.
           MOVE 'N' TO WS-TOO-MANY-SWITCH.
           MOVE 'N' TO WS-MASTER-EOF-SWITCH.
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
                       PERFORM 2150-MATCH-ONE-CUSTOMER
               END-READ
           END-PERFORM.
       2100-END. EXIT.
      *-----------------------------------------------------------------
       2150-MATCH-ONE-CUSTOMER.
           MOVE FUNCTION UPPER-CASE(CM-CUSTOMER-LAST-NAME)
               TO WS-UPPER-LAST-NAME.
           MOVE FUNCTION UPPER-CASE(CM-CUSTOMER-NAME)
               TO WS-UPPER-FIRST-NAME.
           IF (WS-LAST-LENGTH = 0
               OR WS-UPPER-LAST-NAME(1:WS-LAST-LENGTH)
                  = SEARCH-LAST-NAME(1:WS-LAST-LENGTH))
              AND (WS-FIRST-LENGTH = 0
               OR WS-UPPER-FIRST-NAME(1:WS-FIRST-LENGTH)
                  = SEARCH-FIRST-NAME(1:WS-FIRST-LENGTH))
               IF WS-MATCH-COUNT >= 200
                   SET WS-TOO-MANY-MATCHES TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE CM-CUSTOMER-NO
                       TO MT-CUSTOMER-NO(WS-MATCH-COUNT)
                   MOVE CM-CUSTOMER-NAME
                       TO MT-CUSTOMER-NAME(WS-MATCH-COUNT)
                   MOVE CM-CUSTOMER-LAST-NAME
                       TO MT-LAST-NAME(WS-MATCH-COUNT)
                   MOVE CM-STATUS
                       TO MT-STATUS(WS-MATCH-COUNT)
               END-IF
           END-IF.
       2150-END. EXIT.
      *-----------------------------------------------------------------
      * Shows the matches a page at a time. A list number brings up
      * that customer's inquiry and returns to the same page
      * afterwards; N and P page forward and back, Q ends the list.
       2200-BROWSE-MATCHES.
           MOVE 1   TO WS-PAGE-START.
           MOVE 'N' TO WS-BROWSE-SWITCH.
           PERFORM UNTIL WS-BROWSE-ENDED
               PERFORM 2250-SHOW-PAGE
               DISPLAY 'Enter list number to inquire, (N)ext page, '
                   '(P)revious page or (Q)uit list:'
               ACCEPT WS-BROWSE-CHOICE
               EVALUATE TRUE
                   WHEN WS-BROWSE-CHOICE = 'N' OR 'n'
                       IF WS-PAGE-END < WS-MATCH-COUNT
                           ADD WS-PAGE-SIZE TO WS-PAGE-START
                       ELSE
                           DISPLAY 'This is the last page.'
                       END-IF
                   WHEN WS-BROWSE-CHOICE = 'P' OR 'p'
                       IF WS-PAGE-START > WS-PAGE-SIZE
                           SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-START
                       ELSE
                           DISPLAY 'This is the first page.'
                       END-IF
                   WHEN WS-BROWSE-CHOICE = 'Q' OR 'q'
                       SET WS-BROWSE-ENDED TO TRUE
                   WHEN WS-BROWSE-CHOICE(1:1) IS NUMERIC
                       COMPUTE WS-PICK =
                           FUNCTION NUMVAL(WS-BROWSE-CHOICE)
                       IF WS-PICK >= 1 AND WS-PICK <= WS-MATCH-COUNT
                           MOVE MT-CUSTOMER-NO(WS-PICK) TO CUSTOMER-NO
                           PERFORM 3000-CUSTOMER-INQUIRY
                       ELSE
                           DISPLAY 'No such list number.'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Invalid choice, please try again.'
               END-EVALUATE
           END-PERFORM.
       2200-END. EXIT.
      *-----------------------------------------------------------------
       2250-SHOW-PAGE.
           COMPUTE WS-PAGE-END = WS-PAGE-START + WS-PAGE-SIZE - 1.
           IF WS-PAGE-END > WS-MATCH-COUNT
               MOVE WS-MATCH-COUNT TO WS-PAGE-END
           END-IF.
           DISPLAY ' '.
           DISPLAY 'Matches ' WS-PAGE-START ' to ' WS-PAGE-END
               ' of ' WS-MATCH-COUNT.
           DISPLAY 'NO. CUSTOMER-NO     LAST NAME       FIRST NAME     '
               ' S'.
           PERFORM VARYING WS-LIST-NO FROM WS-PAGE-START BY 1
                   UNTIL WS-LIST-NO > WS-PAGE-END
               MOVE WS-LIST-NO TO ED-LIST-NO
               DISPLAY ED-LIST-NO ' '
                   MT-CUSTOMER-NO(WS-LIST-NO) ' '
                   MT-LAST-NAME(WS-LIST-NO) ' '
                   MT-CUSTOMER-NAME(WS-LIST-NO) ' '
                   MT-STATUS(WS-LIST-NO)
           END-PERFORM.
       2250-END. EXIT.
      *-----------------------------------------------------------------
      * The single inquiry screen: everything about one customer
      * that is otherwise looked up option by option.
       3000-CUSTOMER-INQUIRY.
           MOVE CUSTOMER-NO TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Customer number not found.'
           END-READ.
           IF WS-CUSTMAST-STATUS = '00'
               PERFORM 3100-SHOW-CUSTOMER
               PERFORM 3150-SHOW-ACCOUNTS
               PERFORM 3200-SHOW-DAILY-LIMIT
               PERFORM 3300-SHOW-ACTIVE-HOLDS
               PERFORM 3400-SHOW-STANDING-ORDERS
               PERFORM 3500-SHOW-RECENT-HISTORY
               DISPLAY ' '
               DISPLAY 'Press Enter to continue.'
               ACCEPT WS-PAUSE
           END-IF.
       3000-END. EXIT.
      *-----------------------------------------------------------------
       3100-SHOW-CUSTOMER.
           EVALUATE TRUE
               WHEN CM-ACTIVE
                   MOVE 'ACTIVE'    TO WS-STATUS-TEXT
               WHEN CM-LOCKED
                   MOVE 'LOCKED'    TO WS-STATUS-TEXT
               WHEN CM-DORMANT
                   MOVE 'DORMANT'   TO WS-STATUS-TEXT
               WHEN CM-CLOSED
                   MOVE 'CLOSED'    TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE CM-STATUS   TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY ' '.
           DISPLAY '=============================================='
               '=============================='.
           DISPLAY 'CUSTOMER INQUIRY   ' CM-CUSTOMER-NO '   '
               CM-CUSTOMER-NAME ' ' CM-CUSTOMER-LAST-NAME.
           DISPLAY '=============================================='
               '=============================='.
           DISPLAY 'Customer status ..........: ' WS-STATUS-TEXT.
           IF CM-PIN-ATTEMPTS > 0
               DISPLAY 'Wrong PIN attempts .......: ' CM-PIN-ATTEMPTS
           END-IF.
       3100-END. EXIT.
      *-----------------------------------------------------------------
       3150-SHOW-ACCOUNTS.
           DISPLAY ' '.
           DISPLAY 'ACCOUNT  STATUS           BALANCE'.
           PERFORM VARYING ACCOUNT-SUB FROM 1 BY 1
                   UNTIL ACCOUNT-SUB > 2
               IF ACCOUNT-SUB = 1
                   MOVE 'CHECKING' TO WS-ACCOUNT-TEXT
               ELSE
                   MOVE 'SAVINGS'  TO WS-ACCOUNT-TEXT
               END-IF
               EVALUATE TRUE
                   WHEN CM-ACCT-OPEN(ACCOUNT-SUB)
                       MOVE 'OPEN'       TO WS-STATUS-TEXT
                   WHEN CM-ACCT-CLOSED(ACCOUNT-SUB)
                       MOVE 'CLOSED'     TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'NOT OPENED' TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE CM-ACCT-BALANCE(ACCOUNT-SUB) TO ED-BALANCE
               IF CM-ACCT-UNOPENED(ACCOUNT-SUB)
                   DISPLAY WS-ACCOUNT-TEXT ' ' WS-STATUS-TEXT
               ELSE
                   DISPLAY WS-ACCOUNT-TEXT ' ' WS-STATUS-TEXT ' '
                       ED-BALANCE
               END-IF
           END-PERFORM.
           IF CM-OVERDRAFT-LIMIT > 0
               MOVE CM-OVERDRAFT-LIMIT TO ED-AMOUNT
               DISPLAY 'Arranged overdraft .......: ' ED-AMOUNT
           END-IF.
       3150-END. EXIT.
      *-----------------------------------------------------------------
      * Used today is worked out the way ACCOUNT's velocity check
      * does it: today's approved outgoing rows on the history,
      * across all accounts, leaving out own-account moves.
       3200-SHOW-DAILY-LIMIT.
           MOVE 0 TO DAILY-OUT-TOTAL.
           IF WS-TRANHIST-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE CM-CUSTOMER-NO TO TH-CUSTOMER-NO
               MOVE WS-TODAY       TO TH-TIMESTAMP-DATE
               MOVE 0              TO TH-TIMESTAMP-TIME
               MOVE 0              TO TH-TIE-BREAKER
               START TRANSACTION-HISTORY-FILE
                   KEY IS GREATER THAN OR EQUAL TO TH-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANSACTION-HISTORY-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF TH-CUSTOMER-NO NOT = CM-CUSTOMER-NO
                              OR TH-TIMESTAMP-DATE NOT = WS-TODAY
                               SET WS-END-OF-FILE TO TRUE
                           ELSE
                               IF TH-APPROVED
                                  AND TH-COUNTERPARTY-NO
                                      NOT = CM-CUSTOMER-NO
                                   ADD TH-TRANSFER-OUT
                                       TO DAILY-OUT-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           DISPLAY ' '.
           MOVE DAILY-OUT-TOTAL TO ED-AMOUNT-2.
           IF CM-DAILY-LIMIT = 0
               DISPLAY 'Daily transfer limit .....: NONE'
           ELSE
               MOVE CM-DAILY-LIMIT TO ED-AMOUNT
               DISPLAY 'Daily transfer limit .....: ' ED-AMOUNT
           END-IF.
           DISPLAY 'Used today ...............: ' ED-AMOUNT-2.
           IF CM-DAILY-LIMIT > 0
               COMPUTE WS-LIMIT-LEFT = CM-DAILY-LIMIT - DAILY-OUT-TOTAL
               IF WS-LIMIT-LEFT < 0
                   MOVE 0 TO WS-LIMIT-LEFT
               END-IF
               MOVE WS-LIMIT-LEFT TO ED-AMOUNT
               DISPLAY 'Left for today ...........: ' ED-AMOUNT
           END-IF.
       3200-END. EXIT.
      *-----------------------------------------------------------------
       3300-SHOW-ACTIVE-HOLDS.
           MOVE 0 TO WS-ITEMS-LISTED.
           DISPLAY ' '.
           DISPLAY 'ACTIVE FUNDS HOLDS'.
           IF WS-HOLDFILE-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE CM-CUSTOMER-NO TO HD-CUSTOMER-NO
               MOVE 0              TO HD-HOLD-NO
               START CUSTOMER-HOLD-FILE
                   KEY IS GREATER THAN OR EQUAL TO HD-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTOMER-HOLD-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF HD-CUSTOMER-NO NOT = CM-CUSTOMER-NO
                               SET WS-END-OF-FILE TO TRUE
                           ELSE
                               IF HD-ACTIVE
                                   PERFORM 3350-SHOW-ONE-HOLD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ITEMS-LISTED = 0
               DISPLAY '  None.'
           END-IF.
       3300-END. EXIT.
      *-----------------------------------------------------------------
       3350-SHOW-ONE-HOLD.
           ADD 1 TO WS-ITEMS-LISTED.
           IF WS-ITEMS-LISTED = 1
               DISPLAY '  NO  A       AMOUNT REASON'
                   '               PLACED'
           END-IF.
           MOVE HD-AMOUNT TO ED-AMOUNT.
           DISPLAY '  ' HD-HOLD-NO ' ' HD-ACCOUNT-TYPE ' ' ED-AMOUNT ' '
               HD-REASON ' ' HD-PLACED-DATE.
       3350-END. EXIT.
      *-----------------------------------------------------------------
      * Standing orders are keyed by order number, not customer, so
      * the whole book is read, as MAINT's order list does.
       3400-SHOW-STANDING-ORDERS.
           MOVE 0 TO WS-ITEMS-LISTED.
           DISPLAY ' '.
           DISPLAY 'ACTIVE STANDING ORDERS'.
           IF WS-STANDORD-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO SO-ORDER-NO
               START STANDING-ORDER-FILE
                   KEY IS GREATER THAN OR EQUAL TO SO-ORDER-NO
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SO-CUSTOMER-NO = CM-CUSTOMER-NO
                              AND SO-ACTIVE
                               PERFORM 3450-SHOW-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ITEMS-LISTED = 0
               DISPLAY '  None.'
           END-IF.
       3400-END. EXIT.
      *-----------------------------------------------------------------
       3450-SHOW-ONE-ORDER.
           ADD 1 TO WS-ITEMS-LISTED.
           IF WS-ITEMS-LISTED = 1
               DISPLAY '  ORDER  DEST                  AMOUNT F '
                   'NEXT-DUE END-DATE'
           END-IF.
           MOVE SO-AMOUNT TO ED-AMOUNT.
           DISPLAY '  ' SO-ORDER-NO ' ' SO-DEST-CUSTOMER-NO ' '
               ED-AMOUNT ' ' SO-FREQUENCY ' ' SO-NEXT-DUE-DATE ' '
               SO-END-DATE.
       3450-END. EXIT.
      *-----------------------------------------------------------------
      * The history can only be read forward, so the customer's
      * rows are passed through a ring of the last ten and then
      * shown oldest first. Archived months are not read: the
      * latest rows are always still on the history file unless
      * the customer has been idle since before the last archive.
       3500-SHOW-RECENT-HISTORY.
           MOVE 0 TO WS-HIST-COUNT.
           MOVE 0 TO WS-HIST-SLOT.
           DISPLAY ' '.
           DISPLAY 'LATEST TRANSACTIONS'.
           IF WS-TRANHIST-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE CM-CUSTOMER-NO TO TH-CUSTOMER-NO
               MOVE 0              TO TH-TIMESTAMP-DATE
               MOVE 0              TO TH-TIMESTAMP-TIME
               MOVE 0              TO TH-TIE-BREAKER
               START TRANSACTION-HISTORY-FILE
                   KEY IS GREATER THAN OR EQUAL TO TH-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANSACTION-HISTORY-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF TH-CUSTOMER-NO NOT = CM-CUSTOMER-NO
                               SET WS-END-OF-FILE TO TRUE
                           ELSE
                               PERFORM 3550-KEEP-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-HIST-COUNT = 0
               DISPLAY '  None.'
           ELSE
               PERFORM 3600-LIST-KEPT-ROWS
           END-IF.
       3500-END. EXIT.
      *-----------------------------------------------------------------
       3550-KEEP-HISTORY-ROW.
           ADD 1 TO WS-HIST-COUNT.
           ADD 1 TO WS-HIST-SLOT.
           IF WS-HIST-SLOT > WS-HIST-MAX
               MOVE 1 TO WS-HIST-SLOT
           END-IF.
           MOVE TH-TIMESTAMP-DATE  TO RH-DATE(WS-HIST-SLOT).
           MOVE TH-TIMESTAMP-TIME  TO RH-TIME(WS-HIST-SLOT).
           MOVE TH-ACCOUNT-TYPE    TO RH-ACCOUNT-TYPE(WS-HIST-SLOT).
           MOVE TH-COUNTERPARTY-NO TO RH-COUNTERPARTY-NO(WS-HIST-SLOT).
           MOVE TH-TRANSFER-IN     TO RH-TRANSFER-IN(WS-HIST-SLOT).
           MOVE TH-TRANSFER-OUT    TO RH-TRANSFER-OUT(WS-HIST-SLOT).
           MOVE TH-BALANCE-AFTER   TO RH-BALANCE-AFTER(WS-HIST-SLOT).
           MOVE TH-STATUS          TO RH-STATUS(WS-HIST-SLOT).
       3550-END. EXIT.
      *-----------------------------------------------------------------
      * Once the ring has wrapped, the oldest kept row is the one
      * after the newest.
       3600-LIST-KEPT-ROWS.
           DISPLAY '  DATE     TIME   A COUNTERPARTY            IN'
               '          OUT S      BALANCE'.
           IF WS-HIST-COUNT > WS-HIST-MAX
               MOVE WS-HIST-MAX TO WS-HIST-SHOWN
           ELSE
               MOVE WS-HIST-COUNT TO WS-HIST-SHOWN
               MOVE 0 TO WS-HIST-SLOT
           END-IF.
           PERFORM WS-HIST-SHOWN TIMES
               ADD 1 TO WS-HIST-SLOT
               IF WS-HIST-SLOT > WS-HIST-MAX
                   MOVE 1 TO WS-HIST-SLOT
               END-IF
               MOVE RH-TRANSFER-IN(WS-HIST-SLOT)   TO ED-AMOUNT
               MOVE RH-TRANSFER-OUT(WS-HIST-SLOT)  TO ED-AMOUNT-2
               MOVE RH-BALANCE-AFTER(WS-HIST-SLOT) TO ED-BALANCE
               DISPLAY '  ' RH-DATE(WS-HIST-SLOT) ' '
                   RH-TIME(WS-HIST-SLOT) ' '
                   RH-ACCOUNT-TYPE(WS-HIST-SLOT) ' '
                   RH-COUNTERPARTY-NO(WS-HIST-SLOT) ' '
                   ED-AMOUNT ' ' ED-AMOUNT-2 ' '
                   RH-STATUS(WS-HIST-SLOT) ' ' ED-BALANCE
           END-PERFORM.
       3600-END. EXIT.
      *-----------------------------------------------------------------
