      * bank's copy, STMTyyyymmdd.RPT, and a per-statement copy
      * named from the customer number that can be handed or mailed
      * to the customer. The console keeps a one-line summary.
      * Balances are signed: an overdrawn checking balance prints
      * with a trailing minus.
      * Term deposit ('T') rows are listed with the rest but carry
      * the deposit's own balance, so they stay out of the checking
      * and savings opening and closing figures; the customer's
      * term deposits are listed from TDMAST.DAT at the foot.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO 'TDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-KEY
               FILE STATUS IS WS-TDMAST-STATUS.
           SELECT REPORT-PRINT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           COPY TRANLOG.
       FD  TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.
       FD  TERM-DEPOSIT-FILE.
           COPY TDMAST.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE                PIC X(80).
       FD  STATEMENT-COPY-FILE.
       01  FILE-STATUS-VARIABLES.
           05 WS-ARCHIVE-STATUS     PIC X(2).
           05 WS-TRANHIST-STATUS    PIC X(2).
           05 WS-TDMAST-STATUS      PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
           05 WS-COPY-STATUS        PIC X(2).
       01  REPORT-PRINT-CONTROL.
           05 ED-IN                 PIC ZZZZZZ9.99.
           05 ED-OUT                PIC ZZZZZZ9.99.
           05 ED-FEE                PIC ZZZZ9.99.
           05 ED-BALANCE            PIC ZZZZZZ9.99-.
           05 ED-OPENING            PIC -ZZZZZZZ9.99.
           05 ED-CLOSING            PIC -ZZZZZZZ9.99.
           05 ED-RATE               PIC Z9.9999.
           05 ED-PAGE               PIC ZZZ9.
       01  WS-PRINT-WORK            PIC X(80).
       01  WS-OUT-LINE              PIC X(80).
           05 WS-LINE-NAME           PIC X(15).
           05 WS-LINE-LAST-NAME      PIC X(15).
           05 WS-LINE-ACCT-TYPE      PIC X(1).
           05 WS-LINE-COUNTERPARTY   PIC X(15).
           05 WS-LINE-IN             PIC 9(7)V99.
           05 WS-LINE-OUT            PIC 9(7)V99.
           05 WS-LINE-FEE            PIC 9(5)V99.
           05 WS-LINE-BALANCE        PIC S9(7)V99.
           05 WS-LINE-STATUS         PIC X(1).
              88 WS-LINE-APPROVED    VALUE 'A'.
              88 WS-LINE-REVERSAL    VALUE 'R'.
              88 WS-LINE-INTEREST    VALUE 'I'.
              88 WS-LINE-SKIPPED     VALUE 'S'.
              88 WS-LINE-OVER-LIMIT  VALUE 'L'.
              88 WS-LINE-FEE-CHARGE  VALUE 'F'.
           05 WS-LINE-DATE           PIC 9(8).
           05 WS-LINE-TIME           PIC 9(6).
      * Opening and closing balances are carried per account:
                 88 WS-ACCT-SEEN     VALUE 'Y'.
              10 WS-ACCT-LABEL       PIC X(8).
              10 WS-ACCT-OPENING     PIC S9(8)V99.
              10 WS-ACCT-CLOSING     PIC S9(7)V99.
       01  WS-STATUS-TEXT            PIC X(8).
       01  WS-DEPOSIT-EOF-SWITCH     PIC X(1).
           88 WS-END-OF-DEPOSITS     VALUE 'Y'.
       01  WS-DEPOSIT-COUNT          PIC 9(3) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           MOVE TL-CUSTOMER-NAME      TO WS-LINE-NAME.
           MOVE TL-CUSTOMER-LAST-NAME TO WS-LINE-LAST-NAME.
           MOVE TL-ACCOUNT-TYPE       TO WS-LINE-ACCT-TYPE.
           MOVE TL-COUNTERPARTY-NO    TO WS-LINE-COUNTERPARTY.
           MOVE TL-TRANSFER-IN        TO WS-LINE-IN.
           MOVE TL-TRANSFER-OUT       TO WS-LINE-OUT.
           MOVE TL-DEPOSIT-FEE        TO WS-LINE-FEE.
           MOVE TH-CUSTOMER-NAME      TO WS-LINE-NAME.
           MOVE TH-CUSTOMER-LAST-NAME TO WS-LINE-LAST-NAME.
           MOVE TH-ACCOUNT-TYPE       TO WS-LINE-ACCT-TYPE.
           MOVE TH-COUNTERPARTY-NO    TO WS-LINE-COUNTERPARTY.
           MOVE TH-TRANSFER-IN        TO WS-LINE-IN.
           MOVE TH-TRANSFER-OUT       TO WS-LINE-OUT.
           MOVE TH-DEPOSIT-FEE        TO WS-LINE-FEE.
       1670-END. EXIT.
      *-----------------------------------------------------------------
       2000-HANDLE-LINE.
           IF NOT WS-FIRST-SEEN
               PERFORM 2100-PRINT-HEADER
           END-IF.
           IF WS-LINE-ACCT-TYPE = 'T'
               PERFORM 2200-PRINT-LINE
           ELSE
               PERFORM 2050-HANDLE-ACCOUNT-LINE
           END-IF.
       2000-END. EXIT.
      *-----------------------------------------------------------------
       2050-HANDLE-ACCOUNT-LINE.
           IF WS-LINE-ACCT-TYPE = 'S'
               MOVE 2 TO WS-ACCT-SUB
           ELSE
               MOVE 1 TO WS-ACCT-SUB
           END-IF.
           IF NOT WS-ACCT-SEEN(WS-ACCT-SUB)
               PERFORM 2150-OPEN-ACCOUNT-BALANCE
           END-IF.
           PERFORM 2200-PRINT-LINE.
           MOVE WS-LINE-BALANCE TO WS-ACCT-CLOSING(WS-ACCT-SUB).
       2050-END. EXIT.
      *-----------------------------------------------------------------
       2100-PRINT-HEADER.
           SET WS-FIRST-SEEN TO TRUE.
      * Rebuilds the balance the account had just before its first
      * in-range transaction, since the log only stores the balance
      * after each transaction. On a reversal row the fee column is
      * a refund, so it moves the balance the other way; a fee
      * charge row moves it like an approved row.
       2150-OPEN-ACCOUNT-BALANCE.
           SET WS-ACCT-SEEN(WS-ACCT-SUB) TO TRUE.
           IF WS-LINE-APPROVED OR WS-LINE-INTEREST
              OR WS-LINE-FEE-CHARGE
               COMPUTE WS-ACCT-OPENING(WS-ACCT-SUB) =
                   WS-LINE-BALANCE -
                   WS-LINE-IN + WS-LINE-OUT + WS-LINE-FEE
                   MOVE 'REVERSED' TO WS-STATUS-TEXT
               WHEN WS-LINE-INTEREST
                   MOVE 'INTEREST' TO WS-STATUS-TEXT
      * An account charge shows its charge code (ODFEE, SVCFEE,
      * MINBAL, CASHFEE) so the customer can tell one from another.
               WHEN WS-LINE-FEE-CHARGE
                   IF WS-LINE-ACCT-TYPE = 'T'
                       MOVE 'CHARGE' TO WS-STATUS-TEXT
                   ELSE
                       MOVE WS-LINE-COUNTERPARTY TO WS-STATUS-TEXT
                   END-IF
               WHEN WS-LINE-SKIPPED
                   MOVE 'SKIPPED' TO WS-STATUS-TEXT
               WHEN WS-LINE-OVER-LIMIT
                       PERFORM 3100-PRINT-ACCOUNT-TOTALS
                   END-IF
               END-PERFORM
               PERFORM 3200-PRINT-TERM-DEPOSITS
               MOVE SPACES TO WS-PRINT-WORK
               STRING 'Transactions listed : '
                   WS-LINE-COUNT
               ' opening : ' ED-OPENING
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-ACCT-CLOSING(WS-ACCT-SUB) TO ED-CLOSING.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING WS-ACCT-LABEL(WS-ACCT-SUB)
               ' closing : ' ED-CLOSING
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       3100-END. EXIT.
      *-----------------------------------------------------------------
      * Lists the deposits still on deposit plus any paid out or
      * broken within the statement period, each with the balance
      * held now. A missing TDMAST.DAT means the customer holds none.
       3200-PRINT-TERM-DEPOSITS.
           MOVE 'N' TO WS-DEPOSIT-EOF-SWITCH.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF WS-TDMAST-STATUS NOT = '00'
               SET WS-END-OF-DEPOSITS TO TRUE
           ELSE
               MOVE WS-CUSTOMER-NO TO TD-CUSTOMER-NO
               MOVE 0              TO TD-DEPOSIT-NO
               START TERM-DEPOSIT-FILE
                   KEY IS GREATER THAN OR EQUAL TO TD-KEY
                   INVALID KEY
                       SET WS-END-OF-DEPOSITS TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-DEPOSITS
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-DEPOSITS TO TRUE
                   NOT AT END
                       IF TD-CUSTOMER-NO NOT = WS-CUSTOMER-NO
                           SET WS-END-OF-DEPOSITS TO TRUE
                       ELSE
                           IF TD-ACTIVE
                              OR (TD-CLOSED-DATE >= WS-FROM-DATE
                                  AND TD-CLOSED-DATE <= WS-TO-DATE)
                               PERFORM 3250-PRINT-ONE-DEPOSIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TDMAST-STATUS = '00' OR WS-TDMAST-STATUS = '10'
               CLOSE TERM-DEPOSIT-FILE
           END-IF.
       3200-END. EXIT.
      *-----------------------------------------------------------------
       3250-PRINT-ONE-DEPOSIT.
           ADD 1 TO WS-DEPOSIT-COUNT.
           IF WS-DEPOSIT-COUNT = 1
               MOVE SPACES TO WS-PRINT-WORK
               MOVE 'Term deposits   : NO         BALANCE'
                   TO WS-PRINT-WORK
               MOVE '    RATE MATURES  STATUS' TO WS-PRINT-WORK(37:)
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.
           EVALUATE TRUE
               WHEN TD-ACTIVE
                   MOVE 'ACTIVE' TO WS-STATUS-TEXT
               WHEN TD-MATURED
                   MOVE 'PAID' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'BROKEN' TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE TD-BALANCE TO ED-CLOSING.
           MOVE TD-RATE    TO ED-RATE.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING '                  TD' TD-DEPOSIT-NO ' '
               ED-CLOSING ' ' ED-RATE ' '
               TD-MATURITY-DATE ' ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       3250-END. EXIT.
      *-----------------------------------------------------------------
      * Every statement line funnels through here and goes to both
      * the bank copy and the customer copy; callers build the line
      * in WS-PRINT-WORK first. The line count starts past the page
