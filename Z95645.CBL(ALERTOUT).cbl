       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTOUT.
       AUTHOR.     SİNEM ŞEN.
      *-----------------------------------------------------------------
      * ALERTOUT - nightly customer alert feed. ACCOUNT, BATCHEDT,
      * MAINT and CREDPOST append an event row to ALERTEVT.DAT when
      * something happens a customer should hear about: a large
      * payment, an over-limit decline, a PIN lockout, a hold placed
      * or released, a credit received, a standing order declined.
      * This run takes the rows raised since the last feed, checks
      * each against the customer's ALERTPRF.DAT contact details and
      * alert choices, and writes one message per channel to the
      * messaging gateway extract ALRTyyyymmdd.DAT in the ALERTGW
      * layout, with a header and a count and amount hash trailer.
      * An event is suppressed, and never sent, when the customer
      * has no preference record, has turned alerts off or opted out
      * of that kind of alert, or has no contact on the chosen
      * channel. ALERTRUN.DAT records how far into ALERTEVT.DAT the
      * feed has read; a rerun on the same date sends the same
      * events again and replaces the extract.
      * The run report ALERTOUTyyyymmdd.RPT lists every event with
      * the channels it was sent on or why it was suppressed, and is
      * retained; the console keeps a one-line summary.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-EVENT-FILE ASSIGN TO 'ALERTEVT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTEVT-STATUS.
           SELECT ALERT-PREFERENCE-FILE ASSIGN TO 'ALERTPRF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CUSTOMER-NO
               FILE STATUS IS WS-ALERTPRF-STATUS.
           SELECT ALERT-RUN-FILE ASSIGN TO 'ALERTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTRUN-STATUS.
           SELECT GATEWAY-EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT REPORT-PRINT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-EVENT-FILE.
           COPY ALERTEVT.
       FD  ALERT-PREFERENCE-FILE.
           COPY ALERTPRF.
       FD  ALERT-RUN-FILE.
           COPY ALERTRUN.
       FD  GATEWAY-EXTRACT-FILE.
           COPY ALERTGW.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE               PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-VARIABLES.
           05 WS-ALERTEVT-STATUS    PIC X(2).
           05 WS-ALERTPRF-STATUS    PIC X(2).
           05 WS-ALERTRUN-STATUS    PIC X(2).
           05 WS-EXTRACT-STATUS     PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
       01  REPORT-PRINT-CONTROL.
           05 WS-REPORT-NAME        PIC X(24).
           05 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
           05 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01  REPORT-DETAIL.
           05 RD-LABEL              PIC X(28).
           05 RD-VALUE              PIC X(18).
       01  EDITED-FIELDS.
           05 ED-COUNT              PIC ZZZZZZZZ9.
           05 ED-AMOUNT             PIC -ZZZZZZZZZZ9.99.
           05 ED-PAGE               PIC ZZZ9.
           05 ED-EVENT-AMOUNT       PIC ZZZZZZ9.99.
       01  WS-PRINT-WORK            PIC X(80).
       01  WS-EXTRACT-NAME          PIC X(24).
       01  WS-TODAY                 PIC 9(8).
       01  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-END-OF-FILE        VALUE 'Y'.
       01  WS-PREFERENCE-SWITCH     PIC X(1) VALUE 'N'.
           88 WS-PREFERENCES-OPEN   VALUE 'Y'.
      * Where this run starts in ALERTEVT.DAT and how far it has
      * read: rows up to WS-START-COUNT were handled by earlier
      * runs and are passed over.
       01  FEED-POSITION.
           05 WS-LAST-RUN-DATE      PIC 9(8) VALUE 0.
           05 WS-START-COUNT        PIC 9(9) VALUE 0.
           05 WS-ROWS-READ          PIC 9(9) VALUE 0.
           05 WS-RERUN-SWITCH       PIC X(1) VALUE 'N'.
              88 WS-RERUN           VALUE 'Y'.
      * The outcome for the event in hand: the choice byte that
      * governs it, the channels it goes out on, or the reason it
      * is held back.
       01  EVENT-DECISION.
           05 WS-CHOICE-SUB         PIC 9(1).
           05 WS-SMS-SWITCH         PIC X(1).
              88 WS-SEND-SMS        VALUE 'Y'.
           05 WS-EMAIL-SWITCH       PIC X(1).
              88 WS-SEND-EMAIL      VALUE 'Y'.
           05 WS-SUPPRESS-REASON    PIC X(6).
              88 WS-NOT-SUPPRESSED  VALUE SPACES.
              88 WS-NO-PREFERENCE   VALUE 'NOPREF'.
              88 WS-OPTED-OUT       VALUE 'OPTOUT'.
              88 WS-NO-CONTACT      VALUE 'NOCONT'.
              88 WS-UNKNOWN-TYPE    VALUE 'BADTYP'.
      * Pieces of the message text: the amount with its leading
      * blanks taken off, and the account named in words.
       01  MESSAGE-WORK.
           05 WS-MESSAGE-TEXT       PIC X(80).
           05 WS-AMOUNT-TEXT        PIC X(10).
           05 WS-LEADING-SPACES     PIC 9(2).
           05 WS-ACCOUNT-WORD       PIC X(8).
           05 WS-RESULT-TEXT        PIC X(26).
       01  RUN-TOTALS.
           05 RT-EVENT-COUNT        PIC 9(9) VALUE 0.
           05 RT-SENT-COUNT         PIC 9(9) VALUE 0.
           05 RT-MESSAGE-COUNT      PIC 9(7) VALUE 0.
           05 RT-SMS-COUNT          PIC 9(7) VALUE 0.
           05 RT-EMAIL-COUNT        PIC 9(7) VALUE 0.
           05 RT-SUPPRESSED-COUNT   PIC 9(9) VALUE 0.
           05 RT-NO-PREFERENCE      PIC 9(9) VALUE 0.
           05 RT-OPTED-OUT          PIC 9(9) VALUE 0.
           05 RT-NO-CONTACT         PIC 9(9) VALUE 0.
           05 RT-UNKNOWN-TYPE       PIC 9(9) VALUE 0.
           05 RT-HASH-TOTAL         PIC 9(13)V99 VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1100-READ-ALERT-RUN.
           PERFORM 1200-OPEN-EVENT-FILE.
           PERFORM 1300-PASS-HANDLED-EVENTS.
           PERFORM 1400-OPEN-PREFERENCE-FILE.
           PERFORM 1500-OPEN-REPORT-FILE.
           PERFORM 1600-OPEN-EXTRACT-FILE.
           PERFORM 2000-HANDLE-NEW-EVENTS.
           IF WS-ALERTEVT-STATUS = '00' OR WS-ALERTEVT-STATUS = '10'
               CLOSE ALERT-EVENT-FILE
           END-IF.
           IF WS-PREFERENCES-OPEN
               CLOSE ALERT-PREFERENCE-FILE
           END-IF.
           PERFORM 3990-WRITE-EXTRACT-TRAILER.
           CLOSE GATEWAY-EXTRACT-FILE.
           PERFORM 3900-WRITE-ALERT-RUN.
           PERFORM 4000-PRINT-REPORT.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY 'Alert feed for ' WS-TODAY ' complete: '
               RT-MESSAGE-COUNT ' messages, ' RT-SUPPRESSED-COUNT
               ' suppressed; report ' WS-REPORT-NAME ', extract '
               WS-EXTRACT-NAME.
       1000-END. EXIT.
           STOP RUN.
      *-----------------------------------------------------------------
      * A missing ALERTRUN.DAT means the feed has never run and
      * every event on file is new. An empty or damaged one stops
      * the run: starting again from the first event would send
      * customers alerts they have already had.
       1100-READ-ALERT-RUN.
           OPEN INPUT ALERT-RUN-FILE.
           IF WS-ALERTRUN-STATUS = '35'
               DISPLAY 'ALERTRUN.DAT not found; sending every event '
                   'on ALERTEVT.DAT.'
           ELSE
               IF WS-ALERTRUN-STATUS NOT = '00'
                   DISPLAY 'Unable to open ALERTRUN.DAT, status: '
                       WS-ALERTRUN-STATUS
                   STOP RUN
               END-IF
               READ ALERT-RUN-FILE
                   AT END
                       DISPLAY 'ALERTRUN.DAT is empty; restore it '
                           'before running the alert feed.'
                       STOP RUN
               END-READ
               CLOSE ALERT-RUN-FILE
               IF AR-LAST-RUN-DATE IS NOT NUMERIC
                  OR AR-EVENTS-DONE IS NOT NUMERIC
                  OR AR-PREV-EVENTS-DONE IS NOT NUMERIC
                   DISPLAY 'ALERTRUN.DAT is not readable; restore it '
                       'before running the alert feed.'
                   STOP RUN
               END-IF
               MOVE AR-LAST-RUN-DATE TO WS-LAST-RUN-DATE
               IF AR-LAST-RUN-DATE = WS-TODAY
                   SET WS-RERUN TO TRUE
                   MOVE AR-PREV-EVENTS-DONE TO WS-START-COUNT
                   DISPLAY 'The alert feed already ran today; '
                       'sending the same events again.'
               ELSE
                   MOVE AR-EVENTS-DONE TO WS-START-COUNT
               END-IF
           END-IF.
       1100-END. EXIT.
      *-----------------------------------------------------------------
      * No ALERTEVT.DAT only means no event has been raised yet.
       1200-OPEN-EVENT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ALERT-EVENT-FILE.
           IF WS-ALERTEVT-STATUS NOT = '00'
               SET WS-END-OF-FILE TO TRUE
           END-IF.
       1200-END. EXIT.
      *-----------------------------------------------------------------
      * Rows already sent by earlier runs are read past. The event
      * file only ever grows, so finding fewer rows than were sent
      * means it has been replaced or cut short; carrying on could
      * send old alerts or skip new ones, so the run stops before
      * any output is written.
       1300-PASS-HANDLED-EVENTS.
           PERFORM UNTIL WS-END-OF-FILE
                      OR WS-ROWS-READ >= WS-START-COUNT
               READ ALERT-EVENT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
               END-READ
           END-PERFORM.
           IF WS-ROWS-READ < WS-START-COUNT
               DISPLAY 'ALERTEVT.DAT holds ' WS-ROWS-READ ' events '
                   'but ' WS-START-COUNT ' were sent before; the '
                   'event file has been replaced or cut short. '
                   'Stopping.'
               STOP RUN
           END-IF.
       1300-END. EXIT.
      *-----------------------------------------------------------------
      * Without ALERTPRF.DAT no customer has asked for alerts, so
      * every event is suppressed for want of a preference record.
       1400-OPEN-PREFERENCE-FILE.
           OPEN INPUT ALERT-PREFERENCE-FILE.
           IF WS-ALERTPRF-STATUS = '00'
               SET WS-PREFERENCES-OPEN TO TRUE
           ELSE
               DISPLAY 'ALERTPRF.DAT not available, status: '
                   WS-ALERTPRF-STATUS '; no alerts will be sent.'
           END-IF.
       1400-END. EXIT.
      *-----------------------------------------------------------------
       1500-OPEN-REPORT-FILE.
           STRING 'ALERTOUT' WS-TODAY '.RPT'
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-PRINT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-REPORT-NAME ', status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1500-END. EXIT.
      *-----------------------------------------------------------------
       1600-OPEN-EXTRACT-FILE.
           STRING 'ALRT' WS-TODAY '.DAT'
               DELIMITED BY SIZE INTO WS-EXTRACT-NAME.
           OPEN OUTPUT GATEWAY-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-EXTRACT-NAME
                   ', status: ' WS-EXTRACT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO ALERT-GATEWAY-RECORD.
           SET AG-HEADER TO TRUE.
           MOVE WS-TODAY        TO AG-RUN-DATE.
           MOVE 0               TO AG-EVENT-DATE.
           MOVE 0               TO AG-EVENT-TIME.
           MOVE 0               TO AG-AMOUNT.
           MOVE 0               TO AG-RECORD-COUNT.
           MOVE 0               TO AG-HASH-TOTAL.
           WRITE ALERT-GATEWAY-RECORD.
       1600-END. EXIT.
      *-----------------------------------------------------------------
       2000-HANDLE-NEW-EVENTS.
           PERFORM UNTIL WS-END-OF-FILE
               READ ALERT-EVENT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       ADD 1 TO RT-EVENT-COUNT
                       PERFORM 2100-HANDLE-ONE-EVENT
               END-READ
           END-PERFORM.
       2000-END. EXIT.
      *-----------------------------------------------------------------
      * Each event is either sent on every channel the customer has
      * a contact for, or suppressed with one reason; either way it
      * is listed on the report.
       2100-HANDLE-ONE-EVENT.
           MOVE 'N'    TO WS-SMS-SWITCH.
           MOVE 'N'    TO WS-EMAIL-SWITCH.
           MOVE SPACES TO WS-SUPPRESS-REASON.
           PERFORM 2150-FIND-CHOICE.
           IF WS-CHOICE-SUB = 0
               SET WS-UNKNOWN-TYPE TO TRUE
           ELSE
               PERFORM 2200-CHECK-PREFERENCE
           END-IF.
           IF WS-NOT-SUPPRESSED
               PERFORM 2300-BUILD-MESSAGE-TEXT
               ADD 1 TO RT-SENT-COUNT
               IF WS-SEND-SMS
                   MOVE SPACES TO ALERT-GATEWAY-RECORD
                   SET AG-SMS TO TRUE
                   MOVE AP-MOBILE-NO TO AG-ADDRESS
                   PERFORM 3500-WRITE-EXTRACT-DETAIL
                   ADD 1 TO RT-SMS-COUNT
               END-IF
               IF WS-SEND-EMAIL
                   MOVE SPACES TO ALERT-GATEWAY-RECORD
                   SET AG-EMAIL TO TRUE
                   MOVE AP-EMAIL-ADDRESS TO AG-ADDRESS
                   PERFORM 3500-WRITE-EXTRACT-DETAIL
                   ADD 1 TO RT-EMAIL-COUNT
               END-IF
           ELSE
               PERFORM 2400-COUNT-SUPPRESSED
           END-IF.
           PERFORM 3600-REPORT-EVENT.
       2100-END. EXIT.
      *-----------------------------------------------------------------
      * The choice byte on the preference record for each event
      * type, in the ALERTPRF order; a hold placed and a hold
      * released share one choice. Zero marks a type this run does
      * not know, which is reported rather than sent.
       2150-FIND-CHOICE.
           EVALUATE TRUE
               WHEN AE-LARGE-PAYMENT
                   MOVE 1 TO WS-CHOICE-SUB
               WHEN AE-OVER-LIMIT
                   MOVE 2 TO WS-CHOICE-SUB
               WHEN AE-PIN-LOCKOUT
                   MOVE 3 TO WS-CHOICE-SUB
               WHEN AE-HOLD-PLACED
               WHEN AE-HOLD-RELEASED
                   MOVE 4 TO WS-CHOICE-SUB
               WHEN AE-CREDIT-RECEIVED
                   MOVE 5 TO WS-CHOICE-SUB
               WHEN AE-ORDER-DECLINED
                   MOVE 6 TO WS-CHOICE-SUB
               WHEN OTHER
                   MOVE 0 TO WS-CHOICE-SUB
           END-EVALUATE.
       2150-END. EXIT.
      *-----------------------------------------------------------------
       2200-CHECK-PREFERENCE.
           IF NOT WS-PREFERENCES-OPEN
               SET WS-NO-PREFERENCE TO TRUE
           ELSE
               MOVE AE-CUSTOMER-NO TO AP-CUSTOMER-NO
               READ ALERT-PREFERENCE-FILE
                   INVALID KEY
                       SET WS-NO-PREFERENCE TO TRUE
                   NOT INVALID KEY
                       PERFORM 2250-CHECK-CHOICES
               END-READ
           END-IF.
       2200-END. EXIT.
      *-----------------------------------------------------------------
      * A customer on both channels is sent on whichever has a
      * contact; MAINT will not save a channel without its contact,
      * so an event is held back for want of one only when the
      * record has been damaged or the channel code is not known.
       2250-CHECK-CHOICES.
           IF AP-NO-ALERTS OR AP-CHOICE(WS-CHOICE-SUB) NOT = 'Y'
               SET WS-OPTED-OUT TO TRUE
           ELSE
               IF (AP-BY-SMS OR AP-BY-BOTH)
                  AND AP-MOBILE-NO NOT = SPACES
                   SET WS-SEND-SMS TO TRUE
               END-IF
               IF (AP-BY-EMAIL OR AP-BY-BOTH)
                  AND AP-EMAIL-ADDRESS NOT = SPACES
                   SET WS-SEND-EMAIL TO TRUE
               END-IF
               IF NOT WS-SEND-SMS AND NOT WS-SEND-EMAIL
                   SET WS-NO-CONTACT TO TRUE
               END-IF
           END-IF.
       2250-END. EXIT.
      *-----------------------------------------------------------------
      * The text the gateway sends, short enough for one SMS. The
      * reference names the other party, the hold, the standing
      * order or the originator, as the event type says; CASH and
      * OUTPAY are the log's markers for a cash withdrawal and a
      * payment to another bank.
       2300-BUILD-MESSAGE-TEXT.
           MOVE AE-AMOUNT TO ED-EVENT-AMOUNT.
           MOVE 0 TO WS-LEADING-SPACES.
           INSPECT ED-EVENT-AMOUNT
               TALLYING WS-LEADING-SPACES FOR LEADING SPACES.
           MOVE ED-EVENT-AMOUNT(WS-LEADING-SPACES + 1:)
               TO WS-AMOUNT-TEXT.
           EVALUATE AE-ACCOUNT-TYPE
               WHEN 'C'
                   MOVE 'checking' TO WS-ACCOUNT-WORD
               WHEN 'S'
                   MOVE 'savings'  TO WS-ACCOUNT-WORD
               WHEN OTHER
                   MOVE 'bank'     TO WS-ACCOUNT-WORD
           END-EVALUATE.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           EVALUATE TRUE
               WHEN AE-LARGE-PAYMENT AND AE-REFERENCE = 'CASH'
                   STRING 'Cash withdrawal of ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT DELIMITED BY SPACE
                       ' from your ' DELIMITED BY SIZE
                       WS-ACCOUNT-WORD DELIMITED BY SPACE
                       ' account.' DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
               WHEN AE-LARGE-PAYMENT AND AE-REFERENCE = 'OUTPAY'
                   STRING 'Payment of ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT DELIMITED BY SPACE
                       ' to another bank from your ' DELIMITED BY SIZE
                       WS-ACCOUNT-WORD DELIMITED BY SPACE
                       ' account.' DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
               WHEN AE-LARGE-PAYMENT
                   STRING 'Transfer of ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT DELIMITED BY SPACE
                       ' from your ' DELIMITED BY SIZE
                       WS-ACCOUNT-WORD DELIMITED BY SPACE
                       ' account to ' DELIMITED BY SIZE
                       AE-REFERENCE DELIMITED BY SPACE
                       '.' DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
               WHEN AE-OVER-LIMIT
                   STRING 'Payment of ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT DELIMITED BY SPACE
                       ' from your ' DELIMITED BY SIZE
                       WS-ACCOUNT-WORD DELIMITED BY SPACE
                       ' account declined: over your limit.'
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
               WHEN AE-PIN-LOCKOUT
                   STRING 'Your access is locked after repeated '
                       'wrong PINs. Please contact your branch.'
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
               WHEN AE-HOLD-PLACED
                   STRING 'Hold ' DELIMITED BY SIZE
                       AE-REFERENCE DELIMITED BY SPACE
                       ' for ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT DELIMITED BY SPACE
                       ' placed on your ' DELIMITED BY SIZE
                       WS-ACCOUNT-WORD DELIMITED BY SPACE
                       ' account.' DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
               WHEN AE-HOLD-RELEASED
                   STRING 'Hold ' DELIMITED BY SIZE
                       AE-REFERENCE DELIMITED BY SPACE
                       ' for ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT DELIMITED BY SPACE
                       ' released on your ' DELIMITED BY SIZE
                       WS-ACCOUNT-WORD DELIMITED BY SPACE
                       ' account.' DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
               WHEN AE-CREDIT-RECEIVED
                   STRING 'Credit of ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT DELIMITED BY SPACE
                       ' from ' DELIMITED BY SIZE
                       AE-REFERENCE DELIMITED BY '  '
                       ' paid into your ' DELIMITED BY SIZE
                       WS-ACCOUNT-WORD DELIMITED BY SPACE
                       ' account.' DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
               WHEN AE-ORDER-DECLINED
                   STRING 'Standing order ' DELIMITED BY SIZE
                       AE-REFERENCE DELIMITED BY SPACE
                       ' for ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT DELIMITED BY SPACE
                       ' was not paid from your ' DELIMITED BY SIZE
                       WS-ACCOUNT-WORD DELIMITED BY SPACE
                       ' account.' DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
           END-EVALUATE.
       2300-END. EXIT.
      *-----------------------------------------------------------------
       2400-COUNT-SUPPRESSED.
           ADD 1 TO RT-SUPPRESSED-COUNT.
           EVALUATE TRUE
               WHEN WS-NO-PREFERENCE
                   ADD 1 TO RT-NO-PREFERENCE
               WHEN WS-OPTED-OUT
                   ADD 1 TO RT-OPTED-OUT
               WHEN WS-NO-CONTACT
                   ADD 1 TO RT-NO-CONTACT
               WHEN OTHER
                   ADD 1 TO RT-UNKNOWN-TYPE
           END-EVALUATE.
       2400-END. EXIT.
      *-----------------------------------------------------------------
      * The caller has set the channel and address; the rest of the
      * detail comes from the event and the message just built.
       3500-WRITE-EXTRACT-DETAIL.
           SET AG-DETAIL TO TRUE.
           MOVE WS-TODAY           TO AG-RUN-DATE.
           MOVE AE-CUSTOMER-NO     TO AG-CUSTOMER-NO.
           MOVE AE-EVENT-TYPE      TO AG-EVENT-TYPE.
           MOVE AE-TIMESTAMP-DATE  TO AG-EVENT-DATE.
           MOVE AE-TIMESTAMP-TIME  TO AG-EVENT-TIME.
           MOVE AE-AMOUNT          TO AG-AMOUNT.
           MOVE WS-MESSAGE-TEXT    TO AG-MESSAGE-TEXT.
           MOVE 0                  TO AG-RECORD-COUNT.
           MOVE 0                  TO AG-HASH-TOTAL.
           WRITE ALERT-GATEWAY-RECORD.
           ADD 1         TO RT-MESSAGE-COUNT.
           ADD AE-AMOUNT TO RT-HASH-TOTAL.
       3500-END. EXIT.
      *-----------------------------------------------------------------
       3600-REPORT-EVENT.
           EVALUATE TRUE
               WHEN WS-SEND-SMS AND WS-SEND-EMAIL
                   MOVE 'SENT SMS AND EMAIL'       TO WS-RESULT-TEXT
               WHEN WS-SEND-SMS
                   MOVE 'SENT SMS'                 TO WS-RESULT-TEXT
               WHEN WS-SEND-EMAIL
                   MOVE 'SENT EMAIL'               TO WS-RESULT-TEXT
               WHEN WS-NO-PREFERENCE
                   MOVE 'SUPPRESSED - NO PREFS'    TO WS-RESULT-TEXT
               WHEN WS-OPTED-OUT
                   MOVE 'SUPPRESSED - OPTED OUT'   TO WS-RESULT-TEXT
               WHEN WS-NO-CONTACT
                   MOVE 'SUPPRESSED - NO CONTACT'  TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'SUPPRESSED - UNKNOWN TYPE' TO WS-RESULT-TEXT
           END-EVALUATE.
           MOVE AE-AMOUNT TO ED-EVENT-AMOUNT.
           MOVE SPACES TO WS-PRINT-WORK.
           STRING AE-CUSTOMER-NO ' ' AE-EVENT-TYPE ' '
               AE-TIMESTAMP-DATE ' ' ED-EVENT-AMOUNT ' '
               WS-RESULT-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       3600-END. EXIT.
      *-----------------------------------------------------------------
      * The position is saved only once the trailer is written and
      * the extract closed, so a run that stops short leaves
      * ALERTRUN.DAT as it was and the next run sends the same
      * events.
       3900-WRITE-ALERT-RUN.
           MOVE WS-TODAY       TO AR-LAST-RUN-DATE.
           MOVE WS-ROWS-READ   TO AR-EVENTS-DONE.
           MOVE WS-START-COUNT TO AR-PREV-EVENTS-DONE.
           OPEN OUTPUT ALERT-RUN-FILE.
           IF WS-ALERTRUN-STATUS NOT = '00'
               DISPLAY 'Unable to write ALERTRUN.DAT, status: '
                   WS-ALERTRUN-STATUS '; the next run will send '
                   'these events again.'
           ELSE
               WRITE ALERT-RUN-RECORD
               CLOSE ALERT-RUN-FILE
           END-IF.
       3900-END. EXIT.
      *-----------------------------------------------------------------
       3990-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO ALERT-GATEWAY-RECORD.
           SET AG-TRAILER TO TRUE.
           MOVE WS-TODAY         TO AG-RUN-DATE.
           MOVE 0                TO AG-EVENT-DATE.
           MOVE 0                TO AG-EVENT-TIME.
           MOVE 0                TO AG-AMOUNT.
           MOVE RT-MESSAGE-COUNT TO AG-RECORD-COUNT.
           MOVE RT-HASH-TOTAL    TO AG-HASH-TOTAL.
           WRITE ALERT-GATEWAY-RECORD.
       3990-END. EXIT.
      *-----------------------------------------------------------------
      * The event listing has already gone out line by line; the
      * run totals follow. Events sent count each event once;
      * messages count one per channel, which is what the extract
      * trailer carries.
       4000-PRINT-REPORT.
           IF RT-EVENT-COUNT = 0
               MOVE SPACES TO WS-PRINT-WORK
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE 'No alert events were raised since the last run.'
                   TO WS-PRINT-WORK
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           IF WS-RERUN
               MOVE 'Rerun of the feed already sent today.'
                   TO WS-PRINT-WORK
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.
           MOVE 'Events already sent ......:' TO RD-LABEL.
           MOVE WS-START-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Events in this run .......:' TO RD-LABEL.
           MOVE RT-EVENT-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Events sent ..............:' TO RD-LABEL.
           MOVE RT-SENT-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Messages to gateway ......:' TO RD-LABEL.
           MOVE RT-MESSAGE-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE '  by SMS .................:' TO RD-LABEL.
           MOVE RT-SMS-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE '  by email ...............:' TO RD-LABEL.
           MOVE RT-EMAIL-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Events suppressed ........:' TO RD-LABEL.
           MOVE RT-SUPPRESSED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE '  no preference record ...:' TO RD-LABEL.
           MOVE RT-NO-PREFERENCE TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE '  opted out ..............:' TO RD-LABEL.
           MOVE RT-OPTED-OUT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE '  no contact on channel ..:' TO RD-LABEL.
           MOVE RT-NO-CONTACT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE '  unknown event type .....:' TO RD-LABEL.
           MOVE RT-UNKNOWN-TYPE TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Amount hash total ........:' TO RD-LABEL.
           MOVE RT-HASH-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
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
           STRING 'CUSTOMER ALERT FEED   RUN DATE ' WS-TODAY
               '   PAGE ' ED-PAGE
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL '=' TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING 'CUSTOMER NO     EVENT    DATE         AMOUNT '
               'RESULT'
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
