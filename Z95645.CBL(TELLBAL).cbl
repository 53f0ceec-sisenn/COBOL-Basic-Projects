       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLBAL.
       AUTHOR.     SİNEM ŞEN.
      *-----------------------------------------------------------------
      * TELLBAL - teller drawer balancing report. Reads every cash
      * drawer on DRAWER.DAT and lists each one closed today with
      * its opening float, the cash deposits taken and withdrawals
      * paid out through it, the expected cash (float plus deposits
      * less withdrawals) and the teller's blind count at close,
      * flagging every drawer that came out over or short. Drawers
      * still open are listed too, so a drawer left unbalanced at
      * the end of the day does not go unnoticed. Totals of the
      * overs and shorts are the same figures RECONCIL books to the
      * cash over/short account. The report is written to a
      * retained print file named TELLBALyyyymmdd.RPT; the console
      * keeps a one-line summary.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT REPORT-PRINT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-DRAWER-FILE.
           COPY TELLDRW.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE               PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-VARIABLES.
           05 WS-DRAWER-STATUS      PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
       01  REPORT-PRINT-CONTROL.
           05 WS-REPORT-NAME        PIC X(20).
           05 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
           05 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01  REPORT-DETAIL.
           05 RD-LABEL              PIC X(28).
           05 RD-VALUE              PIC X(18).
      * One line per drawer; the flag is OVER, SHORT, OK for a
      * drawer that balanced, or OPEN for one not yet closed.
       01  DRAWER-DETAIL.
           05 DD-TELLER-ID          PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 DD-OPEN-TIME          PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 DD-FLOAT              PIC ZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 DD-DEPOSITS           PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 DD-WITHDRAWALS        PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 DD-COUNTED            PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 DD-DIFFERENCE         PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 DD-FLAG               PIC X(5).
       01  EDITED-FIELDS.
           05 ED-COUNT              PIC ZZZZ9.
           05 ED-AMOUNT             PIC -ZZZZZZZZZZ9.99.
           05 ED-PAGE               PIC ZZZ9.
       01  WS-PRINT-WORK            PIC X(80).
       01  WS-TODAY                 PIC 9(8).
       01  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-END-OF-FILE        VALUE 'Y'.
       01  RUN-TOTALS.
           05 RT-CLOSED-COUNT       PIC 9(5) VALUE 0.
           05 RT-BALANCED-COUNT     PIC 9(5) VALUE 0.
           05 RT-OVER-COUNT         PIC 9(5) VALUE 0.
           05 RT-OVER-TOTAL         PIC S9(11)V99 VALUE 0.
           05 RT-SHORT-COUNT        PIC 9(5) VALUE 0.
           05 RT-SHORT-TOTAL        PIC S9(11)V99 VALUE 0.
           05 RT-OPEN-COUNT         PIC 9(5) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1050-OPEN-REPORT-FILE.
           PERFORM 2000-REVIEW-ALL-DRAWERS.
           PERFORM 4000-PRINT-REPORT.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY 'Drawer balancing complete: ' RT-CLOSED-COUNT
               ' closed, ' RT-OVER-COUNT ' over, ' RT-SHORT-COUNT
               ' short, ' RT-OPEN-COUNT ' still open; report '
               WS-REPORT-NAME.
       1000-END. EXIT.
           STOP RUN.
      *-----------------------------------------------------------------
       1050-OPEN-REPORT-FILE.
           STRING 'TELLBAL' WS-TODAY '.RPT'
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-PRINT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open ' WS-REPORT-NAME ', status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1050-END. EXIT.
      *-----------------------------------------------------------------
      * A missing DRAWER.DAT only means no teller has opened a
      * drawer yet, so the report is still produced, empty.
       2000-REVIEW-ALL-DRAWERS.
           OPEN INPUT TELLER-DRAWER-FILE.
           IF WS-DRAWER-STATUS NOT = '00'
               SET WS-END-OF-FILE TO TRUE
           ELSE
               MOVE LOW-VALUES TO DW-KEY
               START TELLER-DRAWER-FILE
                   KEY IS GREATER THAN OR EQUAL TO DW-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ TELLER-DRAWER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DW-CLOSED
                                AND DW-CLOSE-DATE = WS-TODAY
                               PERFORM 2100-REPORT-CLOSED-DRAWER
                           WHEN DW-OPEN
                               PERFORM 2200-REPORT-OPEN-DRAWER
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-DRAWER-STATUS = '00' OR WS-DRAWER-STATUS = '10'
               CLOSE TELLER-DRAWER-FILE
           END-IF.
       2000-END. EXIT.
      *-----------------------------------------------------------------
       2100-REPORT-CLOSED-DRAWER.
           ADD 1 TO RT-CLOSED-COUNT.
           EVALUATE TRUE
               WHEN DW-DIFFERENCE > 0
                   ADD 1             TO RT-OVER-COUNT
                   ADD DW-DIFFERENCE TO RT-OVER-TOTAL
                   MOVE 'OVER'       TO DD-FLAG
               WHEN DW-DIFFERENCE < 0
                   ADD 1             TO RT-SHORT-COUNT
                   SUBTRACT DW-DIFFERENCE FROM RT-SHORT-TOTAL
                   MOVE 'SHORT'      TO DD-FLAG
               WHEN OTHER
                   ADD 1             TO RT-BALANCED-COUNT
                   MOVE 'OK'         TO DD-FLAG
           END-EVALUATE.
           MOVE DW-COUNTED-CLOSE TO DD-COUNTED.
           MOVE DW-DIFFERENCE    TO DD-DIFFERENCE.
           PERFORM 2300-PRINT-DRAWER-LINE.
       2100-END. EXIT.
      *-----------------------------------------------------------------
      * An open drawer has no count yet; its expected cash is shown
      * in the count column so the supervisor knows what to look for.
       2200-REPORT-OPEN-DRAWER.
           ADD 1 TO RT-OPEN-COUNT.
           MOVE 'OPEN' TO DD-FLAG.
           COMPUTE DD-COUNTED = DW-OPENING-FLOAT + DW-DEPOSIT-TOTAL
               - DW-WITHDRAWAL-TOTAL.
           MOVE 0 TO DD-DIFFERENCE.
           PERFORM 2300-PRINT-DRAWER-LINE.
       2200-END. EXIT.
      *-----------------------------------------------------------------
       2300-PRINT-DRAWER-LINE.
           MOVE DW-TELLER-ID        TO DD-TELLER-ID.
           MOVE DW-OPEN-TIME        TO DD-OPEN-TIME.
           MOVE DW-OPENING-FLOAT    TO DD-FLOAT.
           MOVE DW-DEPOSIT-TOTAL    TO DD-DEPOSITS.
           MOVE DW-WITHDRAWAL-TOTAL TO DD-WITHDRAWALS.
           MOVE DRAWER-DETAIL TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
       2300-END. EXIT.
      *-----------------------------------------------------------------
       4000-PRINT-REPORT.
           MOVE SPACES TO WS-PRINT-WORK.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE 'Drawers closed today .....:' TO RD-LABEL.
           MOVE RT-CLOSED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Drawers balanced .........:' TO RD-LABEL.
           MOVE RT-BALANCED-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Drawers over .............:' TO RD-LABEL.
           MOVE RT-OVER-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Total cash over ..........:' TO RD-LABEL.
           MOVE RT-OVER-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Drawers short ............:' TO RD-LABEL.
           MOVE RT-SHORT-COUNT TO ED-COUNT.
           PERFORM 9200-PRINT-COUNT-LINE.
           MOVE 'Total cash short .........:' TO RD-LABEL.
           MOVE RT-SHORT-TOTAL TO ED-AMOUNT.
           PERFORM 9210-PRINT-AMOUNT-LINE.
           MOVE 'Drawers still open .......:' TO RD-LABEL.
           MOVE RT-OPEN-COUNT TO ED-COUNT.
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
           STRING 'TELLER DRAWER BALANCING   RUN DATE '
               WS-TODAY '   PAGE ' ED-PAGE
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL '=' TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING 'TELLER   OPENED      FLOAT    DEPOSITS '
               'WITHDRAWALS     COUNTED  DIFFERENCE FLAG'
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
