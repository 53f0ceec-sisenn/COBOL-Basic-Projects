           05 WS-SESSION-SWITCH     PIC X(1) VALUE 'N'.
              88 WS-SESSION-ENDED   VALUE 'Y'.
       01  STEP-VARIABLES.
           05 WS-STEP-SUB           PIC 9(2).
           05 WS-NEXT-STEP          PIC 9(2).
           05 WS-OPEN-STEP          PIC 9(2).
           05 WS-PENDING-COUNT      PIC 9(2).
      * Number of steps in the window and the positions of the two
      * month-end steps that may be skipped; all must follow the
      * step list in the RUNCTL copybook.
           05 WS-STEP-COUNT         PIC 9(2) VALUE 12.
           05 WS-INTEREST-STEP      PIC 9(2) VALUE 7.
           05 WS-CHARGES-STEP       PIC 9(2) VALUE 8.
      * Working copy of the control row: the FD record area is not
      * dependable across the open/write/close cycle 1900 uses, so
      * the live state is held here and moved to the record just
       01  WINDOW-CONTROL.
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-STEP-TABLE.
              10 WS-STEP-STATUS OCCURS 12 TIMES PIC X(1).
                 88 WS-STEP-PENDING     VALUE ' '.
                 88 WS-STEP-IN-PROGRESS VALUE 'I'.
                 88 WS-STEP-COMPLETE    VALUE 'C'.
           05 FILLER PIC X(28) VALUE 'copy BATCHOK.DAT to BATCHTXN'.
           05 FILLER PIC X(28) VALUE 'ACCOUNT in batch mode'.
           05 FILLER PIC X(28) VALUE 'STORDGEN order generation'.
           05 FILLER PIC X(28) VALUE 'PAYOUT outbound payments'.
           05 FILLER PIC X(28) VALUE 'TDMATURE deposit maturity'.
           05 FILLER PIC X(28) VALUE 'INTPOST month-end interest'.
           05 FILLER PIC X(28) VALUE 'SVCCHG month-end charges'.
           05 FILLER PIC X(28) VALUE 'RECONCIL and GL feed'.
           05 FILLER PIC X(28) VALUE 'ALERTOUT customer alert feed'.
           05 FILLER PIC X(28) VALUE 'TLARCH log archival'.
           05 FILLER PIC X(28) VALUE 'BACKUP nightly snapshot'.
       01  STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
           05 WS-STEP-NAME OCCURS 12 TIMES PIC X(28).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       1000-PROCESS.
           DISPLAY '1. Show window status'.
           DISPLAY '2. Release next step'.
           DISPLAY '3. Confirm released step complete'.
           DISPLAY '4. Skip month-end step'.
           DISPLAY '5. Roll business date forward'.
           DISPLAY '6. Exit'.
           DISPLAY 'Please choose an option:'.
               WHEN 3
                   PERFORM 4000-CONFIRM-STEP-COMPLETE
               WHEN 4
                   PERFORM 5000-SKIP-MONTH-END-STEP
               WHEN 5
                   PERFORM 6000-ROLL-BUSINESS-DATE
               WHEN 6
       2000-SHOW-STATUS.
           DISPLAY 'Window for business date ' WS-BUSINESS-DATE ':'.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               EVALUATE TRUE
                   WHEN WS-STEP-COMPLETE(WS-STEP-SUB)
                       DISPLAY '  ' WS-STEP-SUB ' COMPLETE    '
           MOVE 0 TO WS-OPEN-STEP.
           MOVE 0 TO WS-NEXT-STEP.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF WS-STEP-IN-PROGRESS(WS-STEP-SUB)
                  AND WS-OPEN-STEP = 0
                   MOVE WS-STEP-SUB TO WS-OPEN-STEP
           END-IF.
       4000-END. EXIT.
      *-----------------------------------------------------------------
      * Only the month-end steps - INTPOST and SVCCHG - may be
      * skipped, on nights that are not month-end, and only while
      * the one skipped is the next step due so the run order stays
      * intact; each is skipped on its own.
       5000-SKIP-MONTH-END-STEP.
           PERFORM 3100-FIND-OPEN-STEP.
           IF WS-OPEN-STEP NOT = 0
               DISPLAY 'Confirm or rerun the released step first.'
           ELSE
               IF WS-NEXT-STEP NOT = WS-INTEREST-STEP
                  AND WS-NEXT-STEP NOT = WS-CHARGES-STEP
                   DISPLAY 'No month-end step is the next step '
                       'due; nothing skipped.'
               ELSE
                   MOVE 'S' TO WS-STEP-STATUS(WS-NEXT-STEP)
                   PERFORM 1900-WRITE-RUN-CONTROL
                   DISPLAY 'Step ' WS-NEXT-STEP ' ('
                       WS-STEP-NAME(WS-NEXT-STEP) ') skipped for '
                       'this business date.'
               END-IF
           END-IF.
       5000-END. EXIT.
       6000-ROLL-BUSINESS-DATE.
           MOVE 0 TO WS-PENDING-COUNT.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF NOT WS-STEP-COMPLETE(WS-STEP-SUB)
                  AND NOT WS-STEP-SKIPPED(WS-STEP-SUB)
                   ADD 1 TO WS-PENDING-COUNT
