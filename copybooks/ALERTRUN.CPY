      *-----------------------------------------------------------------
      * ALERTRUN - alert feed progress record: the single row holds
      * the date of the last feed run and how far into the
      * append-only ALERTEVT.DAT it has read. AR-EVENTS-DONE is the
      * number of event rows handled up to the end of that run, so
      * the next run starts with the row after it; AR-PREV-EVENTS-
      * DONE is where that run started, so a rerun on the same date
      * sends the same day's alerts again instead of an empty file.
      * Counting rows rather than comparing timestamps keeps an
      * event from being missed or sent twice however close to the
      * run it was raised.
      *-----------------------------------------------------------------
       01  ALERT-RUN-RECORD.
           05 AR-LAST-RUN-DATE        PIC 9(8).
           05 AR-EVENTS-DONE          PIC 9(9).
           05 AR-PREV-EVENTS-DONE     PIC 9(9).
