      *-----------------------------------------------------------------
      * MAINTREQ - dual-control request record, indexed by request
      * number: a sensitive maintenance change (PIN set or reset, a
      * daily limit raised, a funds hold released, a dormant
      * customer reactivated) entered by one operator, the maker,
      * and held here until a different supervisor, the checker,
      * approves or rejects it. Only an approved request touches the
      * customer master or the hold file. A request nobody decides
      * on the day it was entered expires. Decided requests stay on
      * file with the checker and the time of the decision.
      * MR-HOLD-NO, MR-NEW-PIN and MR-NEW-LIMIT are zero where the
      * function does not use them.
      *-----------------------------------------------------------------
       01  MAINT-REQUEST-RECORD.
           05 MR-REQUEST-NO           PIC 9(6).
           05 MR-FUNCTION             PIC X(8).
           05 MR-CUSTOMER-NO          PIC X(15).
           05 MR-HOLD-NO              PIC 9(3).
           05 MR-NEW-PIN              PIC 9(4).
           05 MR-NEW-LIMIT            PIC 9(7)V99.
           05 MR-MAKER-ID             PIC X(8).
           05 MR-REQUEST-DATE         PIC 9(8).
           05 MR-REQUEST-TIME         PIC 9(6).
           05 MR-STATUS               PIC X(1).
              88 MR-PENDING           VALUE 'P'.
              88 MR-APPROVED          VALUE 'A'.
              88 MR-REJECTED          VALUE 'R'.
              88 MR-EXPIRED           VALUE 'E'.
           05 MR-CHECKER-ID           PIC X(8).
           05 MR-DECIDED-DATE         PIC 9(8).
           05 MR-DECIDED-TIME         PIC 9(6).
