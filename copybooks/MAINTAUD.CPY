      * which function it was and the customer number touched. The
      * file is append-only - the maintenance program only ever
      * opens it EXTEND - so the trail cannot be rewritten.
      * Changes made under dual control also carry the dual-control
      * request number and MA-MAKER-ID, the operator who entered the
      * request: on the row recording the change itself
      * MA-OPERATOR-ID is the supervisor who approved it. Both are
      * blank/zero on ordinary rows.
      *-----------------------------------------------------------------
       01  MAINT-AUDIT-RECORD.
           05 MA-OPERATOR-ID          PIC X(8).
              10 MA-TIMESTAMP-TIME    PIC 9(6).
           05 MA-FUNCTION             PIC X(8).
           05 MA-CUSTOMER-NO          PIC X(15).
           05 MA-MAKER-ID             PIC X(8).
           05 MA-REQUEST-NO           PIC 9(6).
