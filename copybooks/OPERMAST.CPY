      *-----------------------------------------------------------------
      * OPERMAST - operator master record, indexed by OP-OPERATOR-ID:
      * one row per person allowed to sign on to the maintenance
      * program, and to sign on as a teller in ACCOUNT to take cash
      * and run a cash drawer. OP-SUPERVISOR marks the operators who
      * may run the supervisor-only functions (account unlock and
      * PIN reset), approve or reject the changes other operators
      * enter under dual control, and enroll further operators. The
      * first operator is enrolled as a supervisor when the file is
      * created on first sign-on.
      *-----------------------------------------------------------------
       01  OPERATOR-MASTER-RECORD.
           05 OP-OPERATOR-ID          PIC X(8).
