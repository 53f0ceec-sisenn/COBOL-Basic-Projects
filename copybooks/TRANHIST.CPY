           05 TH-TRANSFER-IN          PIC 9(7)V99.
           05 TH-TRANSFER-OUT         PIC 9(7)V99.
           05 TH-DEPOSIT-FEE          PIC 9(5)V99.
           05 TH-BALANCE-AFTER        PIC S9(7)V99.
           05 TH-STATUS               PIC X(1).
              88 TH-APPROVED          VALUE 'A'.
              88 TH-DECLINED          VALUE 'D'.
              88 TH-REVERSAL          VALUE 'R'.
              88 TH-INTEREST          VALUE 'I'.
              88 TH-OVER-LIMIT        VALUE 'L'.
              88 TH-FEE-CHARGE        VALUE 'F'.
           05 TH-REVERSAL-OF.
              10 TH-REVERSAL-OF-DATE  PIC 9(8).
              10 TH-REVERSAL-OF-TIME  PIC 9(6).
