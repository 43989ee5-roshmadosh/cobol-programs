              88 TH-TRAN-DEP-CHANGE VALUE "M".
              88 TH-TRAN-CLOSURE VALUE "X".
              88 TH-TRAN-INTEREST VALUE "I".
              88 TH-TRAN-PENALTY VALUE "P".
              88 TH-TRAN-ESCHEAT VALUE "E".
              88 TH-TRAN-INT-CREDIT VALUE "C".
              88 TH-TRAN-INT-REVERSAL VALUE "R".
              88 TH-TRAN-REACTIVATE VALUE "A".
           05 TH-AMOUNT PIC 9(8)V99.
           05 TH-OLD-BALANCE PIC 9(8).
           05 TH-NEW-BALANCE PIC 9(8).
           05 TH-BRANCH PIC X(4).
           05 TH-OPERATOR PIC X(8).
           05 TH-POST-DATE PIC 9(8).
