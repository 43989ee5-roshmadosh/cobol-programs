       01 ACCRUAL-LEDGER-RECORD.
           05 AL-ACCOUNT-NUMBER PIC 9(6).
           05 AL-ACCRUAL-FROM PIC 9(8).
           05 AL-LAST-RUN-DATE PIC 9(8).
           05 AL-RATE PIC 99V999.
           05 AL-DAY-COUNT PIC X.
           05 AL-ACCRUED PIC 9(9)V99.
           05 AL-DAILY-AMOUNT PIC S9(9)V99.
           05 AL-GL-BOOKED PIC 9(9)V99.
           05 AL-LAST-GL-DATE PIC 9(8).
