       01 PRODUCT-RECORD.
           05 PR-ACCOUNT-TYPE PIC X(4).
           05 PR-PENALTY-BASIS PIC X.
              88 PR-PENALTY-DAYS VALUE "D".
              88 PR-PENALTY-MONTHS VALUE "M".
              88 PR-PENALTY-NONE VALUE "N".
           05 PR-PENALTY-PERIODS PIC 9(3).
           05 PR-MIN-OPEN-BAL PIC 9(8).
           05 PR-MAX-BAL PIC 9(8).
           05 PR-ALLOWED-FREQS PIC X(4).
           05 PR-MIN-TERM PIC 9(3).
           05 PR-MAX-TERM PIC 9(3).
           05 PR-DEFAULT-DAY-COUNT PIC X.
           05 PR-RECURRING-FLAG PIC X.
              88 PR-RECURRING-ALLOWED VALUE "Y".
           05 PR-SALE-FLAG PIC X.
              88 PR-OPEN-FOR-SALE VALUE "Y".
