       01 HOLD-RECORD.
           05 HD-KEY.
              10 HD-ACCOUNT-NUMBER PIC 9(6).
              10 HD-SEQUENCE PIC 9(3).
           05 HD-AMOUNT PIC 9(8)V99.
           05 HD-REASON PIC X.
              88 HD-LEGAL-ORDER VALUE "L".
              88 HD-PLEDGED-COLLATERAL VALUE "P".
              88 HD-UNCOLLECTED-DEPOSIT VALUE "U".
              88 HD-REASON-VALID VALUE "L" "P" "U".
           05 HD-PLACED-BY PIC X(8).
           05 HD-PLACED-DATE PIC 9(8).
           05 HD-EXPIRY-DATE PIC 9(8).
           05 HD-STATUS PIC X.
              88 HD-ACTIVE VALUE "A".
              88 HD-RELEASED VALUE "R".
           05 HD-RELEASED-BY PIC X(8).
           05 HD-RELEASED-DATE PIC 9(8).
