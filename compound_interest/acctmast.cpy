           05 AM-STATUS PIC X.
              88 AM-ACCOUNT-ACTIVE VALUE "A".
              88 AM-ACCOUNT-CLOSED VALUE "C".
              88 AM-ACCOUNT-DORMANT VALUE "D".
           05 AM-NAME PIC X(20).
           05 AM-ADDRESS-1 PIC X(20).
           05 AM-ADDRESS-2 PIC X(20).
