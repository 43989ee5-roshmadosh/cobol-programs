       01 RATE-NOTICE-RECORD.
           05 RQ-ACCOUNT-TYPE PIC X(4).
           05 RQ-EFF-DATE PIC 9(8).
           05 RQ-TIER-MIN PIC 9(8).
           05 RQ-RATE PIC 99V999.
           05 RQ-REQ-OPER PIC X(8).
           05 RQ-APPR-OPER PIC X(8).
           05 RQ-APPR-DATE PIC 9(8).
