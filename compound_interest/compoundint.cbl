           SELECT PENDING-WORK-FILE ASSIGN TO "RATEPWRK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PWRK-STATUS.
           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.
           SELECT NOTICE-QUEUE-FILE ASSIGN TO "RATENOTQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RNQ-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJRL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRNL-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODTAB"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PR-ACCOUNT-TYPE
              FILE STATUS IS WS-PROD-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HD-KEY
              FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           05 PD-REQ-DATE PIC 9(8).
       FD  PENDING-WORK-FILE.
       01 PENDING-WORK-RECORD PIC X(43).
       FD  TXN-HIST-FILE.
       COPY "txnhist".
       FD  NOTICE-QUEUE-FILE.
       COPY "ratenotq".
       FD  CUSTOMER-MASTER-FILE.
       COPY "custmast".
       FD  MAINT-JOURNAL-FILE.
       COPY "maintjrl".
       FD  PRODUCT-FILE.
       COPY "prodtab".
       FD  HOLD-FILE.
       COPY "holdmast".
       WORKING-STORAGE SECTION.
       01 BASE PIC 9(8) VALUE ZEROES.
       01 RATE PIC 99V999 VALUE ZEROES.
       01 WS-PEND-EOF PIC X VALUE "N".
              88 WS-PEND-END-OF-FILE VALUE "Y".
       01 WS-PWRK-STATUS PIC XX VALUE SPACES.
       01 WS-RNQ-STATUS PIC XX VALUE SPACES.
       01 WS-HIST-STATUS PIC XX VALUE SPACES.
       01 WS-PEND-SEEN PIC 9(4) VALUE ZEROES.
       01 WS-PE-RATE-SHOW PIC ZZ.999 VALUE ZEROES.
       01 WS-RENEW-CHOICE PIC X VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(130) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(130) VALUE SPACES.
       01 WS-RECORD-SAVE PIC X(130) VALUE SPACES.
       01 WS-PROD-STATUS PIC XX VALUE SPACES.
       01 WS-PROD-FOUND-FLAG PIC X VALUE "N".
              88 WS-PROD-FOUND VALUE "Y".
       01 WS-PROD-OPEN-FLAG PIC X VALUE "N".
              88 WS-PROD-OPEN VALUE "Y".
       01 WS-PROD-TERM-FLAG PIC X VALUE "N".
              88 WS-PROD-TERM-OK VALUE "Y".
       01 WS-PROD-OLD-TYPE PIC X(4) VALUE SPACES.
       01 WS-PROD-TERM-MONTHS PIC S9(5) VALUE ZEROES.
       01 WS-PROD-AMOUNT-SHOW PIC Z(7)9 VALUE ZEROES.
       01 WS-FREQ-TALLY PIC 9(2) VALUE ZEROES.
       01 WS-SPACE-TALLY PIC 9(2) VALUE ZEROES.
       01 WS-HOLD-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-EOF PIC X VALUE "N".
              88 WS-HOLD-END-OF-FILE VALUE "Y".
       01 WS-HOLD-ACTION PIC X VALUE SPACES.
       01 WS-HOLD-SEQ-MAX PIC 9(3) VALUE ZEROES.
       01 WS-HOLD-SEQ-IN PIC 9(3) VALUE ZEROES.
       01 WS-HOLD-AMOUNT-SHOW PIC Z(7)9.99 VALUE ZEROES.
       01 WS-LOOKUP-BALANCE PIC 9(9)V99 VALUE ZEROES.
       01 WS-EFF-RATE PIC 99V999 VALUE ZEROES.
       01 WS-EFF-DAY-COUNT PIC X VALUE SPACES.
                                  " required ***"
                            END-IF
                     WHEN "9" PERFORM 6000-MAINTAIN-CUSTOMER
                     WHEN "10"
                            IF WS-OPER-SUPERVISOR
                               PERFORM 8000-MAINTAIN-PRODUCT
                            ELSE
                               DISPLAY "*** Supervisor authority"
                                  " required ***"
                            END-IF
                     WHEN "11"
                            IF WS-OPER-SUPERVISOR
                               PERFORM 8500-MAINTAIN-HOLD
                            ELSE
                               DISPLAY "*** Supervisor authority"
                                  " required ***"
                            END-IF
              END-EVALUATE.
       1001-DISPLAY-MENU.
              MOVE "N" TO WS-VALID-ENTRY
                 DISPLAY "7) Approve pending rate changes"
                 DISPLAY "8) Maintain operator security"
                 DISPLAY "9) Maintain customer master"
                 DISPLAY "10) Maintain product terms"
                 DISPLAY "11) Place or release account holds"
                 ACCEPT USERIN
                 IF USERIN = "1" OR USERIN = "2" OR USERIN = "3"
                    OR USERIN = "4" OR USERIN = "5" OR USERIN = "6"
                    OR USERIN = "7" OR USERIN = "8" OR USERIN = "9"
                    OR USERIN = "10" OR USERIN = "11"
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter 1 through 11 ***"
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                               CLOSE ACCOUNT-MASTER-FILE
                            END-IF
                     END-IF
              END-IF
              IF NOT WS-INPUT-FAILED
                     OPEN INPUT PRODUCT-FILE
                     IF WS-PROD-STATUS = "35"
                            OPEN OUTPUT PRODUCT-FILE
                            CLOSE PRODUCT-FILE
                            OPEN INPUT PRODUCT-FILE
                     END-IF
                     IF WS-PROD-STATUS NOT = "00"
                            DISPLAY "*** ERROR: product file open"
                               " failed, status " WS-PROD-STATUS
                               " ***"
                            MOVE "Y" TO WS-INPUT-FAIL-FLAG
                            IF WS-RESUB-RUN
                               CLOSE RESUB-FILE
                            ELSE
                               CLOSE ACCOUNT-MASTER-FILE
                            END-IF
                            CLOSE RATE-FILE
                     END-IF
              END-IF.
       2004-DRIVE-CYCLE.
              IF WS-HAVE-CHECKPOINT
                     CLOSE ACCOUNT-MASTER-FILE
              END-IF
              CLOSE RATE-FILE
              CLOSE PRODUCT-FILE
              CLOSE ACCOUNT-OUT-FILE
              CLOSE REJECT-FILE.
       2009-RUN-ACCOUNT-LOOP.
                    MOVE "MATURITY DATE BAD OR NOT AFTER VALUE"
                       TO WS-REASON-TEXT
              END-EVALUATE
              IF WS-REASON-CODE = SPACES
                     PERFORM 2016-VALIDATE-PRODUCT
              END-IF
              IF WS-REASON-CODE NOT = SPACES
                     MOVE "Y" TO WS-REJECT-FLAG
              END-IF.
       2016-VALIDATE-PRODUCT.
              MOVE "N" TO WS-PROD-FOUND-FLAG
              MOVE AM-ACCOUNT-TYPE TO PR-ACCOUNT-TYPE
              READ PRODUCT-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-PROD-FOUND-FLAG
              END-READ
              MOVE ZEROES TO WS-FREQ-TALLY
              IF WS-PROD-FOUND
                     INSPECT PR-ALLOWED-FREQS TALLYING WS-FREQ-TALLY
                        FOR ALL AM-COMPOUND-FREQ
                     PERFORM 4017-COMPUTE-TERM-MONTHS
              END-IF
              EVALUATE TRUE
                 WHEN NOT WS-PROD-FOUND
                    MOVE "R011" TO WS-REASON-CODE
                    MOVE "ACCOUNT TYPE NOT ON PRODUCT FILE"
                       TO WS-REASON-TEXT
                 WHEN WS-FREQ-TALLY = ZEROES
                    MOVE "R012" TO WS-REASON-CODE
                    MOVE "FREQUENCY NOT ALLOWED FOR PRODUCT"
                       TO WS-REASON-TEXT
                 WHEN PR-MAX-BAL > ZEROES
                    AND AM-BALANCE > PR-MAX-BAL
                    MOVE "R013" TO WS-REASON-CODE
                    MOVE "BALANCE ABOVE PRODUCT MAXIMUM"
                       TO WS-REASON-TEXT
                 WHEN WS-PROD-TERM-MONTHS < PR-MIN-TERM
                    OR (PR-MAX-TERM > ZEROES
                    AND WS-PROD-TERM-MONTHS > PR-MAX-TERM)
                    MOVE "R014" TO WS-REASON-CODE
                    MOVE "TERM OUTSIDE PRODUCT LIMITS"
                       TO WS-REASON-TEXT
                 WHEN AM-DEPOSIT > ZEROES
                    AND NOT PR-RECURRING-ALLOWED
                    MOVE "R015" TO WS-REASON-CODE
                    MOVE "RECURRING DEPOSIT NOT ALLOWED FOR PRODUCT"
                       TO WS-REASON-TEXT
              END-EVALUATE.
       2019-WRITE-REJECT.
              MOVE SPACES TO REJECT-RECORD
              MOVE ACCOUNT-MASTER-RECORD TO RJ-ACCOUNT-IMAGE
                            MOVE "R" TO WS-JRNL-ACTION
                            MOVE RT-KEY TO WS-JRNL-KEY
                            PERFORM 7000-WRITE-JOURNAL
                            PERFORM 3210-QUEUE-NOTICE
                     END-IF
              END-IF.
       3210-QUEUE-NOTICE.
              OPEN EXTEND NOTICE-QUEUE-FILE
              IF WS-RNQ-STATUS = "35"
                     OPEN OUTPUT NOTICE-QUEUE-FILE
                     CLOSE NOTICE-QUEUE-FILE
                     OPEN EXTEND NOTICE-QUEUE-FILE
              END-IF
              IF WS-RNQ-STATUS NOT = "00"
                     DISPLAY "*** Notice queue open failed, status "
                        WS-RNQ-STATUS " - customer notices for "
                        PD-ACCOUNT-TYPE " NOT queued ***"
              ELSE
                     MOVE PD-ACCOUNT-TYPE TO RQ-ACCOUNT-TYPE
                     MOVE PD-EFF-DATE TO RQ-EFF-DATE
                     MOVE PD-TIER-MIN TO RQ-TIER-MIN
                     MOVE PD-RATE TO RQ-RATE
                     MOVE PD-REQ-OPER TO RQ-REQ-OPER
                     MOVE WS-OPERATOR-ID TO RQ-APPR-OPER
                     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                     MOVE WS-CURRENT-DATE TO RQ-APPR-DATE
                     WRITE RATE-NOTICE-RECORD
                     IF WS-RNQ-STATUS NOT = "00"
                            DISPLAY "*** Notice queue write failed,"
                               " status " WS-RNQ-STATUS " - customer"
                               " notices NOT queued ***"
                     END-IF
                     CLOSE NOTICE-QUEUE-FILE
              END-IF.
       5000-MAINTAIN-OPERATOR.
              OPEN I-O OPERATOR-SEC-FILE
                     DISPLAY "*** Account master open failed,"
                        " status " WS-MAST-STATUS " ***"
              ELSE
                     OPEN INPUT PRODUCT-FILE
                     IF WS-PROD-STATUS = "00"
                            MOVE "Y" TO WS-PROD-OPEN-FLAG
                     ELSE
                            MOVE "N" TO WS-PROD-OPEN-FLAG
                            DISPLAY "*** Product file not available -"
                               " accounts cannot be added or"
                               " changed ***"
                     END-IF
                     PERFORM 4005-MAINTAIN-ACCOUNT-BODY
                     IF WS-PROD-OPEN
                            CLOSE PRODUCT-FILE
                     END-IF
                     CLOSE ACCOUNT-MASTER-FILE
              END-IF.
       4005-MAINTAIN-ACCOUNT-BODY.
                 DISPLAY "A) Add account"
                 DISPLAY "C) Change account"
                 DISPLAY "X) Close account"
                 DISPLAY "R) Reactivate dormant account"
                 ACCEPT WS-MAINT-ACTION
                 IF WS-MAINT-ACTION = "A" OR WS-MAINT-ACTION = "C"
                    OR WS-MAINT-ACTION = "X" OR WS-MAINT-ACTION = "R"
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter A, C, X or R ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              END-IF
              EVALUATE WS-MAINT-ACTION
                     WHEN "A"
                            EVALUATE TRUE
                               WHEN WS-REC-FOUND
                                  DISPLAY "*** Account already on"
                                     " file ***"
                               WHEN NOT WS-PROD-OPEN
                                  DISPLAY "*** Product file not"
                                     " available ***"
                               WHEN OTHER
                                  PERFORM 4010-ADD-ACCOUNT
                            END-EVALUATE
                     WHEN "C"
                            EVALUATE TRUE
                               WHEN NOT WS-REC-FOUND
                                  DISPLAY "*** Account not on file ***"
                               WHEN NOT WS-PROD-OPEN
                                  DISPLAY "*** Product file not"
                                     " available ***"
                               WHEN OTHER
                                  PERFORM 4020-CHANGE-ACCOUNT
                            END-EVALUATE
                     WHEN "X"
                            IF WS-REC-FOUND
                               PERFORM 4030-CLOSE-ACCOUNT
                            ELSE
                               DISPLAY "*** Account not on file ***"
                            END-IF
                     WHEN "R"
                            EVALUATE TRUE
                               WHEN NOT WS-REC-FOUND
                                  DISPLAY "*** Account not on file ***"
                               WHEN NOT WS-OPER-SUPERVISOR
                                  DISPLAY "*** Supervisor authority"
                                     " required ***"
                               WHEN NOT AM-ACCOUNT-DORMANT
                                  DISPLAY "*** Account is not"
                                     " dormant ***"
                               WHEN OTHER
                                  PERFORM 4040-REACTIVATE-ACCOUNT
                            END-EVALUATE
              END-EVALUATE.
       4010-ADD-ACCOUNT.
              MOVE WS-MAINT-ACCOUNT TO AM-ACCOUNT-NUMBER
                    MOVE "X" TO WS-JRNL-ACTION
                    PERFORM 7100-JOURNAL-ACCOUNT
              END-REWRITE.
       4040-REACTIVATE-ACCOUNT.
              OPEN EXTEND TXN-HIST-FILE
              IF WS-HIST-STATUS = "35"
                     OPEN OUTPUT TXN-HIST-FILE
                     CLOSE TXN-HIST-FILE
                     OPEN EXTEND TXN-HIST-FILE
              END-IF
              IF WS-HIST-STATUS NOT = "00"
                     DISPLAY "*** Transaction history open failed,"
                        " status " WS-HIST-STATUS " - account NOT"
                        " reactivated ***"
              ELSE
                     MOVE "A" TO AM-STATUS
                     REWRITE ACCOUNT-MASTER-RECORD
                        INVALID KEY
                           DISPLAY "*** Unable to reactivate account "
                              WS-MAINT-ACCOUNT " ***"
                        NOT INVALID KEY
                           DISPLAY "Account " WS-MAINT-ACCOUNT
                              " reactivated"
                           PERFORM 4045-WRITE-REACTIVATION
                           MOVE "C" TO WS-JRNL-ACTION
                           PERFORM 7100-JOURNAL-ACCOUNT
                     END-REWRITE
                     CLOSE TXN-HIST-FILE
              END-IF.
       4045-WRITE-REACTIVATION.
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE AM-ACCOUNT-NUMBER TO TH-ACCOUNT-NUMBER
              MOVE WS-CURRENT-DATE TO TH-TRAN-DATE
              MOVE WS-CURRENT-TIME(1:6) TO TH-TRAN-TIME
              MOVE "A" TO TH-TRAN-CODE
              MOVE ZEROES TO TH-AMOUNT
              MOVE AM-BALANCE TO TH-OLD-BALANCE
              MOVE AM-BALANCE TO TH-NEW-BALANCE
              MOVE "HOFC" TO TH-BRANCH
              MOVE WS-OPERATOR-ID TO TH-OPERATOR
              MOVE WS-CURRENT-DATE TO TH-POST-DATE
              WRITE TRANSACTION-HIST-RECORD
              IF WS-HIST-STATUS NOT = "00"
                     DISPLAY "*** History write failed, status "
                        WS-HIST-STATUS " - account may be marked"
                        " dormant again ***"
              END-IF.
       4015-GET-MASTER-FIELDS.
              MOVE AM-ACCOUNT-TYPE TO WS-PROD-OLD-TYPE
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Enter account/product type:"
                 ACCEPT AM-ACCOUNT-TYPE
                 MOVE "N" TO WS-PROD-FOUND-FLAG
                 MOVE AM-ACCOUNT-TYPE TO PR-ACCOUNT-TYPE
                 READ PRODUCT-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "Y" TO WS-PROD-FOUND-FLAG
                 END-READ
                 EVALUATE TRUE
                    WHEN NOT WS-PROD-FOUND
                       DISPLAY "*** Type not on product file ***"
                    WHEN NOT PR-OPEN-FOR-SALE
                       AND (WS-MAINT-ACTION = "A"
                       OR AM-ACCOUNT-TYPE NOT = WS-PROD-OLD-TYPE)
                       DISPLAY "*** Product closed to new sales ***"
                    WHEN OTHER
                       MOVE "Y" TO WS-VALID-ENTRY
                 END-EVALUATE
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Enter the account balance:"
                 ACCEPT AM-BALANCE
                 EVALUATE TRUE
                    WHEN AM-BALANCE IS NOT NUMERIC
                       OR AM-BALANCE = ZEROES
                       DISPLAY "*** Balance must be a positive"
                          " number ***"
                    WHEN WS-MAINT-ACTION = "A"
                       AND AM-BALANCE < PR-MIN-OPEN-BAL
                       MOVE PR-MIN-OPEN-BAL TO WS-PROD-AMOUNT-SHOW
                       DISPLAY "*** Product minimum opening balance"
                          " is " WS-PROD-AMOUNT-SHOW " ***"
                    WHEN PR-MAX-BAL > ZEROES
                       AND AM-BALANCE > PR-MAX-BAL
                       MOVE PR-MAX-BAL TO WS-PROD-AMOUNT-SHOW
                       DISPLAY "*** Product maximum balance is "
                          WS-PROD-AMOUNT-SHOW " ***"
                    WHEN OTHER
                       MOVE "Y" TO WS-VALID-ENTRY
                 END-EVALUATE
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Enter compounding frequency"
                 DISPLAY "A)nnual Q)uarterly M)onthly D)aily:"
                 ACCEPT WS-COMPOUND-FREQ
                 MOVE ZEROES TO WS-FREQ-TALLY
                 IF WS-FREQ-VALID
                    INSPECT PR-ALLOWED-FREQS TALLYING WS-FREQ-TALLY
                       FOR ALL WS-COMPOUND-FREQ
                 END-IF
                 EVALUATE TRUE
                    WHEN NOT WS-FREQ-VALID
                       DISPLAY "*** Enter A, Q, M or D ***"
                    WHEN WS-FREQ-TALLY = ZEROES
                       DISPLAY "*** Product allows " PR-ALLOWED-FREQS
                          " only ***"
                    WHEN OTHER
                       MOVE WS-COMPOUND-FREQ TO AM-COMPOUND-FREQ
                       MOVE "Y" TO WS-VALID-ENTRY
                 END-EVALUATE
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Enter monthly deposit amount (0 for none):"
                 ACCEPT AM-DEPOSIT
                 EVALUATE TRUE
                    WHEN AM-DEPOSIT IS NOT NUMERIC
                       DISPLAY "*** Deposit must be zero or more ***"
                    WHEN AM-DEPOSIT > ZEROES
                       AND NOT PR-RECURRING-ALLOWED
                       DISPLAY "*** Product does not allow recurring"
                          " deposits ***"
                    WHEN OTHER
                       MOVE "Y" TO WS-VALID-ENTRY
                 END-EVALUATE
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Day count convention 3) 30/360 5) ACT/365"
                 DISPLAY "(blank for product default "
                    PR-DEFAULT-DAY-COUNT "):"
                 ACCEPT AM-DAY-COUNT
                 IF AM-DAY-COUNT = SPACE
                    MOVE PR-DEFAULT-DAY-COUNT TO AM-DAY-COUNT
                 END-IF
                 IF AM-DAY-COUNT = "3" OR AM-DAY-COUNT = "5"
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter 3, 5 or blank ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-PROD-TERM-FLAG
              PERFORM UNTIL WS-PROD-TERM-OK
                 PERFORM 1018-GET-DATES
                 PERFORM 4017-COMPUTE-TERM-MONTHS
                 EVALUATE TRUE
                    WHEN WS-PROD-TERM-MONTHS < PR-MIN-TERM
                       AND PR-MAX-TERM = ZEROES
                       DISPLAY "*** Product minimum term is "
                          PR-MIN-TERM " months ***"
                    WHEN WS-PROD-TERM-MONTHS < PR-MIN-TERM
                       OR (PR-MAX-TERM > ZEROES
                       AND WS-PROD-TERM-MONTHS > PR-MAX-TERM)
                       DISPLAY "*** Product term is " PR-MIN-TERM
                          " to " PR-MAX-TERM " months ***"
                    WHEN OTHER
                       MOVE "Y" TO WS-PROD-TERM-FLAG
                 END-EVALUATE
              END-PERFORM
              MOVE WS-VALUE-DATE TO AM-VALUE-DATE
              MOVE WS-MATURITY-DATE TO AM-MATURITY-DATE
              IF WS-MAINT-ACTION = "A"
                    DISPLAY "*** Open date must be YYYYMMDD ***"
                 END-IF
              END-PERFORM.
       4017-COMPUTE-TERM-MONTHS.
              COMPUTE WS-PROD-TERM-MONTHS =
                 (WS-MAT-YEAR - WS-VAL-YEAR) * 12
                 + WS-MAT-MONTH - WS-VAL-MONTH
              IF WS-MAT-DAY < WS-VAL-DAY
                     SUBTRACT 1 FROM WS-PROD-TERM-MONTHS
              END-IF.
       6000-MAINTAIN-CUSTOMER.
              OPEN I-O CUSTOMER-MASTER-FILE
              IF WS-CUST-STATUS = "35"
                     MOVE WS-MAINT-CUSTOMER TO WS-JRNL-KEY
                     PERFORM 7000-WRITE-JOURNAL
              END-IF.
       8000-MAINTAIN-PRODUCT.
              OPEN I-O PRODUCT-FILE
              IF WS-PROD-STATUS = "35"
                     OPEN OUTPUT PRODUCT-FILE
                     CLOSE PRODUCT-FILE
                     OPEN I-O PRODUCT-FILE
              END-IF
              IF WS-PROD-STATUS NOT = "00"
                     DISPLAY "*** Product file open failed,"
                        " status " WS-PROD-STATUS " ***"
              ELSE
                     PERFORM 8010-MAINTAIN-PRODUCT-BODY
                     CLOSE PRODUCT-FILE
              END-IF.
       8010-MAINTAIN-PRODUCT-BODY.
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Enter account/product type to add or"
                    " update:"
                 ACCEPT WS-ACCOUNT-TYPE
                 IF WS-ACCOUNT-TYPE NOT = SPACES
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Product type is required ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-PROD-FOUND-FLAG
              MOVE WS-ACCOUNT-TYPE TO PR-ACCOUNT-TYPE
              READ PRODUCT-FILE
                 INVALID KEY
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE SPACES TO PRODUCT-RECORD
                    MOVE WS-ACCOUNT-TYPE TO PR-ACCOUNT-TYPE
                    DISPLAY "New product " WS-ACCOUNT-TYPE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-PROD-FOUND-FLAG
                    MOVE PRODUCT-RECORD TO WS-BEFORE-IMAGE
                    DISPLAY "Product on file: " WS-ACCOUNT-TYPE
                       " penalty " PR-PENALTY-PERIODS " "
                       PR-PENALTY-BASIS
                    DISPLAY "  Balance " PR-MIN-OPEN-BAL " to "
                       PR-MAX-BAL " freq " PR-ALLOWED-FREQS
                       " term " PR-MIN-TERM " to " PR-MAX-TERM
                    DISPLAY "  Day count " PR-DEFAULT-DAY-COUNT
                       " recurring " PR-RECURRING-FLAG
                       " open for sale " PR-SALE-FLAG
              END-READ
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Early-withdrawal penalty in D)ays"
                    " M)onths of interest N)one:"
                 ACCEPT PR-PENALTY-BASIS
                 IF PR-PENALTY-DAYS OR PR-PENALTY-MONTHS
                    OR PR-PENALTY-NONE
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter D, M or N ***"
                 END-IF
              END-PERFORM
              IF PR-PENALTY-NONE
                     MOVE ZEROES TO PR-PENALTY-PERIODS
              ELSE
                     MOVE "N" TO WS-VALID-ENTRY
                     PERFORM UNTIL WS-ENTRY-VALID
                        DISPLAY "Number of days or months of"
                           " interest forfeited:"
                        ACCEPT PR-PENALTY-PERIODS
                        IF PR-PENALTY-PERIODS IS NUMERIC
                           AND PR-PENALTY-PERIODS > ZEROES
                           MOVE "Y" TO WS-VALID-ENTRY
                        ELSE
                           DISPLAY "*** Enter a positive number ***"
                        END-IF
                     END-PERFORM
              END-IF
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Minimum opening balance (whole dollars):"
                 ACCEPT PR-MIN-OPEN-BAL
                 IF PR-MIN-OPEN-BAL IS NUMERIC
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter zero or more ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Maximum balance (0 for no maximum):"
                 ACCEPT PR-MAX-BAL
                 IF PR-MAX-BAL IS NUMERIC
                    AND (PR-MAX-BAL = ZEROES
                    OR PR-MAX-BAL >= PR-MIN-OPEN-BAL)
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter zero or at least the"
                       " minimum opening balance ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Compounding frequencies allowed, any of"
                    " A Q M D (e.g. AQ):"
                 ACCEPT PR-ALLOWED-FREQS
                 MOVE ZEROES TO WS-FREQ-TALLY
                 MOVE ZEROES TO WS-SPACE-TALLY
                 INSPECT PR-ALLOWED-FREQS TALLYING
                    WS-FREQ-TALLY FOR ALL "A" ALL "Q" ALL "M" ALL "D"
                    WS-SPACE-TALLY FOR ALL SPACE
                 IF WS-FREQ-TALLY > ZEROES
                    AND WS-FREQ-TALLY + WS-SPACE-TALLY = 4
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter one or more of A, Q, M"
                       " and D ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Minimum term in months (0 for none):"
                 ACCEPT PR-MIN-TERM
                 IF PR-MIN-TERM IS NUMERIC
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter zero or more ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Maximum term in months (0 for no maximum):"
                 ACCEPT PR-MAX-TERM
                 IF PR-MAX-TERM IS NUMERIC
                    AND (PR-MAX-TERM = ZEROES
                    OR PR-MAX-TERM >= PR-MIN-TERM)
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter zero or at least the"
                       " minimum term ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Default day count 3) 30/360 5) ACT/365:"
                 ACCEPT PR-DEFAULT-DAY-COUNT
                 IF PR-DEFAULT-DAY-COUNT = "3"
                    OR PR-DEFAULT-DAY-COUNT = "5"
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter 3 or 5 ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Recurring deposits allowed Y)es N)o:"
                 ACCEPT PR-RECURRING-FLAG
                 IF PR-RECURRING-FLAG = "Y" OR PR-RECURRING-FLAG = "N"
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter Y or N ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Open for new sales Y)es N)o:"
                 ACCEPT PR-SALE-FLAG
                 IF PR-SALE-FLAG = "Y" OR PR-SALE-FLAG = "N"
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Enter Y or N ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-SAVE-FAIL-FLAG
              REWRITE PRODUCT-RECORD
                 INVALID KEY
                    WRITE PRODUCT-RECORD
                       INVALID KEY
                          DISPLAY "*** Unable to save product "
                             WS-ACCOUNT-TYPE " ***"
                          MOVE "Y" TO WS-SAVE-FAIL-FLAG
                    END-WRITE
              END-REWRITE
              IF NOT WS-SAVE-FAILED
                     DISPLAY "Product " WS-ACCOUNT-TYPE " saved"
                     MOVE PRODUCT-RECORD TO WS-AFTER-IMAGE
                     MOVE "PRODTAB" TO WS-JRNL-FILE-ID
                     IF WS-PROD-FOUND
                            MOVE "C" TO WS-JRNL-ACTION
                     ELSE
                            MOVE "A" TO WS-JRNL-ACTION
                     END-IF
                     MOVE WS-ACCOUNT-TYPE TO WS-JRNL-KEY
                     PERFORM 7000-WRITE-JOURNAL
              END-IF.
       8500-MAINTAIN-HOLD.
              OPEN INPUT ACCOUNT-MASTER-FILE
              IF WS-MAST-STATUS NOT = "00"
                     DISPLAY "*** Account master open failed,"
                        " status " WS-MAST-STATUS " ***"
              ELSE
                     OPEN I-O HOLD-FILE
                     IF WS-HOLD-STATUS = "35"
                            OPEN OUTPUT HOLD-FILE
                            CLOSE HOLD-FILE
                            OPEN I-O HOLD-FILE
                     END-IF
                     IF WS-HOLD-STATUS NOT = "00"
                            DISPLAY "*** Hold file open failed,"
                               " status " WS-HOLD-STATUS " ***"
                     ELSE
                            PERFORM 8510-MAINTAIN-HOLD-BODY
                            CLOSE HOLD-FILE
                     END-IF
                     CLOSE ACCOUNT-MASTER-FILE
              END-IF.
       8510-MAINTAIN-HOLD-BODY.
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Enter account number:"
                 ACCEPT WS-MAINT-ACCOUNT
                 IF WS-MAINT-ACCOUNT IS NUMERIC
                    AND WS-MAINT-ACCOUNT > ZEROES
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Account number must be positive ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-REC-FOUND-FLAG
              MOVE WS-MAINT-ACCOUNT TO AM-ACCOUNT-NUMBER
              READ ACCOUNT-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-REC-FOUND-FLAG
              END-READ
              IF NOT WS-REC-FOUND
                     DISPLAY "*** Account not on file ***"
              ELSE
                     DISPLAY "Account " WS-MAINT-ACCOUNT " " AM-NAME
                        " balance " AM-BALANCE
                     PERFORM 8520-LIST-HOLDS
                     MOVE "N" TO WS-VALID-ENTRY
                     PERFORM UNTIL WS-ENTRY-VALID
                        DISPLAY "P)lace hold R)elease hold:"
                        ACCEPT WS-HOLD-ACTION
                        IF WS-HOLD-ACTION = "P"
                           OR WS-HOLD-ACTION = "R"
                           MOVE "Y" TO WS-VALID-ENTRY
                        ELSE
                           DISPLAY "*** Enter P or R ***"
                        END-IF
                     END-PERFORM
                     IF WS-HOLD-ACTION = "P"
                            PERFORM 8530-PLACE-HOLD
                     ELSE
                            PERFORM 8540-RELEASE-HOLD
                     END-IF
              END-IF.
       8520-LIST-HOLDS.
              MOVE ZEROES TO WS-HOLD-SEQ-MAX
              MOVE "N" TO WS-HOLD-EOF
              MOVE WS-MAINT-ACCOUNT TO HD-ACCOUNT-NUMBER
              MOVE ZEROES TO HD-SEQUENCE
              START HOLD-FILE KEY NOT < HD-KEY
                 INVALID KEY MOVE "Y" TO WS-HOLD-EOF
              END-START
              PERFORM 8525-LIST-ONE-HOLD
                 UNTIL WS-HOLD-END-OF-FILE.
       8525-LIST-ONE-HOLD.
              READ HOLD-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-HOLD-EOF
              END-READ
              IF NOT WS-HOLD-END-OF-FILE
                 IF HD-ACCOUNT-NUMBER NOT = WS-MAINT-ACCOUNT
                    MOVE "Y" TO WS-HOLD-EOF
                 ELSE
                    MOVE HD-SEQUENCE TO WS-HOLD-SEQ-MAX
                    IF HD-ACTIVE
                       MOVE HD-AMOUNT TO WS-HOLD-AMOUNT-SHOW
                       DISPLAY "Hold " HD-SEQUENCE
                          " amount " WS-HOLD-AMOUNT-SHOW
                          " reason " HD-REASON
                          " by " HD-PLACED-BY
                          " on " HD-PLACED-DATE
                          " expires " HD-EXPIRY-DATE
                    END-IF
                 END-IF
              END-IF.
       8530-PLACE-HOLD.
              IF WS-HOLD-SEQ-MAX >= 999
                     DISPLAY "*** No hold numbers left for this"
                        " account ***"
              ELSE
                     MOVE SPACES TO HOLD-RECORD
                     MOVE WS-MAINT-ACCOUNT TO HD-ACCOUNT-NUMBER
                     COMPUTE HD-SEQUENCE = WS-HOLD-SEQ-MAX + 1
                     MOVE "N" TO WS-VALID-ENTRY
                     PERFORM UNTIL WS-ENTRY-VALID
                        DISPLAY "Enter amount to hold:"
                        ACCEPT HD-AMOUNT
                        IF HD-AMOUNT IS NUMERIC AND HD-AMOUNT > ZEROES
                           MOVE "Y" TO WS-VALID-ENTRY
                        ELSE
                           DISPLAY "*** Amount must be a positive"
                              " number ***"
                        END-IF
                     END-PERFORM
                     MOVE "N" TO WS-VALID-ENTRY
                     PERFORM UNTIL WS-ENTRY-VALID
                        DISPLAY "Reason L)egal order P)ledged"
                           " collateral U)ncollected deposit:"
                        ACCEPT HD-REASON
                        IF HD-REASON-VALID
                           MOVE "Y" TO WS-VALID-ENTRY
                        ELSE
                           DISPLAY "*** Enter L, P or U ***"
                        END-IF
                     END-PERFORM
                     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                     MOVE "N" TO WS-VALID-ENTRY
                     PERFORM UNTIL WS-ENTRY-VALID
                        DISPLAY "Enter expiry date (YYYYMMDD, 0 until"
                           " released):"
                        ACCEPT HD-EXPIRY-DATE
                        IF HD-EXPIRY-DATE IS NUMERIC
                           AND (HD-EXPIRY-DATE = ZEROES
                           OR HD-EXPIRY-DATE >= WS-CURRENT-DATE)
                           MOVE "Y" TO WS-VALID-ENTRY
                        ELSE
                           DISPLAY "*** Expiry must be zero or a"
                              " date not in the past ***"
                        END-IF
                     END-PERFORM
                     MOVE WS-OPERATOR-ID TO HD-PLACED-BY
                     MOVE WS-CURRENT-DATE TO HD-PLACED-DATE
                     MOVE "A" TO HD-STATUS
                     MOVE ZEROES TO HD-RELEASED-DATE
                     WRITE HOLD-RECORD
                        INVALID KEY
                           DISPLAY "*** Unable to place hold on"
                              " account " WS-MAINT-ACCOUNT " ***"
                        NOT INVALID KEY
                           DISPLAY "Hold " HD-SEQUENCE " placed on"
                              " account " WS-MAINT-ACCOUNT
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE HOLD-RECORD TO WS-AFTER-IMAGE
                           MOVE "HOLDMAST" TO WS-JRNL-FILE-ID
                           MOVE "A" TO WS-JRNL-ACTION
                           MOVE HD-KEY TO WS-JRNL-KEY
                           PERFORM 7000-WRITE-JOURNAL
                     END-WRITE
              END-IF.
       8540-RELEASE-HOLD.
              MOVE "N" TO WS-VALID-ENTRY
              PERFORM UNTIL WS-ENTRY-VALID
                 DISPLAY "Enter hold number to release:"
                 ACCEPT WS-HOLD-SEQ-IN
                 IF WS-HOLD-SEQ-IN IS NUMERIC
                    AND WS-HOLD-SEQ-IN > ZEROES
                    MOVE "Y" TO WS-VALID-ENTRY
                 ELSE
                    DISPLAY "*** Hold number must be positive ***"
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-REC-FOUND-FLAG
              MOVE WS-MAINT-ACCOUNT TO HD-ACCOUNT-NUMBER
              MOVE WS-HOLD-SEQ-IN TO HD-SEQUENCE
              READ HOLD-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-REC-FOUND-FLAG
              END-READ
              IF NOT WS-REC-FOUND OR NOT HD-ACTIVE
                     DISPLAY "*** No active hold " WS-HOLD-SEQ-IN
                        " on this account ***"
              ELSE
                     MOVE HOLD-RECORD TO WS-BEFORE-IMAGE
                     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                     MOVE "R" TO HD-STATUS
                     MOVE WS-OPERATOR-ID TO HD-RELEASED-BY
                     MOVE WS-CURRENT-DATE TO HD-RELEASED-DATE
                     REWRITE HOLD-RECORD
                        INVALID KEY
                           DISPLAY "*** Unable to release hold "
                              WS-HOLD-SEQ-IN " ***"
                        NOT INVALID KEY
                           DISPLAY "Hold " WS-HOLD-SEQ-IN
                              " released"
                           MOVE HOLD-RECORD TO WS-AFTER-IMAGE
                           MOVE "HOLDMAST" TO WS-JRNL-FILE-ID
                           MOVE "X" TO WS-JRNL-ACTION
                           MOVE HD-KEY TO WS-JRNL-KEY
                           PERFORM 7000-WRITE-JOURNAL
                     END-REWRITE
              END-IF.
       7100-JOURNAL-ACCOUNT.
              MOVE ACCOUNT-MASTER-RECORD TO WS-AFTER-IMAGE
              MOVE "ACCTMAST" TO WS-JRNL-FILE-ID
