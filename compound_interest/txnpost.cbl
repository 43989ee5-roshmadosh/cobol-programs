           SELECT TXN-REJECT-FILE ASSIGN TO "TXNREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJ-STATUS.
           SELECT DORM-REVIEW-FILE ASSIGN TO "DORMREV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REV-STATUS.
           SELECT TXN-REPORT-FILE ASSIGN TO "TXNRPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO "RATETAB"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RT-KEY
              FILE STATUS IS WS-RATE-STATUS.
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
           SELECT GL-FILE ASSIGN TO "GLFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CORR-REPORT-FILE ASSIGN TO "CORRRPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           05 TJ-REASON-CODE PIC X(4).
           05 FILLER PIC X(2).
           05 TJ-REASON-TEXT PIC X(40).
       FD  DORM-REVIEW-FILE.
       01 DORM-REVIEW-RECORD.
           05 DR-TXN-IMAGE PIC X(29).
           05 FILLER PIC X(2).
           05 DR-REASON-CODE PIC X(4).
           05 FILLER PIC X(2).
           05 DR-REASON-TEXT PIC X(40).
       FD  TXN-REPORT-FILE.
       01 TXN-REPORT-RECORD PIC X(80).
       FD  RATE-FILE.
       COPY "ratetab".
       FD  PRODUCT-FILE.
       COPY "prodtab".
       FD  HOLD-FILE.
       COPY "holdmast".
       FD  GL-FILE.
       01 GL-RECORD PIC X(29).
       FD  AUDIT-FILE.
       01 AUDIT-RECORD PIC X(110).
       FD  CORR-REPORT-FILE.
       01 CORR-REPORT-RECORD PIC X(80).
       FD  OPERATOR-SEC-FILE.
       COPY "opersec".
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC XX VALUE SPACES.
       01 WS-REJ-STATUS PIC XX VALUE SPACES.
       01 WS-SEC-STATUS PIC XX VALUE SPACES.
       01 WS-RATE-STATUS PIC XX VALUE SPACES.
       01 WS-PROD-STATUS PIC XX VALUE SPACES.
       01 WS-GL-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS PIC XX VALUE SPACES.
       01 WS-REV-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PASSWORD-IN PIC X(8) VALUE SPACES.
       01 WS-SIGNON-FLAG PIC X VALUE "N".
              88 WS-RECORD-REJECTED VALUE "Y".
       01 WS-REC-FOUND-FLAG PIC X VALUE "N".
              88 WS-REC-FOUND VALUE "Y".
       01 WS-PROD-FOUND-FLAG PIC X VALUE "N".
              88 WS-PROD-FOUND VALUE "Y".
       01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
              88 WS-RATE-FOUND VALUE "Y".
       01 WS-RATE-EOF PIC X VALUE "N".
              88 WS-RATE-END-OF-FILE VALUE "Y".
       01 WS-HOLD-OPEN-FLAG PIC X VALUE "N".
              88 WS-HOLD-OPEN VALUE "Y".
       01 WS-HOLD-EOF PIC X VALUE "N".
              88 WS-HOLD-END-OF-FILE VALUE "Y".
       01 WS-DORMANT-FLAG PIC X VALUE "N".
              88 WS-DORMANT-REVIEW VALUE "Y".
       01 WS-HELD-AMOUNT PIC 9(9)V99 VALUE ZEROES.
       01 WS-AVAILABLE PIC S9(9)V99 VALUE ZEROES.
       01 WS-REASON-CODE PIC X(4) VALUE SPACES.
       01 WS-REASON-TEXT PIC X(40) VALUE SPACES.
       01 WS-CURRENT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-AMOUNT-WORK PIC 9(8)V99 VALUE ZEROES.
       01 WS-AMOUNT-DOLLARS PIC 9(8) VALUE ZEROES.
       01 WS-OLD-BALANCE PIC 9(8) VALUE ZEROES.
       01 WS-NEW-BALANCE PIC 9(8) VALUE ZEROES.
       01 WS-EFF-RATE PIC 99V999 VALUE ZEROES.
       01 WS-DAY-BASIS PIC 9(3) VALUE 360.
       01 WS-PENALTY-AMOUNT PIC 9(8) VALUE ZEROES.
       01 WS-HIST-CODE PIC X VALUE SPACES.
       01 WS-HIST-AMOUNT PIC 9(8)V99 VALUE ZEROES.
       01 WS-HIST-OLD-BALANCE PIC 9(8) VALUE ZEROES.
       01 WS-HIST-NEW-BALANCE PIC 9(8) VALUE ZEROES.
       01 WS-TRAN-DATE PIC 9(8) VALUE ZEROES.
       01 WS-TRAN-DATE-R REDEFINES WS-TRAN-DATE.
           05 WS-TRN-YEAR PIC 9(4).
           05 WS-TRN-MONTH PIC 9(2).
           05 WS-TRN-DAY PIC 9(2).
       01 WS-ACCRUAL-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ACCRUAL-DATE-R REDEFINES WS-ACCRUAL-DATE.
           05 WS-ACR-YEAR PIC 9(4).
           05 WS-ACR-MONTH PIC 9(2).
           05 WS-ACR-DAY PIC 9(2).
       01 WS-CORR-AMOUNT PIC 9(8) VALUE ZEROES.
       01 WS-CORR-DUE PIC 9(8) VALUE ZEROES.
       01 WS-CORR-SHORT PIC 9(8) VALUE ZEROES.
       01 WS-CORR-DAYS PIC S9(7) VALUE ZEROES.
       01 WS-CORR-YEARS PIC 9(3)V9(6) VALUE ZEROES.
       01 WS-CORR-OLD-BALANCE PIC 9(8) VALUE ZEROES.
       01 WS-DAY-1 PIC 9(2) VALUE ZEROES.
       01 WS-DAY-2 PIC 9(2) VALUE ZEROES.
       01 WS-SERIAL-FROM PIC 9(7) VALUE ZEROES.
       01 WS-SER-DATE PIC 9(8) VALUE ZEROES.
       01 WS-SER-DATE-R REDEFINES WS-SER-DATE.
           05 WS-SER-YY PIC 9(4).
           05 WS-SER-MM PIC 9(2).
           05 WS-SER-DD PIC 9(2).
       01 WS-SER-YEAR PIC 9(5) VALUE ZEROES.
       01 WS-SER-MONTH PIC 9(2) VALUE ZEROES.
       01 WS-SER-Q1 PIC 9(7) VALUE ZEROES.
       01 WS-SER-Q2 PIC 9(7) VALUE ZEROES.
       01 WS-SER-Q3 PIC 9(7) VALUE ZEROES.
       01 WS-SER-Q4 PIC 9(7) VALUE ZEROES.
       01 WS-SER-WORK PIC 9(7) VALUE ZEROES.
       01 WS-SERIAL-DAYS PIC 9(7) VALUE ZEROES.
       01 WS-READ-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-POSTED-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-REJECT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-WITHDRAW-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-DEPCHG-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-CLOSURE-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-PENALTY-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-PENALTY-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-REVIEW-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-REVIEW-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-CORR-CREDIT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-CORR-CREDIT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-CORR-DEBIT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-CORR-DEBIT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-NOCORR-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-SHORT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-SHORT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-AUDIT-LINE.
           05 WA-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WA-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WA-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WA-CALC-TYPE PIC X(10).
           05 FILLER PIC X(6) VALUE "BASE: ".
           05 WA-BASE PIC Z(7)9.
           05 FILLER PIC X(8) VALUE "  RATE: ".
           05 WA-RATE PIC ZZ.999.
           05 FILLER PIC X(9) VALUE "   TERM: ".
           05 WA-TERM PIC ZZ9.9999.
           05 FILLER PIC X(9) VALUE "  TOTAL: ".
           05 WA-TOTAL PIC $Z(8)9.99.
       01 WS-CORR-LINE.
           05 WB-ACCOUNT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WB-CODE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WB-TRAN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WB-ACCRUAL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WB-DAYS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WB-CORRECTION PIC $Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WB-ACTION PIC X(32).
       01 WS-GL-LINE.
           05 WG-ACCOUNT PIC 9(6).
           05 FILLER PIC X VALUE ",".
           05 WG-POSTING-DATE PIC 9(8).
           05 FILLER PIC X VALUE ",".
           05 WG-AMOUNT PIC +9(9).99.
       01 WS-POSTING-DETAIL.
           05 WP-LABEL PIC X(24).
           05 WP-COUNT PIC Z(6)9.
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT DORM-REVIEW-FILE
              IF WS-REV-STATUS NOT = "00"
                     DISPLAY "*** Dormant review file open failed,"
                        " status " WS-REV-STATUS " ***"
                     DISPLAY "*** POSTING RUN ABORTED ***"
                     CLOSE TXN-IN-FILE
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE TXN-HIST-FILE
                     CLOSE TXN-REJECT-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT RATE-FILE
              IF WS-RATE-STATUS NOT = "00"
                     DISPLAY "*** Rate table not available ***"
                     CLOSE TXN-IN-FILE
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE TXN-HIST-FILE
                     CLOSE TXN-REJECT-FILE
                     CLOSE DORM-REVIEW-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT PRODUCT-FILE
              IF WS-PROD-STATUS NOT = "00"
                     DISPLAY "*** Product file not available ***"
                     CLOSE TXN-IN-FILE
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE TXN-HIST-FILE
                     CLOSE TXN-REJECT-FILE
                     CLOSE DORM-REVIEW-FILE
                     CLOSE RATE-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT HOLD-FILE
              EVALUATE WS-HOLD-STATUS
                     WHEN "00"
                            MOVE "Y" TO WS-HOLD-OPEN-FLAG
                     WHEN "35"
                            CONTINUE
                     WHEN OTHER
                            DISPLAY "*** Hold file open failed,"
                               " status " WS-HOLD-STATUS " ***"
                            DISPLAY "*** POSTING RUN ABORTED ***"
                            CLOSE TXN-IN-FILE
                            CLOSE ACCOUNT-MASTER-FILE
                            CLOSE TXN-HIST-FILE
                            CLOSE TXN-REJECT-FILE
                            CLOSE DORM-REVIEW-FILE
                            CLOSE RATE-FILE
                            CLOSE PRODUCT-FILE
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
              END-EVALUATE
              OPEN EXTEND GL-FILE
              IF WS-GL-STATUS = "35"
                     OPEN OUTPUT GL-FILE
                     CLOSE GL-FILE
                     OPEN EXTEND GL-FILE
              END-IF
              IF WS-GL-STATUS NOT = "00"
                     DISPLAY "*** GL feed open failed,"
                        " status " WS-GL-STATUS " ***"
                     DISPLAY "*** POSTING RUN ABORTED ***"
                     CLOSE TXN-IN-FILE
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE TXN-HIST-FILE
                     CLOSE TXN-REJECT-FILE
                     CLOSE DORM-REVIEW-FILE
                     CLOSE RATE-FILE
                     CLOSE PRODUCT-FILE
                     IF WS-HOLD-OPEN
                            CLOSE HOLD-FILE
                     END-IF
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN EXTEND AUDIT-FILE
              IF WS-AUDIT-STATUS = "35"
                     OPEN OUTPUT AUDIT-FILE
                     CLOSE AUDIT-FILE
                     OPEN EXTEND AUDIT-FILE
              END-IF
              IF WS-AUDIT-STATUS NOT = "00"
                     DISPLAY "*** Audit log open failed,"
                        " status " WS-AUDIT-STATUS " ***"
                     DISPLAY "*** POSTING RUN ABORTED ***"
                     CLOSE TXN-IN-FILE
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE TXN-HIST-FILE
                     CLOSE TXN-REJECT-FILE
                     CLOSE DORM-REVIEW-FILE
                     CLOSE RATE-FILE
                     CLOSE PRODUCT-FILE
                     IF WS-HOLD-OPEN
                            CLOSE HOLD-FILE
                     END-IF
                     CLOSE GL-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              OPEN OUTPUT CORR-REPORT-FILE
              MOVE SPACES TO CORR-REPORT-RECORD
              STRING "BACK-VALUE INTEREST CORRECTIONS  "
                 WS-CURRENT-DATE DELIMITED BY SIZE
                 INTO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD
              MOVE SPACES TO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD
              PERFORM 2000-READ-TXN
              PERFORM 1000-POST-TRANSACTION
                 UNTIL WS-TXN-END-OF-FILE
              CLOSE ACCOUNT-MASTER-FILE
              CLOSE TXN-HIST-FILE
              CLOSE TXN-REJECT-FILE
              CLOSE DORM-REVIEW-FILE
              CLOSE RATE-FILE
              CLOSE PRODUCT-FILE
              IF WS-HOLD-OPEN
                     CLOSE HOLD-FILE
              END-IF
              CLOSE GL-FILE
              CLOSE AUDIT-FILE
              PERFORM 3100-WRITE-CORR-TOTALS
              CLOSE CORR-REPORT-FILE
              PERFORM 3000-WRITE-TOTALS
              DISPLAY "POSTING RUN COMPLETE - " WS-POSTED-COUNT
                 " POSTED, " WS-REJECT-COUNT " REJECTED, "
                 WS-REVIEW-COUNT " HELD FOR REVIEW"
              STOP RUN.
       0100-BATCH-SIGN-ON.
              MOVE "N" TO WS-SIGNON-FLAG
       1000-POST-TRANSACTION.
              ADD 1 TO WS-READ-COUNT
              PERFORM 1010-VALIDATE-TRANSACTION
              EVALUATE TRUE
                     WHEN WS-DORMANT-REVIEW
                            PERFORM 1045-WRITE-REVIEW
                     WHEN WS-RECORD-REJECTED
                            PERFORM 1040-WRITE-REJECT
                     WHEN OTHER
                            PERFORM 1020-APPLY-TRANSACTION
              END-EVALUATE
              PERFORM 2000-READ-TXN.
       1010-VALIDATE-TRANSACTION.
              MOVE "N" TO WS-REJECT-FLAG
              MOVE "N" TO WS-DORMANT-FLAG
              MOVE SPACES TO WS-REASON-CODE
              MOVE SPACES TO WS-REASON-TEXT
              MOVE "N" TO WS-REC-FOUND-FLAG
                        NOT INVALID KEY MOVE "Y" TO WS-REC-FOUND-FLAG
                     END-READ
              END-IF
              MOVE "N" TO WS-PROD-FOUND-FLAG
              IF WS-REC-FOUND
                     MOVE AM-ACCOUNT-TYPE TO PR-ACCOUNT-TYPE
                     READ PRODUCT-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE "Y" TO WS-PROD-FOUND-FLAG
                     END-READ
              END-IF
              MOVE TI-TRAN-DATE TO WS-TRAN-DATE
              IF TI-AMOUNT IS NUMERIC
                     MOVE TI-AMOUNT TO WS-AMOUNT-WORK
                    MOVE "T010" TO WS-REASON-CODE
                    MOVE "DEPOSIT AMOUNT ABOVE PRODUCT MAXIMUM"
                       TO WS-REASON-TEXT
                 WHEN (TI-TRAN-CODE = "D" OR "M")
                    AND NOT WS-PROD-FOUND
                    MOVE "T017" TO WS-REASON-CODE
                    MOVE "ACCOUNT TYPE NOT ON PRODUCT FILE"
                       TO WS-REASON-TEXT
                 WHEN TI-TRAN-CODE = "D"
                    AND PR-MAX-BAL > ZEROES
                    AND AM-BALANCE + WS-AMOUNT-DOLLARS > PR-MAX-BAL
                    MOVE "T018" TO WS-REASON-CODE
                    MOVE "DEPOSIT WOULD EXCEED PRODUCT MAXIMUM"
                       TO WS-REASON-TEXT
                 WHEN TI-TRAN-CODE = "M"
                    AND NOT PR-RECURRING-ALLOWED
                    MOVE "T019" TO WS-REASON-CODE
                    MOVE "PRODUCT DOES NOT ALLOW RECURRING DEPOSITS"
                       TO WS-REASON-TEXT
                 WHEN TI-TRAN-CODE = "X"
                    AND AM-BALANCE > ZEROES
                    MOVE "T011" TO WS-REASON-CODE
                    MOVE "CLOSURE REQUIRES A ZERO BALANCE"
                       TO WS-REASON-TEXT
              END-EVALUATE
              IF WS-REASON-CODE = SPACES
                 AND AM-ACCOUNT-DORMANT
                 AND (TI-TRAN-CODE = "D" OR "W")
                     MOVE "T016" TO WS-REASON-CODE
                     MOVE "ACCOUNT DORMANT - HELD FOR REVIEW"
                        TO WS-REASON-TEXT
                     MOVE "Y" TO WS-DORMANT-FLAG
              END-IF
              MOVE ZEROES TO WS-PENALTY-AMOUNT
              IF WS-REASON-CODE = SPACES
                 AND TI-TRAN-CODE = "W"
                 AND TI-TRAN-DATE < AM-MATURITY-DATE
                     PERFORM 1015-COMPUTE-PENALTY
              END-IF
              IF WS-REASON-CODE = SPACES
                 AND (TI-TRAN-CODE = "W" OR "X")
                     PERFORM 1012-CHECK-HOLDS
              END-IF
              IF WS-REASON-CODE NOT = SPACES
                 AND NOT WS-DORMANT-REVIEW
                     MOVE "Y" TO WS-REJECT-FLAG
              END-IF.
       1012-CHECK-HOLDS.
              MOVE ZEROES TO WS-HELD-AMOUNT
              IF WS-HOLD-OPEN
                     MOVE "N" TO WS-HOLD-EOF
                     MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
                     MOVE ZEROES TO HD-SEQUENCE
                     START HOLD-FILE KEY NOT < HD-KEY
                        INVALID KEY MOVE "Y" TO WS-HOLD-EOF
                     END-START
                     PERFORM 1013-SCAN-HOLD
                        UNTIL WS-HOLD-END-OF-FILE
              END-IF
              IF TI-TRAN-CODE = "W"
                     COMPUTE WS-AVAILABLE = AM-BALANCE
                        - WS-AMOUNT-DOLLARS - WS-PENALTY-AMOUNT
              ELSE
                     MOVE ZEROES TO WS-AVAILABLE
              END-IF
              IF WS-HELD-AMOUNT > WS-AVAILABLE
                     MOVE "T015" TO WS-REASON-CODE
                     MOVE "WOULD TAKE BALANCE BELOW HELD AMOUNT"
                        TO WS-REASON-TEXT
              END-IF.
       1013-SCAN-HOLD.
              READ HOLD-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-HOLD-EOF
              END-READ
              IF NOT WS-HOLD-END-OF-FILE
                 IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
                    MOVE "Y" TO WS-HOLD-EOF
                 ELSE
                    IF HD-ACTIVE
                       AND (HD-EXPIRY-DATE = ZEROES
                       OR HD-EXPIRY-DATE >= WS-CURRENT-DATE)
                       ADD HD-AMOUNT TO WS-HELD-AMOUNT
                    END-IF
                 END-IF
              END-IF.
       1015-COMPUTE-PENALTY.
              IF WS-PROD-FOUND
                 AND (PR-PENALTY-DAYS OR PR-PENALTY-MONTHS)
                 AND PR-PENALTY-PERIODS IS NUMERIC
                 AND PR-PENALTY-PERIODS > ZEROES
                     PERFORM 1016-GET-RATE
                     IF WS-RATE-FOUND
                            PERFORM 1018-CALC-PENALTY
                     ELSE
                            MOVE "T014" TO WS-REASON-CODE
                            MOVE "NO RATE ON FILE TO COMPUTE PENALTY"
                               TO WS-REASON-TEXT
                     END-IF
              END-IF
              IF WS-REASON-CODE = SPACES
                 AND WS-AMOUNT-DOLLARS + WS-PENALTY-AMOUNT > AM-BALANCE
                     MOVE "T013" TO WS-REASON-CODE
                     MOVE "WITHDRAWAL PLUS PENALTY EXCEEDS BALANCE"
                        TO WS-REASON-TEXT
              END-IF.
       1016-GET-RATE.
              MOVE "N" TO WS-RATE-FOUND-FLAG
              MOVE "N" TO WS-RATE-EOF
              MOVE AM-ACCOUNT-TYPE TO RT-ACCOUNT-TYPE
              MOVE ZEROES TO RT-EFF-DATE
              MOVE ZEROES TO RT-TIER-MIN
              START RATE-FILE KEY NOT < RT-KEY
                 INVALID KEY MOVE "Y" TO WS-RATE-EOF
              END-START
              PERFORM 1017-SCAN-RATE
                 UNTIL WS-RATE-END-OF-FILE.
       1017-SCAN-RATE.
              READ RATE-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-RATE-EOF
              END-READ
              IF NOT WS-RATE-END-OF-FILE
                 IF RT-ACCOUNT-TYPE NOT = AM-ACCOUNT-TYPE
                    MOVE "Y" TO WS-RATE-EOF
                 ELSE
                    IF RT-EFF-DATE <= TI-TRAN-DATE
                       AND RT-TIER-MIN <= AM-BALANCE
                       MOVE RT-RATE TO WS-EFF-RATE
                       MOVE "Y" TO WS-RATE-FOUND-FLAG
                    END-IF
                 END-IF
              END-IF.
       1018-CALC-PENALTY.
              IF AM-DAY-COUNT = "5"
                     MOVE 365 TO WS-DAY-BASIS
              ELSE
                     MOVE 360 TO WS-DAY-BASIS
              END-IF
              IF PR-PENALTY-MONTHS
                     COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                        WS-AMOUNT-DOLLARS * WS-EFF-RATE
                        * PR-PENALTY-PERIODS / 1200
              ELSE
                     COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                        WS-AMOUNT-DOLLARS * WS-EFF-RATE
                        * PR-PENALTY-PERIODS / (100 * WS-DAY-BASIS)
              END-IF.
       1020-APPLY-TRANSACTION.
              MOVE AM-BALANCE TO WS-OLD-BALANCE
              EVALUATE TI-TRAN-CODE
                            ADD WS-AMOUNT-DOLLARS TO AM-BALANCE
                     WHEN "W"
                            SUBTRACT WS-AMOUNT-DOLLARS FROM AM-BALANCE
                            SUBTRACT WS-PENALTY-AMOUNT FROM AM-BALANCE
                     WHEN "M"
                            MOVE WS-AMOUNT-WORK TO AM-DEPOSIT
                     WHEN "X"
                           WHEN "X"
                                  ADD 1 TO WS-CLOSURE-COUNT
                     END-EVALUATE
                     COMPUTE WS-NEW-BALANCE =
                        AM-BALANCE + WS-PENALTY-AMOUNT
                     MOVE TI-TRAN-CODE TO WS-HIST-CODE
                     MOVE WS-AMOUNT-WORK TO WS-HIST-AMOUNT
                     MOVE WS-OLD-BALANCE TO WS-HIST-OLD-BALANCE
                     MOVE WS-NEW-BALANCE TO WS-HIST-NEW-BALANCE
                     PERFORM 1030-WRITE-HISTORY
                     IF WS-PENALTY-AMOUNT > ZEROES
                            PERFORM 1050-POST-PENALTY
                     END-IF
                     IF (TI-TRAN-CODE = "D" OR "W")
                        AND AM-ACCRUAL-DATE IS NUMERIC
                        AND TI-TRAN-DATE < AM-ACCRUAL-DATE
                            PERFORM 1060-CORRECT-BACK-VALUE
                     END-IF
              END-IF.
       1030-WRITE-HISTORY.
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE TI-ACCOUNT-NUMBER TO TH-ACCOUNT-NUMBER
              MOVE TI-TRAN-DATE TO TH-TRAN-DATE
              MOVE WS-CURRENT-TIME(1:6) TO TH-TRAN-TIME
              MOVE WS-HIST-CODE TO TH-TRAN-CODE
              MOVE WS-HIST-AMOUNT TO TH-AMOUNT
              MOVE WS-HIST-OLD-BALANCE TO TH-OLD-BALANCE
              MOVE WS-HIST-NEW-BALANCE TO TH-NEW-BALANCE
              MOVE TI-BRANCH TO TH-BRANCH
              MOVE WS-OPERATOR-ID TO TH-OPERATOR
              MOVE WS-CURRENT-DATE TO TH-POST-DATE
              WRITE TRANSACTION-HIST-RECORD
              IF WS-HIST-STATUS NOT = "00"
                     DISPLAY "*** History write failed, status "
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WS-TXN-EOF
              END-IF.
       1045-WRITE-REVIEW.
              MOVE SPACES TO DORM-REVIEW-RECORD
              MOVE TXN-IN-RECORD TO DR-TXN-IMAGE
              MOVE WS-REASON-CODE TO DR-REASON-CODE
              MOVE WS-REASON-TEXT TO DR-REASON-TEXT
              WRITE DORM-REVIEW-RECORD
              IF WS-REV-STATUS = "00"
                     ADD 1 TO WS-REVIEW-COUNT
                     ADD WS-AMOUNT-WORK TO WS-REVIEW-TOTAL
              ELSE
                     DISPLAY "*** Review write failed, status "
                        WS-REV-STATUS " - run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WS-TXN-EOF
              END-IF.
       1050-POST-PENALTY.
              ADD 1 TO WS-PENALTY-COUNT
              ADD WS-PENALTY-AMOUNT TO WS-PENALTY-TOTAL
              MOVE "P" TO WS-HIST-CODE
              MOVE WS-PENALTY-AMOUNT TO WS-HIST-AMOUNT
              MOVE WS-NEW-BALANCE TO WS-HIST-OLD-BALANCE
              MOVE AM-BALANCE TO WS-HIST-NEW-BALANCE
              PERFORM 1030-WRITE-HISTORY
              MOVE AM-ACCOUNT-NUMBER TO WG-ACCOUNT
              MOVE WS-CURRENT-DATE TO WG-POSTING-DATE
              COMPUTE WG-AMOUNT = ZERO - WS-PENALTY-AMOUNT
              MOVE WS-GL-LINE TO GL-RECORD
              WRITE GL-RECORD
              IF WS-GL-STATUS NOT = "00"
                     DISPLAY "*** GL feed write failed, status "
                        WS-GL-STATUS " - run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WS-TXN-EOF
              END-IF.
       1060-CORRECT-BACK-VALUE.
              MOVE ZEROES TO WS-CORR-AMOUNT
              MOVE ZEROES TO WS-CORR-DUE
              MOVE ZEROES TO WS-CORR-SHORT
              MOVE ZEROES TO WS-CORR-DAYS
              MOVE AM-ACCRUAL-DATE TO WS-ACCRUAL-DATE
              PERFORM 1016-GET-RATE
              IF NOT WS-RATE-FOUND
                     MOVE "NOT CORRECTED - NO RATE ON FILE"
                        TO WB-ACTION
                     ADD 1 TO WS-NOCORR-COUNT
              ELSE
                     PERFORM 1065-CALC-CORRECTION
                     EVALUATE TRUE
                        WHEN WS-CORR-DUE = ZEROES
                           MOVE "NO CORRECTION DUE" TO WB-ACTION
                        WHEN WS-CORR-AMOUNT = ZEROES
                           MOVE "NOT CORRECTED - INSUFF BALANCE"
                              TO WB-ACTION
                           ADD 1 TO WS-NOCORR-COUNT
                           MOVE WS-CORR-DUE TO WS-CORR-SHORT
                        WHEN TI-TRAN-CODE = "D"
                           AND AM-BALANCE + WS-CORR-AMOUNT > 99999999
                           MOVE "NOT CORRECTED - BALANCE OVERFLOW"
                              TO WB-ACTION
                           ADD 1 TO WS-NOCORR-COUNT
                        WHEN OTHER
                           PERFORM 1070-POST-CORRECTION
                     END-EVALUATE
              END-IF
              MOVE AM-ACCOUNT-NUMBER TO WB-ACCOUNT
              MOVE TI-TRAN-CODE TO WB-CODE
              MOVE TI-TRAN-DATE TO WB-TRAN-DATE
              MOVE WS-ACCRUAL-DATE TO WB-ACCRUAL-DATE
              MOVE WS-CORR-DAYS TO WB-DAYS
              MOVE WS-CORR-AMOUNT TO WB-CORRECTION
              MOVE WS-CORR-LINE TO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD
              IF WS-CORR-SHORT > ZEROES
                     PERFORM 1068-REPORT-SHORTFALL
              END-IF.
       1065-CALC-CORRECTION.
              IF AM-DAY-COUNT = "5"
                     MOVE 365 TO WS-DAY-BASIS
                     MOVE TI-TRAN-DATE TO WS-SER-DATE
                     PERFORM 8000-DATE-TO-SERIAL
                     MOVE WS-SERIAL-DAYS TO WS-SERIAL-FROM
                     MOVE WS-ACCRUAL-DATE TO WS-SER-DATE
                     PERFORM 8000-DATE-TO-SERIAL
                     COMPUTE WS-CORR-DAYS =
                        WS-SERIAL-DAYS - WS-SERIAL-FROM
              ELSE
                     MOVE 360 TO WS-DAY-BASIS
                     MOVE WS-TRN-DAY TO WS-DAY-1
                     IF WS-DAY-1 > 30
                            MOVE 30 TO WS-DAY-1
                     END-IF
                     MOVE WS-ACR-DAY TO WS-DAY-2
                     IF WS-DAY-2 > 30
                            MOVE 30 TO WS-DAY-2
                     END-IF
                     COMPUTE WS-CORR-DAYS =
                        (WS-ACR-YEAR - WS-TRN-YEAR) * 360
                        + (WS-ACR-MONTH - WS-TRN-MONTH) * 30
                        + WS-DAY-2 - WS-DAY-1
              END-IF
              IF WS-CORR-DAYS > ZEROES
                     COMPUTE WS-CORR-AMOUNT ROUNDED =
                        WS-AMOUNT-DOLLARS * WS-EFF-RATE
                        * WS-CORR-DAYS / (100 * WS-DAY-BASIS)
              END-IF
              MOVE WS-CORR-AMOUNT TO WS-CORR-DUE
              IF TI-TRAN-CODE = "W"
                 AND WS-CORR-AMOUNT > AM-BALANCE
                     MOVE AM-BALANCE TO WS-CORR-AMOUNT
              END-IF.
       1068-REPORT-SHORTFALL.
              ADD 1 TO WS-SHORT-COUNT
              ADD WS-CORR-SHORT TO WS-SHORT-TOTAL
              MOVE WS-CORR-SHORT TO WB-CORRECTION
              MOVE "UNRECOVERED INTEREST" TO WB-ACTION
              MOVE WS-CORR-LINE TO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD.
       1070-POST-CORRECTION.
              MOVE AM-BALANCE TO WS-CORR-OLD-BALANCE
              IF TI-TRAN-CODE = "D"
                     ADD WS-CORR-AMOUNT TO AM-BALANCE
                     MOVE "C" TO WS-HIST-CODE
              ELSE
                     SUBTRACT WS-CORR-AMOUNT FROM AM-BALANCE
                     MOVE "R" TO WS-HIST-CODE
              END-IF
              REWRITE ACCOUNT-MASTER-RECORD
                 INVALID KEY
                    MOVE WS-CORR-OLD-BALANCE TO AM-BALANCE
                    MOVE "NOT CORRECTED - REWRITE FAILED"
                       TO WB-ACTION
                    ADD 1 TO WS-NOCORR-COUNT
                 NOT INVALID KEY
                    PERFORM 1075-RECORD-CORRECTION
              END-REWRITE.
       1075-RECORD-CORRECTION.
              IF TI-TRAN-CODE = "D"
                     ADD 1 TO WS-CORR-CREDIT-COUNT
                     ADD WS-CORR-AMOUNT TO WS-CORR-CREDIT-TOTAL
                     MOVE "INTEREST CREDITED" TO WB-ACTION
                     MOVE WS-CORR-AMOUNT TO WG-AMOUNT
              ELSE
                     ADD 1 TO WS-CORR-DEBIT-COUNT
                     ADD WS-CORR-AMOUNT TO WS-CORR-DEBIT-TOTAL
                     IF WS-CORR-AMOUNT < WS-CORR-DUE
                        MOVE "PARTIAL - BALANCE INSUFFICIENT"
                           TO WB-ACTION
                        COMPUTE WS-CORR-SHORT =
                           WS-CORR-DUE - WS-CORR-AMOUNT
                     ELSE
                        MOVE "INTEREST REVERSED" TO WB-ACTION
                     END-IF
                     COMPUTE WG-AMOUNT = ZERO - WS-CORR-AMOUNT
              END-IF
              MOVE WS-CORR-AMOUNT TO WS-HIST-AMOUNT
              MOVE WS-CORR-OLD-BALANCE TO WS-HIST-OLD-BALANCE
              MOVE AM-BALANCE TO WS-HIST-NEW-BALANCE
              PERFORM 1030-WRITE-HISTORY
              MOVE AM-ACCOUNT-NUMBER TO WG-ACCOUNT
              MOVE WS-CURRENT-DATE TO WG-POSTING-DATE
              MOVE WS-GL-LINE TO GL-RECORD
              WRITE GL-RECORD
              IF WS-GL-STATUS NOT = "00"
                     DISPLAY "*** GL feed write failed, status "
                        WS-GL-STATUS " - run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WS-TXN-EOF
              END-IF
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE WS-OPERATOR-ID TO WA-OPERATOR
              MOVE WS-CURRENT-DATE TO WA-DATE
              MOVE WS-CURRENT-TIME(1:6) TO WA-TIME
              MOVE "BACKVALUE" TO WA-CALC-TYPE
              MOVE WS-AMOUNT-DOLLARS TO WA-BASE
              MOVE WS-EFF-RATE TO WA-RATE
              COMPUTE WS-CORR-YEARS ROUNDED =
                 WS-CORR-DAYS / WS-DAY-BASIS
              MOVE WS-CORR-YEARS TO WA-TERM
              MOVE WS-CORR-AMOUNT TO WA-TOTAL
              MOVE WS-AUDIT-LINE TO AUDIT-RECORD
              WRITE AUDIT-RECORD
              IF WS-AUDIT-STATUS NOT = "00"
                     DISPLAY "*** Audit write failed, status "
                        WS-AUDIT-STATUS " - run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WS-TXN-EOF
              END-IF.
       2000-READ-TXN.
              READ TXN-IN-FILE
                     AT END MOVE "Y" TO WS-TXN-EOF
              MOVE ZEROES TO WP-AMOUNT
              MOVE WS-POSTING-DETAIL TO TXN-REPORT-RECORD
              WRITE TXN-REPORT-RECORD
              MOVE "PENALTIES CHARGED" TO WP-LABEL
              MOVE WS-PENALTY-COUNT TO WP-COUNT
              MOVE WS-PENALTY-TOTAL TO WP-AMOUNT
              MOVE WS-POSTING-DETAIL TO TXN-REPORT-RECORD
              WRITE TXN-REPORT-RECORD
              MOVE "BACK-VALUE INT CREDITS" TO WP-LABEL
              MOVE WS-CORR-CREDIT-COUNT TO WP-COUNT
              MOVE WS-CORR-CREDIT-TOTAL TO WP-AMOUNT
              MOVE WS-POSTING-DETAIL TO TXN-REPORT-RECORD
              WRITE TXN-REPORT-RECORD
              MOVE "BACK-VALUE INT REVERSALS" TO WP-LABEL
              MOVE WS-CORR-DEBIT-COUNT TO WP-COUNT
              MOVE WS-CORR-DEBIT-TOTAL TO WP-AMOUNT
              MOVE WS-POSTING-DETAIL TO TXN-REPORT-RECORD
              WRITE TXN-REPORT-RECORD
              MOVE "HELD - DORMANT ACCOUNT" TO WP-LABEL
              MOVE WS-REVIEW-COUNT TO WP-COUNT
              MOVE WS-REVIEW-TOTAL TO WP-AMOUNT
              MOVE WS-POSTING-DETAIL TO TXN-REPORT-RECORD
              WRITE TXN-REPORT-RECORD
              MOVE "TRANSACTIONS REJECTED" TO WP-LABEL
              MOVE WS-REJECT-COUNT TO WP-COUNT
              MOVE ZEROES TO WP-AMOUNT
              MOVE WS-POSTING-DETAIL TO TXN-REPORT-RECORD
              WRITE TXN-REPORT-RECORD
              CLOSE TXN-REPORT-FILE.
       3100-WRITE-CORR-TOTALS.
              MOVE SPACES TO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD
              MOVE "INTEREST CREDITED" TO WP-LABEL
              MOVE WS-CORR-CREDIT-COUNT TO WP-COUNT
              MOVE WS-CORR-CREDIT-TOTAL TO WP-AMOUNT
              MOVE WS-POSTING-DETAIL TO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD
              MOVE "INTEREST REVERSED" TO WP-LABEL
              MOVE WS-CORR-DEBIT-COUNT TO WP-COUNT
              MOVE WS-CORR-DEBIT-TOTAL TO WP-AMOUNT
              MOVE WS-POSTING-DETAIL TO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD
              MOVE "NOT CORRECTED" TO WP-LABEL
              MOVE WS-NOCORR-COUNT TO WP-COUNT
              MOVE ZEROES TO WP-AMOUNT
              MOVE WS-POSTING-DETAIL TO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD
              MOVE "UNRECOVERED INTEREST" TO WP-LABEL
              MOVE WS-SHORT-COUNT TO WP-COUNT
              MOVE WS-SHORT-TOTAL TO WP-AMOUNT
              MOVE WS-POSTING-DETAIL TO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD.
       8000-DATE-TO-SERIAL.
              MOVE WS-SER-YY TO WS-SER-YEAR
              MOVE WS-SER-MM TO WS-SER-MONTH
              IF WS-SER-MONTH <= 2
                 SUBTRACT 1 FROM WS-SER-YEAR
                 ADD 12 TO WS-SER-MONTH
              END-IF
              DIVIDE WS-SER-YEAR BY 4 GIVING WS-SER-Q1
              DIVIDE WS-SER-YEAR BY 100 GIVING WS-SER-Q2
              DIVIDE WS-SER-YEAR BY 400 GIVING WS-SER-Q3
              COMPUTE WS-SER-WORK = 153 * (WS-SER-MONTH - 3) + 2
              DIVIDE WS-SER-WORK BY 5 GIVING WS-SER-Q4
              COMPUTE WS-SERIAL-DAYS = 365 * WS-SER-YEAR
                 + WS-SER-Q1 - WS-SER-Q2 + WS-SER-Q3
                 + WS-SER-Q4 + WS-SER-DD - 1.
