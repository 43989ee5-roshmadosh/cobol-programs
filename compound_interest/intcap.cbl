           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.
           SELECT ACCRUAL-LEDGER-FILE ASSIGN TO "ACCRLDGR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AL-ACCOUNT-NUMBER
              FILE STATUS IS WS-LDGR-STATUS.
           SELECT CAP-REPORT-FILE ASSIGN TO "CAPRPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
       01 GL-RECORD PIC X(29).
       FD  TXN-HIST-FILE.
       COPY "txnhist".
       FD  ACCRUAL-LEDGER-FILE.
       COPY "accrldgr".
       FD  CAP-REPORT-FILE.
       01 CAP-REPORT-RECORD PIC X(80).
       FD  OPERATOR-SEC-FILE.
       01 WS-GL-STATUS PIC XX VALUE SPACES.
       01 WS-HIST-STATUS PIC XX VALUE SPACES.
       01 WS-SEC-STATUS PIC XX VALUE SPACES.
       01 WS-LDGR-STATUS PIC XX VALUE SPACES.
       01 WS-LDGR-OPEN-FLAG PIC X VALUE "N".
              88 WS-LDGR-OPEN VALUE "Y".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PASSWORD-IN PIC X(8) VALUE SPACES.
       01 WS-SIGNON-FLAG PIC X VALUE "N".
       01 WS-CAP-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-SKIP-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-NORATE-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-RELIEF-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-RELIEF-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-AUDIT-LINE.
           05 WA-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
                     CLOSE TXN-HIST-FILE
                     OPEN EXTEND TXN-HIST-FILE
              END-IF
              OPEN I-O ACCRUAL-LEDGER-FILE
              EVALUATE WS-LDGR-STATUS
                     WHEN "00"
                            MOVE "Y" TO WS-LDGR-OPEN-FLAG
                     WHEN "35"
                            DISPLAY "ACCRUAL LEDGER NOT ON FILE -"
                               " NO ACCRUALS RELIEVED"
                     WHEN OTHER
                            DISPLAY "*** Accrual ledger open failed,"
                               " status " WS-LDGR-STATUS " ***"
                            CLOSE ACCOUNT-MASTER-FILE
                            CLOSE RATE-FILE
                            CLOSE AUDIT-FILE
                            CLOSE GL-FILE
                            CLOSE TXN-HIST-FILE
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
              END-EVALUATE
              PERFORM 2000-READ-MASTER
              PERFORM 1000-CAPITALIZE-ACCOUNT
                 UNTIL WS-ACCT-END-OF-FILE
              CLOSE AUDIT-FILE
              CLOSE GL-FILE
              CLOSE TXN-HIST-FILE
              IF WS-LDGR-OPEN
                     CLOSE ACCRUAL-LEDGER-FILE
              END-IF
              PERFORM 3000-WRITE-TOTALS
              DISPLAY "CAPITALIZATION COMPLETE - " WS-CAP-COUNT
                 " ACCOUNTS POSTED, " WS-SKIP-COUNT " SKIPPED"
                    PERFORM 1040-WRITE-AUDIT
                    PERFORM 1050-WRITE-GL
                    PERFORM 1060-WRITE-HISTORY
                    IF WS-LDGR-OPEN
                       PERFORM 1070-RELIEVE-ACCRUAL
                    END-IF
              END-REWRITE.
       1035-COMPOUND-ONE-MONTH.
              COMPUTE WS-RUN-BALANCE ROUNDED =
              MOVE AM-BALANCE TO TH-NEW-BALANCE
              MOVE "HOFC" TO TH-BRANCH
              MOVE WS-OPERATOR-ID TO TH-OPERATOR
              MOVE WS-CURRENT-DATE TO TH-POST-DATE
              WRITE TRANSACTION-HIST-RECORD
              IF WS-HIST-STATUS NOT = "00"
                     DISPLAY "*** History write failed, status "
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WS-ACCT-EOF
              END-IF.
       1070-RELIEVE-ACCRUAL.
              MOVE AM-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
              READ ACCRUAL-LEDGER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AL-GL-BOOKED > ZEROES
                       MOVE AM-ACCOUNT-NUMBER TO WG-ACCOUNT
                       MOVE WS-CURRENT-DATE TO WG-POSTING-DATE
                       COMPUTE WG-AMOUNT = ZERO - AL-GL-BOOKED
                       MOVE WS-GL-LINE TO GL-RECORD
                       WRITE GL-RECORD
                       IF WS-GL-STATUS NOT = "00"
                          DISPLAY "*** GL feed write failed, status "
                             WS-GL-STATUS " - run aborted ***"
                          MOVE 8 TO RETURN-CODE
                          MOVE "Y" TO WS-ACCT-EOF
                       ELSE
                          ADD 1 TO WS-RELIEF-COUNT
                          ADD AL-GL-BOOKED TO WS-RELIEF-TOTAL
                       END-IF
                    END-IF
                    IF AL-GL-BOOKED = ZEROES
                       OR WS-GL-STATUS = "00"
                       PERFORM 1075-RESET-LEDGER
                    END-IF
              END-READ.
       1075-RESET-LEDGER.
              MOVE AM-ACCRUAL-DATE TO AL-ACCRUAL-FROM
              MOVE WS-ASOF-DATE TO AL-LAST-RUN-DATE
              MOVE ZEROES TO AL-ACCRUED
              MOVE ZEROES TO AL-DAILY-AMOUNT
              MOVE ZEROES TO AL-GL-BOOKED
              MOVE WS-CURRENT-DATE TO AL-LAST-GL-DATE
              REWRITE ACCRUAL-LEDGER-RECORD
                 INVALID KEY
                    DISPLAY "*** Ledger rewrite failed for"
                       " account " AM-ACCOUNT-NUMBER
                       " - run aborted ***"
                    MOVE 8 TO RETURN-CODE
                    MOVE "Y" TO WS-ACCT-EOF
              END-REWRITE.
       2000-READ-MASTER.
              READ ACCOUNT-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO WS-ACCT-EOF
              MOVE WS-CAP-TOTAL TO WC-AMOUNT
              MOVE WS-CAP-DETAIL TO CAP-REPORT-RECORD
              WRITE CAP-REPORT-RECORD
              MOVE "ACCRUALS RELIEVED" TO WC-LABEL
              MOVE WS-RELIEF-COUNT TO WC-COUNT
              MOVE WS-RELIEF-TOTAL TO WC-AMOUNT
              MOVE WS-CAP-DETAIL TO CAP-REPORT-RECORD
              WRITE CAP-REPORT-RECORD
              MOVE "ACCOUNTS SKIPPED" TO WC-LABEL
              MOVE WS-SKIP-COUNT TO WC-COUNT
              MOVE ZEROES TO WC-AMOUNT
