       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-NUMBER
              FILE STATUS IS WS-MAST-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATETAB"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RT-KEY
              FILE STATUS IS WS-RATE-STATUS.
           SELECT ACCRUAL-LEDGER-FILE ASSIGN TO "ACCRLDGR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AL-ACCOUNT-NUMBER
              FILE STATUS IS WS-LDGR-STATUS.
           SELECT GL-FILE ASSIGN TO "GLFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GL-STATUS.
           SELECT ACCR-REPORT-FILE ASSIGN TO "ACCRRPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OS-OPERATOR
              FILE STATUS IS WS-SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY "acctmast".
       FD  RATE-FILE.
       COPY "ratetab".
       FD  ACCRUAL-LEDGER-FILE.
       COPY "accrldgr".
       FD  GL-FILE.
       01 GL-RECORD PIC X(29).
       FD  ACCR-REPORT-FILE.
       01 ACCR-REPORT-RECORD PIC X(80).
       FD  OPERATOR-SEC-FILE.
       COPY "opersec".
       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS PIC XX VALUE SPACES.
       01 WS-RATE-STATUS PIC XX VALUE SPACES.
       01 WS-LDGR-STATUS PIC XX VALUE SPACES.
       01 WS-GL-STATUS PIC XX VALUE SPACES.
       01 WS-SEC-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PASSWORD-IN PIC X(8) VALUE SPACES.
       01 WS-SIGNON-FLAG PIC X VALUE "N".
              88 WS-SIGNON-GOOD VALUE "Y".
       01 WS-ACCT-EOF PIC X VALUE "N".
              88 WS-ACCT-END-OF-FILE VALUE "Y".
       01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
              88 WS-RATE-FOUND VALUE "Y".
       01 WS-RATE-EOF PIC X VALUE "N".
              88 WS-RATE-END-OF-FILE VALUE "Y".
       01 WS-LDGR-FOUND-FLAG PIC X VALUE "N".
              88 WS-LDGR-FOUND VALUE "Y".
       01 WS-MONTH-END-FLAG PIC X VALUE "N".
              88 WS-MONTH-END VALUE "Y".
       01 WS-MONTH-END-IN PIC X VALUE SPACES.
       01 WS-CURRENT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ASOF-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.
           05 WS-ASF-YEAR PIC 9(4).
           05 WS-ASF-MONTH PIC 9(2).
           05 WS-ASF-DAY PIC 9(2).
       01 WS-ASOF-IN PIC X(8) VALUE SPACES.
       01 WS-ASOF-IN-N REDEFINES WS-ASOF-IN PIC 9(8).
       01 WS-ACCRUAL-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ACCRUAL-DATE-R REDEFINES WS-ACCRUAL-DATE.
           05 WS-ACR-YEAR PIC 9(4).
           05 WS-ACR-MONTH PIC 9(2).
           05 WS-ACR-DAY PIC 9(2).
       01 WS-ACCRUE-TO PIC 9(8) VALUE ZEROES.
       01 WS-ACCRUE-TO-R REDEFINES WS-ACCRUE-TO.
           05 WS-ATO-YEAR PIC 9(4).
           05 WS-ATO-MONTH PIC 9(2).
           05 WS-ATO-DAY PIC 9(2).
       01 WS-MONTH-DAYS PIC 9(2) VALUE ZEROES.
       01 WS-LEAP-WORK PIC 9(4) VALUE ZEROES.
       01 WS-LEAP-REM-4 PIC 9(3) VALUE ZEROES.
       01 WS-LEAP-REM-100 PIC 9(3) VALUE ZEROES.
       01 WS-LEAP-REM-400 PIC 9(3) VALUE ZEROES.
       01 RATE PIC 99V999 VALUE ZEROES.
       01 WS-DAY-COUNT PIC X VALUE "3".
              88 WS-DC-30-360 VALUE "3".
              88 WS-DC-ACT-365 VALUE "5".
       01 WS-DAY-BASIS PIC 9(3) VALUE 360.
       01 WS-ACCRUAL-DAYS PIC S9(7) VALUE ZEROES.
       01 WS-DAY-1 PIC 9(2) VALUE ZEROES.
       01 WS-DAY-2 PIC 9(2) VALUE ZEROES.
       01 WS-SERIAL-FROM PIC 9(7) VALUE ZEROES.
       01 WS-ACCRUED PIC 9(9)V99 VALUE ZEROES.
       01 WS-GL-AMOUNT PIC S9(9)V99 VALUE ZEROES.
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
       01 WS-ACCRUED-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-ACCRUED-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-DAILY-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-BOOKED-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-BOOKED-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-RELEASE-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-RELEASE-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-SKIP-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-NORATE-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-GL-LINE.
           05 WG-ACCOUNT PIC 9(6).
           05 FILLER PIC X VALUE ",".
           05 WG-POSTING-DATE PIC 9(8).
           05 FILLER PIC X VALUE ",".
           05 WG-AMOUNT PIC +9(9).99.
       01 WS-ACCR-DETAIL.
           05 WC-LABEL PIC X(24).
           05 WC-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WC-AMOUNT PIC $Z(10)9.99-.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 0100-BATCH-SIGN-ON
              IF NOT WS-SIGNON-GOOD
                     DISPLAY "*** Interest accrual requires a"
                        " supervisor sign-on ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              DISPLAY "INTEREST ACCRUAL RUN BY OPERATOR "
                 WS-OPERATOR-ID
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE SPACES TO WS-ASOF-IN
              ACCEPT WS-ASOF-IN FROM ENVIRONMENT "INTACCR-ASOF"
              IF WS-ASOF-IN = SPACES
                     MOVE WS-CURRENT-DATE TO WS-ASOF-DATE
              ELSE
                     IF WS-ASOF-IN IS NUMERIC
                            MOVE WS-ASOF-IN-N TO WS-ASOF-DATE
                     ELSE
                            DISPLAY "*** INTACCR-ASOF must be"
                               " YYYYMMDD ***"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF
              PERFORM 0200-CHECK-MONTH-END
              MOVE SPACES TO WS-MONTH-END-IN
              ACCEPT WS-MONTH-END-IN FROM ENVIRONMENT
                 "INTACCR-MONTHEND"
              IF WS-MONTH-END-IN = "Y"
                     MOVE "Y" TO WS-MONTH-END-FLAG
              END-IF
              IF WS-MONTH-END
                     DISPLAY "MONTH-END ACCRUAL WILL BE BOOKED TO GL"
              END-IF
              OPEN INPUT ACCOUNT-MASTER-FILE
              IF WS-MAST-STATUS NOT = "00"
                     DISPLAY "*** Account master open failed,"
                        " status " WS-MAST-STATUS " ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT RATE-FILE
              IF WS-RATE-STATUS NOT = "00"
                     DISPLAY "*** Rate table not available ***"
                     CLOSE ACCOUNT-MASTER-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN I-O ACCRUAL-LEDGER-FILE
              IF WS-LDGR-STATUS = "35"
                     OPEN OUTPUT ACCRUAL-LEDGER-FILE
                     CLOSE ACCRUAL-LEDGER-FILE
                     OPEN I-O ACCRUAL-LEDGER-FILE
              END-IF
              IF WS-LDGR-STATUS NOT = "00"
                     DISPLAY "*** Accrual ledger open failed,"
                        " status " WS-LDGR-STATUS " ***"
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE RATE-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN EXTEND GL-FILE
              IF WS-GL-STATUS = "35"
                     OPEN OUTPUT GL-FILE
                     CLOSE GL-FILE
                     OPEN EXTEND GL-FILE
              END-IF
              IF WS-GL-STATUS NOT = "00"
                     DISPLAY "*** GL feed open failed, status "
                        WS-GL-STATUS " ***"
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE RATE-FILE
                     CLOSE ACCRUAL-LEDGER-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 2000-READ-MASTER
              PERFORM 1000-ACCRUE-ACCOUNT
                 UNTIL WS-ACCT-END-OF-FILE
              CLOSE ACCOUNT-MASTER-FILE
              CLOSE RATE-FILE
              CLOSE ACCRUAL-LEDGER-FILE
              CLOSE GL-FILE
              PERFORM 3000-WRITE-TOTALS
              DISPLAY "ACCRUAL RUN COMPLETE - " WS-ACCRUED-COUNT
                 " ACCOUNTS ACCRUED, " WS-SKIP-COUNT " SKIPPED"
              STOP RUN.
       0100-BATCH-SIGN-ON.
              MOVE "N" TO WS-SIGNON-FLAG
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "SIMPINT-OPER"
              ACCEPT WS-PASSWORD-IN FROM ENVIRONMENT "SIMPINT-PASS"
              OPEN INPUT OPERATOR-SEC-FILE
              IF WS-SEC-STATUS NOT = "00"
                     DISPLAY "*** Operator security file not"
                        " available ***"
              ELSE
                     MOVE WS-OPERATOR-ID TO OS-OPERATOR
                     READ OPERATOR-SEC-FILE
                        INVALID KEY
                           DISPLAY "*** Operator not on file ***"
                        NOT INVALID KEY
                           IF OS-PASSWORD = WS-PASSWORD-IN
                              AND OS-SUPERVISOR
                              MOVE "Y" TO WS-SIGNON-FLAG
                           ELSE
                              DISPLAY "*** Sign-on failed or not a"
                                 " supervisor ***"
                           END-IF
                     END-READ
                     CLOSE OPERATOR-SEC-FILE
              END-IF.
       0200-CHECK-MONTH-END.
              EVALUATE WS-ASF-MONTH
                     WHEN 4
                     WHEN 6
                     WHEN 9
                     WHEN 11
                            MOVE 30 TO WS-MONTH-DAYS
                     WHEN 2
                            MOVE WS-ASF-YEAR TO WS-LEAP-WORK
                            DIVIDE WS-LEAP-WORK BY 4
                               GIVING WS-SER-WORK
                               REMAINDER WS-LEAP-REM-4
                            DIVIDE WS-LEAP-WORK BY 100
                               GIVING WS-SER-WORK
                               REMAINDER WS-LEAP-REM-100
                            DIVIDE WS-LEAP-WORK BY 400
                               GIVING WS-SER-WORK
                               REMAINDER WS-LEAP-REM-400
                            IF WS-LEAP-REM-400 = ZEROES
                               OR (WS-LEAP-REM-4 = ZEROES
                               AND WS-LEAP-REM-100 NOT = ZEROES)
                                   MOVE 29 TO WS-MONTH-DAYS
                            ELSE
                                   MOVE 28 TO WS-MONTH-DAYS
                            END-IF
                     WHEN OTHER
                            MOVE 31 TO WS-MONTH-DAYS
              END-EVALUATE
              IF WS-ASF-DAY = WS-MONTH-DAYS
                     MOVE "Y" TO WS-MONTH-END-FLAG
              END-IF.
       1000-ACCRUE-ACCOUNT.
              ADD 1 TO WS-READ-COUNT
              PERFORM 1005-READ-LEDGER
              IF AM-ACCOUNT-CLOSED
                 OR AM-BALANCE IS NOT NUMERIC
                 OR AM-BALANCE = ZEROES
                     ADD 1 TO WS-SKIP-COUNT
                     IF WS-LDGR-FOUND AND WS-MONTH-END
                        AND (AL-ACCRUED > ZEROES
                        OR AL-GL-BOOKED > ZEROES)
                            PERFORM 1060-RELEASE-ACCRUAL
                     END-IF
              ELSE
                     PERFORM 1010-GET-RATE
                     IF WS-RATE-FOUND
                            PERFORM 1020-COMPUTE-ACCRUAL
                            PERFORM 1030-UPDATE-LEDGER
                            IF WS-MONTH-END
                               PERFORM 1040-BOOK-MONTH-END
                            END-IF
                            IF WS-GL-STATUS = "00"
                               PERFORM 1050-SAVE-LEDGER
                            END-IF
                     ELSE
                            ADD 1 TO WS-NORATE-COUNT
                     END-IF
              END-IF
              PERFORM 2000-READ-MASTER.
       1005-READ-LEDGER.
              MOVE "N" TO WS-LDGR-FOUND-FLAG
              MOVE AM-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
              READ ACCRUAL-LEDGER-FILE
                 INVALID KEY
                    MOVE AM-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
                    MOVE ZEROES TO AL-ACCRUAL-FROM
                    MOVE ZEROES TO AL-LAST-RUN-DATE
                    MOVE ZEROES TO AL-RATE
                    MOVE SPACE TO AL-DAY-COUNT
                    MOVE ZEROES TO AL-ACCRUED
                    MOVE ZEROES TO AL-DAILY-AMOUNT
                    MOVE ZEROES TO AL-GL-BOOKED
                    MOVE ZEROES TO AL-LAST-GL-DATE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-LDGR-FOUND-FLAG
              END-READ.
       1010-GET-RATE.
              MOVE "N" TO WS-RATE-FOUND-FLAG
              MOVE "N" TO WS-RATE-EOF
              MOVE AM-ACCOUNT-TYPE TO RT-ACCOUNT-TYPE
              MOVE ZEROES TO RT-EFF-DATE
              MOVE ZEROES TO RT-TIER-MIN
              START RATE-FILE KEY NOT < RT-KEY
                 INVALID KEY MOVE "Y" TO WS-RATE-EOF
              END-START
              PERFORM 1015-SCAN-RATE
                 UNTIL WS-RATE-END-OF-FILE.
       1015-SCAN-RATE.
              READ RATE-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-RATE-EOF
              END-READ
              IF NOT WS-RATE-END-OF-FILE
                 IF RT-ACCOUNT-TYPE NOT = AM-ACCOUNT-TYPE
                    MOVE "Y" TO WS-RATE-EOF
                 ELSE
                    IF RT-EFF-DATE <= WS-ASOF-DATE
                       AND RT-TIER-MIN <= AM-BALANCE
                       MOVE RT-RATE TO RATE
                       MOVE RT-DAY-COUNT TO WS-DAY-COUNT
                       MOVE "Y" TO WS-RATE-FOUND-FLAG
                    END-IF
                 END-IF
              END-IF.
       1020-COMPUTE-ACCRUAL.
              IF NOT WS-DC-30-360 AND NOT WS-DC-ACT-365
                     MOVE AM-DAY-COUNT TO WS-DAY-COUNT
              END-IF
              IF AM-ACCRUAL-DATE IS NUMERIC
                 AND AM-ACCRUAL-DATE > ZEROES
                     MOVE AM-ACCRUAL-DATE TO WS-ACCRUAL-DATE
              ELSE
                     MOVE AM-VALUE-DATE TO WS-ACCRUAL-DATE
              END-IF
              IF AM-MATURITY-DATE < WS-ASOF-DATE
                     MOVE AM-MATURITY-DATE TO WS-ACCRUE-TO
              ELSE
                     MOVE WS-ASOF-DATE TO WS-ACCRUE-TO
              END-IF
              MOVE ZEROES TO WS-ACCRUAL-DAYS
              IF WS-ACCRUE-TO > WS-ACCRUAL-DATE
                     IF WS-DC-ACT-365
                            MOVE 365 TO WS-DAY-BASIS
                            MOVE WS-ACCRUAL-DATE TO WS-SER-DATE
                            PERFORM 8000-DATE-TO-SERIAL
                            MOVE WS-SERIAL-DAYS TO WS-SERIAL-FROM
                            MOVE WS-ACCRUE-TO TO WS-SER-DATE
                            PERFORM 8000-DATE-TO-SERIAL
                            COMPUTE WS-ACCRUAL-DAYS =
                               WS-SERIAL-DAYS - WS-SERIAL-FROM
                     ELSE
                            MOVE 360 TO WS-DAY-BASIS
                            MOVE WS-ACR-DAY TO WS-DAY-1
                            MOVE WS-ATO-DAY TO WS-DAY-2
                            IF WS-DAY-1 > 30
                                   MOVE 30 TO WS-DAY-1
                            END-IF
                            IF WS-DAY-2 > 30
                                   MOVE 30 TO WS-DAY-2
                            END-IF
                            COMPUTE WS-ACCRUAL-DAYS =
                               (WS-ATO-YEAR - WS-ACR-YEAR) * 360
                               + (WS-ATO-MONTH - WS-ACR-MONTH) * 30
                               + WS-DAY-2 - WS-DAY-1
                     END-IF
              END-IF
              IF WS-ACCRUAL-DAYS > ZEROES
                     COMPUTE WS-ACCRUED ROUNDED =
                        AM-BALANCE * RATE * WS-ACCRUAL-DAYS
                        / (100 * WS-DAY-BASIS)
              ELSE
                     MOVE ZEROES TO WS-ACCRUED
              END-IF.
       1030-UPDATE-LEDGER.
              IF AL-ACCRUAL-FROM = WS-ACCRUAL-DATE
                     COMPUTE AL-DAILY-AMOUNT =
                        WS-ACCRUED - AL-ACCRUED
              ELSE
                     MOVE WS-ACCRUED TO AL-DAILY-AMOUNT
              END-IF
              MOVE WS-ACCRUAL-DATE TO AL-ACCRUAL-FROM
              MOVE WS-ASOF-DATE TO AL-LAST-RUN-DATE
              MOVE RATE TO AL-RATE
              MOVE WS-DAY-COUNT TO AL-DAY-COUNT
              MOVE WS-ACCRUED TO AL-ACCRUED
              ADD 1 TO WS-ACCRUED-COUNT
              ADD WS-ACCRUED TO WS-ACCRUED-TOTAL
              ADD AL-DAILY-AMOUNT TO WS-DAILY-TOTAL.
       1040-BOOK-MONTH-END.
              COMPUTE WS-GL-AMOUNT = AL-ACCRUED - AL-GL-BOOKED
              IF WS-GL-AMOUNT NOT = ZEROES
                     PERFORM 1070-WRITE-GL
                     IF WS-GL-STATUS = "00"
                        MOVE AL-ACCRUED TO AL-GL-BOOKED
                        MOVE WS-ASOF-DATE TO AL-LAST-GL-DATE
                        ADD 1 TO WS-BOOKED-COUNT
                        ADD WS-GL-AMOUNT TO WS-BOOKED-TOTAL
                     END-IF
              END-IF.
       1050-SAVE-LEDGER.
              IF WS-LDGR-FOUND
                     REWRITE ACCRUAL-LEDGER-RECORD
                        INVALID KEY
                           DISPLAY "*** Ledger rewrite failed for"
                              " account " AM-ACCOUNT-NUMBER
                              " - run aborted ***"
                           MOVE 8 TO RETURN-CODE
                           MOVE "Y" TO WS-ACCT-EOF
                     END-REWRITE
              ELSE
                     WRITE ACCRUAL-LEDGER-RECORD
                        INVALID KEY
                           DISPLAY "*** Ledger write failed for"
                              " account " AM-ACCOUNT-NUMBER
                              " - run aborted ***"
                           MOVE 8 TO RETURN-CODE
                           MOVE "Y" TO WS-ACCT-EOF
                     END-WRITE
              END-IF.
       1060-RELEASE-ACCRUAL.
              COMPUTE WS-GL-AMOUNT = ZERO - AL-GL-BOOKED
              IF WS-GL-AMOUNT NOT = ZEROES
                     PERFORM 1070-WRITE-GL
                     IF WS-GL-STATUS = "00"
                        MOVE WS-ASOF-DATE TO AL-LAST-GL-DATE
                     END-IF
              END-IF
              IF WS-GL-STATUS = "00"
                     ADD 1 TO WS-RELEASE-COUNT
                     ADD WS-GL-AMOUNT TO WS-RELEASE-TOTAL
                     COMPUTE AL-DAILY-AMOUNT = ZERO - AL-ACCRUED
                     MOVE ZEROES TO AL-ACCRUED
                     MOVE ZEROES TO AL-GL-BOOKED
                     MOVE WS-ASOF-DATE TO AL-LAST-RUN-DATE
                     PERFORM 1050-SAVE-LEDGER
              END-IF.
       1070-WRITE-GL.
              MOVE AM-ACCOUNT-NUMBER TO WG-ACCOUNT
              MOVE WS-ASOF-DATE TO WG-POSTING-DATE
              MOVE WS-GL-AMOUNT TO WG-AMOUNT
              MOVE WS-GL-LINE TO GL-RECORD
              WRITE GL-RECORD
              IF WS-GL-STATUS NOT = "00"
                     DISPLAY "*** GL feed write failed, status "
                        WS-GL-STATUS " - run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WS-ACCT-EOF
              END-IF.
       2000-READ-MASTER.
              READ ACCOUNT-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO WS-ACCT-EOF
              END-READ.
       3000-WRITE-TOTALS.
              OPEN OUTPUT ACCR-REPORT-FILE
              MOVE SPACES TO ACCR-REPORT-RECORD
              STRING "DAILY INTEREST ACCRUAL  AS OF "
                 WS-ASOF-DATE DELIMITED BY SIZE
                 INTO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
              MOVE SPACES TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
              MOVE "ACCOUNTS READ" TO WC-LABEL
              MOVE WS-READ-COUNT TO WC-COUNT
              MOVE ZEROES TO WC-AMOUNT
              MOVE WS-ACCR-DETAIL TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
              MOVE "ACCRUED INTEREST PAYABLE" TO WC-LABEL
              MOVE WS-ACCRUED-COUNT TO WC-COUNT
              MOVE WS-ACCRUED-TOTAL TO WC-AMOUNT
              MOVE WS-ACCR-DETAIL TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
              MOVE "ACCRUAL FOR THE DAY" TO WC-LABEL
              MOVE WS-ACCRUED-COUNT TO WC-COUNT
              MOVE WS-DAILY-TOTAL TO WC-AMOUNT
              MOVE WS-ACCR-DETAIL TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
              MOVE "MONTH-END GL BOOKINGS" TO WC-LABEL
              MOVE WS-BOOKED-COUNT TO WC-COUNT
              MOVE WS-BOOKED-TOTAL TO WC-AMOUNT
              MOVE WS-ACCR-DETAIL TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
              MOVE "CLOSED ACCRUALS RELEASED" TO WC-LABEL
              MOVE WS-RELEASE-COUNT TO WC-COUNT
              MOVE WS-RELEASE-TOTAL TO WC-AMOUNT
              MOVE WS-ACCR-DETAIL TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
              MOVE "ACCOUNTS SKIPPED" TO WC-LABEL
              MOVE WS-SKIP-COUNT TO WC-COUNT
              MOVE ZEROES TO WC-AMOUNT
              MOVE WS-ACCR-DETAIL TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
              MOVE "NO RATE ON FILE" TO WC-LABEL
              MOVE WS-NORATE-COUNT TO WC-COUNT
              MOVE ZEROES TO WC-AMOUNT
              MOVE WS-ACCR-DETAIL TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
              CLOSE ACCR-REPORT-FILE.
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
