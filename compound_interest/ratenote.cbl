       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATENOTE.
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
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CUSTOMER-NUMBER
              FILE STATUS IS WS-CUST-STATUS.
           SELECT NOTICE-QUEUE-FILE ASSIGN TO "RATENOTQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RNQ-STATUS.
           SELECT LETTER-FILE ASSIGN TO "RATELTR"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAIL-CONTROL-FILE ASSIGN TO "RATEMCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MCTL-STATUS.
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
       FD  CUSTOMER-MASTER-FILE.
       COPY "custmast".
       FD  NOTICE-QUEUE-FILE.
       COPY "ratenotq".
       FD  LETTER-FILE.
       01 LETTER-RECORD PIC X(80).
       FD  MAIL-CONTROL-FILE.
       01 MAIL-CONTROL-RECORD.
           05 MC-RECORD-TYPE PIC X.
              88 MC-TYPE-DETAIL VALUE "D".
              88 MC-RUN-TOTAL VALUE "T".
           05 MC-ACCOUNT-TYPE PIC X(4).
           05 MC-EFF-DATE PIC 9(8).
           05 MC-MAIL-DATE PIC 9(8).
           05 MC-ACCOUNT-COUNT PIC 9(7).
           05 MC-LETTER-COUNT PIC 9(7).
           05 MC-NOTICE-DAYS PIC 9(5).
           05 MC-REQUIRED-DAYS PIC 9(3).
           05 MC-LATE-FLAG PIC X.
              88 MC-NOTICE-LATE VALUE "Y".
       FD  OPERATOR-SEC-FILE.
       COPY "opersec".
       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS PIC XX VALUE SPACES.
       01 WS-RATE-STATUS PIC XX VALUE SPACES.
       01 WS-CUST-STATUS PIC XX VALUE SPACES.
       01 WS-RNQ-STATUS PIC XX VALUE SPACES.
       01 WS-MCTL-STATUS PIC XX VALUE SPACES.
       01 WS-SEC-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PASSWORD-IN PIC X(8) VALUE SPACES.
       01 WS-SIGNON-FLAG PIC X VALUE "N".
              88 WS-SIGNON-GOOD VALUE "Y".
       01 WS-ACCT-EOF PIC X VALUE "N".
              88 WS-ACCT-END-OF-FILE VALUE "Y".
       01 WS-SCAN-EOF PIC X VALUE "N".
              88 WS-SCAN-END-OF-FILE VALUE "Y".
       01 WS-QUEUE-EOF PIC X VALUE "N".
              88 WS-QUEUE-END-OF-FILE VALUE "Y".
       01 WS-RATE-EOF PIC X VALUE "N".
              88 WS-RATE-END-OF-FILE VALUE "Y".
       01 WS-OLD-FOUND-FLAG PIC X VALUE "N".
              88 WS-OLD-RATE-FOUND VALUE "Y".
       01 WS-NEW-FOUND-FLAG PIC X VALUE "N".
              88 WS-NEW-RATE-FOUND VALUE "Y".
       01 WS-AFFECTED-FLAG PIC X VALUE "N".
              88 WS-ACCT-AFFECTED VALUE "Y".
       01 WS-CUST-FILE-FLAG PIC X VALUE "N".
              88 WS-CUST-FILE-OPEN VALUE "Y".
       01 WS-CUST-FOUND-FLAG PIC X VALUE "N".
              88 WS-CUST-FOUND VALUE "Y".
       01 WS-DONE-FOUND-FLAG PIC X VALUE "N".
              88 WS-CUST-DONE VALUE "Y".
       01 WS-DONE-OVERFLOW-FLAG PIC X VALUE "N".
              88 WS-DONE-OVERFLOW VALUE "Y".
       01 WS-TABLE-FULL-FLAG PIC X VALUE "N".
              88 WS-TABLE-FULL VALUE "Y".
       01 WS-NOTICE-FOUND-FLAG PIC X VALUE "N".
              88 WS-NOTICE-ON-TABLE VALUE "Y".
       01 WS-ANY-LATE-FLAG PIC X VALUE "N".
              88 WS-ANY-LATE VALUE "Y".
       01 WS-CURRENT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-MAIL-DATE PIC 9(8) VALUE ZEROES.
       01 WS-MAIL-IN PIC X(8) VALUE SPACES.
       01 WS-MAIL-IN-N REDEFINES WS-MAIL-IN PIC 9(8).
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 30.
       01 WS-DAYS-IN PIC X(3) VALUE SPACES.
       01 WS-DAYS-IN-N REDEFINES WS-DAYS-IN PIC 9(3).
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
       01 WS-SERIAL-MAIL PIC 9(7) VALUE ZEROES.
       01 WS-OLD-RATE PIC 99V999 VALUE ZEROES.
       01 WS-NEW-RATE PIC 99V999 VALUE ZEROES.
       01 WS-CUR-CUSTOMER PIC 9(6) VALUE ZEROES.
       01 WS-SAVE-ACCOUNT PIC 9(6) VALUE ZEROES.
       01 WS-DONE-MAX PIC 9(4) VALUE 5000.
       01 WS-DONE-USED PIC 9(4) VALUE ZEROES.
       01 WS-DONE-IX PIC 9(4) VALUE ZEROES.
       01 WS-DONE-TABLE.
           05 WS-DONE-CUST PIC 9(6) OCCURS 5000 TIMES.
       01 WS-NT-MAX PIC 9(3) VALUE 100.
       01 WS-NT-USED PIC 9(3) VALUE ZEROES.
       01 WS-NT-IX PIC 9(3) VALUE ZEROES.
       01 WS-NOTICE-TABLE.
           05 WS-NOTICE-ENTRY OCCURS 100 TIMES.
              10 WS-NT-TYPE PIC X(4).
              10 WS-NT-EFF-DATE PIC 9(8).
              10 WS-NT-ACCOUNTS PIC 9(7).
              10 WS-NT-LETTERS PIC 9(7).
              10 WS-NT-LAST-LETTER PIC 9(7).
              10 WS-NT-DAYS PIC 9(5).
              10 WS-NT-LATE PIC X.
              10 WS-NT-HIT PIC X.
              10 WS-NT-OLD-RATE PIC 99V999.
              10 WS-NT-NEW-RATE PIC 99V999.
       01 WS-QUEUE-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-QUEUE-BAD-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-READ-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-LETTER-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-AFFECTED-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-CTL-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-LETTER-HEADER-LINE.
           05 FILLER PIC X(20) VALUE "RATE CHANGE NOTICE".
           05 FILLER PIC X(6) VALUE "DATE ".
           05 WH-MAIL-DATE PIC 9(8).
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "REF ".
           05 WH-LETTER PIC 9(7).
       01 WS-LETTER-TEXT-1 PIC X(64) VALUE
           "WE ARE WRITING TO LET YOU KNOW THAT THE INTEREST RATE ON".
       01 WS-LETTER-TEXT-2 PIC X(64) VALUE
           "THE ACCOUNTS LISTED BELOW CHANGES FROM THE EFFECTIVE DATE".
       01 WS-LETTER-TEXT-3 PIC X(64) VALUE
           "SHOWN. NO ACTION IS NEEDED ON YOUR PART.".
       01 WS-LETTER-TEXT-4 PIC X(64) VALUE
           "IF YOU HAVE ANY QUESTIONS PLEASE CONTACT YOUR BRANCH.".
       01 WS-LETTER-HEADING PIC X(64) VALUE
           "ACCOUNT  TYPE    BALANCE  OLD RATE  NEW RATE  EFFECTIVE".
       01 WS-LETTER-DETAIL-LINE.
           05 WL-ACCOUNT PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WL-TYPE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WL-BALANCE PIC $Z(7)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WL-OLD-RATE PIC Z9.999.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WL-NEW-RATE PIC Z9.999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WL-EFF-DATE PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 0100-BATCH-SIGN-ON
              IF NOT WS-SIGNON-GOOD
                     DISPLAY "*** Rate change notices require a"
                        " supervisor sign-on ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              DISPLAY "RATE CHANGE NOTICE RUN BY OPERATOR "
                 WS-OPERATOR-ID
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE SPACES TO WS-MAIL-IN
              ACCEPT WS-MAIL-IN FROM ENVIRONMENT "RATENOTE-DATE"
              IF WS-MAIL-IN = SPACES
                     MOVE WS-CURRENT-DATE TO WS-MAIL-DATE
              ELSE
                     IF WS-MAIL-IN IS NUMERIC
                            MOVE WS-MAIL-IN-N TO WS-MAIL-DATE
                     ELSE
                            DISPLAY "*** RATENOTE-DATE must be"
                               " YYYYMMDD ***"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF
              MOVE SPACES TO WS-DAYS-IN
              ACCEPT WS-DAYS-IN FROM ENVIRONMENT "RATENOTE-DAYS"
              IF WS-DAYS-IN NOT = SPACES
                     IF WS-DAYS-IN IS NUMERIC
                            MOVE WS-DAYS-IN-N TO WS-NOTICE-DAYS
                     ELSE
                            DISPLAY "*** RATENOTE-DAYS must be"
                               " three digits ***"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF
              MOVE WS-MAIL-DATE TO WS-SER-DATE
              PERFORM 8000-DATE-TO-SERIAL
              MOVE WS-SERIAL-DAYS TO WS-SERIAL-MAIL
              OPEN INPUT NOTICE-QUEUE-FILE
              IF WS-RNQ-STATUS = "35"
                     DISPLAY "NO APPROVED RATE CHANGES QUEUED"
                     STOP RUN
              END-IF
              IF WS-RNQ-STATUS NOT = "00"
                     DISPLAY "*** Notice queue open failed,"
                        " status " WS-RNQ-STATUS " ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 0200-LOAD-QUEUE
                 UNTIL WS-QUEUE-END-OF-FILE
              CLOSE NOTICE-QUEUE-FILE
              IF WS-TABLE-FULL
                     DISPLAY "*** Notice table full - run aborted,"
                        " queue left in place ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              IF WS-NT-USED = ZEROES
                     DISPLAY "NO APPROVED RATE CHANGES QUEUED"
                     STOP RUN
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
              OPEN INPUT CUSTOMER-MASTER-FILE
              IF WS-CUST-STATUS = "00"
                     MOVE "Y" TO WS-CUST-FILE-FLAG
              ELSE
                     MOVE "N" TO WS-CUST-FILE-FLAG
                     DISPLAY "*** Customer master not available -"
                        " one letter per account ***"
              END-IF
              OPEN OUTPUT MAIL-CONTROL-FILE
              IF WS-MCTL-STATUS NOT = "00"
                     DISPLAY "*** Mailing control open failed,"
                        " status " WS-MCTL-STATUS " ***"
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE RATE-FILE
                     IF WS-CUST-FILE-OPEN
                            CLOSE CUSTOMER-MASTER-FILE
                     END-IF
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT LETTER-FILE
              PERFORM 2000-READ-MASTER
              PERFORM 1000-NOTICE-ACCOUNT
                 UNTIL WS-ACCT-END-OF-FILE
              CLOSE ACCOUNT-MASTER-FILE
              CLOSE RATE-FILE
              IF WS-CUST-FILE-OPEN
                     CLOSE CUSTOMER-MASTER-FILE
              END-IF
              CLOSE LETTER-FILE
              IF WS-DONE-OVERFLOW
                     CLOSE MAIL-CONTROL-FILE
                     DISPLAY "*** CUSTOMER TABLE FULL - RUN ABORTED"
                        " - RATELTR INCOMPLETE, DO NOT MAIL ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 3000-WRITE-CONTROL
                 VARYING WS-NT-IX FROM 1 BY 1
                 UNTIL WS-NT-IX > WS-NT-USED
              PERFORM 3100-WRITE-RUN-TOTAL
              CLOSE MAIL-CONTROL-FILE
              IF RETURN-CODE = 8
                     DISPLAY "*** Mailing control incomplete - queue"
                        " left in place ***"
                     STOP RUN
              END-IF
              OPEN OUTPUT NOTICE-QUEUE-FILE
              CLOSE NOTICE-QUEUE-FILE
              IF WS-ANY-LATE
                     DISPLAY "*** One or more changes fall inside"
                        " the " WS-NOTICE-DAYS " day notice period"
                        " - see RATEMCTL ***"
                     MOVE 4 TO RETURN-CODE
              END-IF
              DISPLAY "RATE CHANGE NOTICES COMPLETE - "
                 WS-LETTER-COUNT " LETTERS, " WS-AFFECTED-COUNT
                 " ACCOUNTS"
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
       0200-LOAD-QUEUE.
              READ NOTICE-QUEUE-FILE
                 AT END
                    MOVE "Y" TO WS-QUEUE-EOF
                 NOT AT END
                    ADD 1 TO WS-QUEUE-COUNT
                    PERFORM 0210-QUEUE-ENTRY
              END-READ.
       0210-QUEUE-ENTRY.
              IF RQ-EFF-DATE IS NOT NUMERIC
                 OR RQ-RATE IS NOT NUMERIC
                     ADD 1 TO WS-QUEUE-BAD-COUNT
                     DISPLAY "*** Unreadable queue entry for type "
                        RQ-ACCOUNT-TYPE " discarded ***"
              ELSE
                     MOVE "N" TO WS-NOTICE-FOUND-FLAG
                     PERFORM VARYING WS-NT-IX FROM 1 BY 1
                        UNTIL WS-NT-IX > WS-NT-USED
                        OR WS-NOTICE-ON-TABLE
                        IF WS-NT-TYPE (WS-NT-IX) = RQ-ACCOUNT-TYPE
                           AND WS-NT-EFF-DATE (WS-NT-IX) = RQ-EFF-DATE
                           MOVE "Y" TO WS-NOTICE-FOUND-FLAG
                        END-IF
                     END-PERFORM
                     IF NOT WS-NOTICE-ON-TABLE
                            IF WS-NT-USED < WS-NT-MAX
                                   PERFORM 0220-ADD-NOTICE
                            ELSE
                                   MOVE "Y" TO WS-TABLE-FULL-FLAG
                                   MOVE "Y" TO WS-QUEUE-EOF
                            END-IF
                     END-IF
              END-IF.
       0220-ADD-NOTICE.
              ADD 1 TO WS-NT-USED
              MOVE RQ-ACCOUNT-TYPE TO WS-NT-TYPE (WS-NT-USED)
              MOVE RQ-EFF-DATE TO WS-NT-EFF-DATE (WS-NT-USED)
              MOVE ZEROES TO WS-NT-ACCOUNTS (WS-NT-USED)
              MOVE ZEROES TO WS-NT-LETTERS (WS-NT-USED)
              MOVE ZEROES TO WS-NT-LAST-LETTER (WS-NT-USED)
              MOVE "N" TO WS-NT-HIT (WS-NT-USED)
              MOVE RQ-EFF-DATE TO WS-SER-DATE
              PERFORM 8000-DATE-TO-SERIAL
              IF WS-SERIAL-DAYS > WS-SERIAL-MAIL
                     COMPUTE WS-NT-DAYS (WS-NT-USED) =
                        WS-SERIAL-DAYS - WS-SERIAL-MAIL
              ELSE
                     MOVE ZEROES TO WS-NT-DAYS (WS-NT-USED)
              END-IF
              IF WS-NT-DAYS (WS-NT-USED) < WS-NOTICE-DAYS
                     MOVE "Y" TO WS-NT-LATE (WS-NT-USED)
                     MOVE "Y" TO WS-ANY-LATE-FLAG
              ELSE
                     MOVE "N" TO WS-NT-LATE (WS-NT-USED)
              END-IF.
       1000-NOTICE-ACCOUNT.
              ADD 1 TO WS-READ-COUNT
              IF NOT AM-ACCOUNT-CLOSED
                     PERFORM 1100-CHECK-ACCOUNT
                     IF WS-ACCT-AFFECTED
                            IF AM-CUSTOMER-NUMBER IS NUMERIC
                               AND AM-CUSTOMER-NUMBER > ZEROES
                               AND WS-CUST-FILE-OPEN
                                   PERFORM 1200-CONSIDER-CUSTOMER
                            ELSE
                                   PERFORM 1300-SINGLE-LETTER
                            END-IF
                     END-IF
              END-IF
              IF NOT WS-ACCT-END-OF-FILE
                     PERFORM 2000-READ-MASTER
              END-IF.
       1100-CHECK-ACCOUNT.
              MOVE "N" TO WS-AFFECTED-FLAG
              PERFORM 1110-CHECK-NOTICE
                 VARYING WS-NT-IX FROM 1 BY 1
                 UNTIL WS-NT-IX > WS-NT-USED.
       1110-CHECK-NOTICE.
              MOVE "N" TO WS-NT-HIT (WS-NT-IX)
              IF WS-NT-TYPE (WS-NT-IX) = AM-ACCOUNT-TYPE
                 AND AM-BALANCE IS NUMERIC
                     PERFORM 1120-GET-RATES
                     IF WS-NEW-RATE-FOUND
                        AND (NOT WS-OLD-RATE-FOUND
                        OR WS-OLD-RATE NOT = WS-NEW-RATE)
                            MOVE "Y" TO WS-NT-HIT (WS-NT-IX)
                            MOVE WS-OLD-RATE
                               TO WS-NT-OLD-RATE (WS-NT-IX)
                            MOVE WS-NEW-RATE
                               TO WS-NT-NEW-RATE (WS-NT-IX)
                            MOVE "Y" TO WS-AFFECTED-FLAG
                     END-IF
              END-IF.
       1120-GET-RATES.
              MOVE "N" TO WS-OLD-FOUND-FLAG
              MOVE "N" TO WS-NEW-FOUND-FLAG
              MOVE ZEROES TO WS-OLD-RATE
              MOVE ZEROES TO WS-NEW-RATE
              MOVE "N" TO WS-RATE-EOF
              MOVE AM-ACCOUNT-TYPE TO RT-ACCOUNT-TYPE
              MOVE ZEROES TO RT-EFF-DATE
              MOVE ZEROES TO RT-TIER-MIN
              START RATE-FILE KEY NOT < RT-KEY
                 INVALID KEY MOVE "Y" TO WS-RATE-EOF
              END-START
              PERFORM 1125-SCAN-RATE
                 UNTIL WS-RATE-END-OF-FILE.
       1125-SCAN-RATE.
              READ RATE-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-RATE-EOF
              END-READ
              IF NOT WS-RATE-END-OF-FILE
                 IF RT-ACCOUNT-TYPE NOT = AM-ACCOUNT-TYPE
                    OR RT-EFF-DATE > WS-NT-EFF-DATE (WS-NT-IX)
                    MOVE "Y" TO WS-RATE-EOF
                 ELSE
                    IF RT-TIER-MIN <= AM-BALANCE
                       MOVE RT-RATE TO WS-NEW-RATE
                       MOVE "Y" TO WS-NEW-FOUND-FLAG
                       IF RT-EFF-DATE < WS-NT-EFF-DATE (WS-NT-IX)
                          MOVE RT-RATE TO WS-OLD-RATE
                          MOVE "Y" TO WS-OLD-FOUND-FLAG
                       END-IF
                    END-IF
                 END-IF
              END-IF.
       1200-CONSIDER-CUSTOMER.
              MOVE "N" TO WS-DONE-FOUND-FLAG
              PERFORM VARYING WS-DONE-IX FROM 1 BY 1
                 UNTIL WS-DONE-IX > WS-DONE-USED
                 OR WS-CUST-DONE
                 IF WS-DONE-CUST (WS-DONE-IX) = AM-CUSTOMER-NUMBER
                    MOVE "Y" TO WS-DONE-FOUND-FLAG
                 END-IF
              END-PERFORM
              IF NOT WS-CUST-DONE
                     IF WS-DONE-USED < WS-DONE-MAX
                            ADD 1 TO WS-DONE-USED
                            MOVE AM-CUSTOMER-NUMBER
                               TO WS-DONE-CUST (WS-DONE-USED)
                            PERFORM 1240-BUILD-CUST-LETTER
                     ELSE
                            MOVE "Y" TO WS-DONE-OVERFLOW-FLAG
                            MOVE "Y" TO WS-ACCT-EOF
                            DISPLAY "*** Customer table full at "
                               AM-CUSTOMER-NUMBER " - run"
                               " aborted ***"
                     END-IF
              END-IF.
       1240-BUILD-CUST-LETTER.
              MOVE AM-CUSTOMER-NUMBER TO WS-CUR-CUSTOMER
              MOVE AM-ACCOUNT-NUMBER TO WS-SAVE-ACCOUNT
              PERFORM 1400-LETTER-HEADING
              MOVE WS-SAVE-ACCOUNT TO AM-ACCOUNT-NUMBER
              MOVE "N" TO WS-SCAN-EOF
              START ACCOUNT-MASTER-FILE
                 KEY NOT < AM-ACCOUNT-NUMBER
                 INVALID KEY MOVE "Y" TO WS-SCAN-EOF
              END-START
              PERFORM 1260-SCAN-ONE-ACCOUNT
                 UNTIL WS-SCAN-END-OF-FILE
              PERFORM 1450-LETTER-CLOSING
              MOVE WS-SAVE-ACCOUNT TO AM-ACCOUNT-NUMBER
              START ACCOUNT-MASTER-FILE
                 KEY GREATER THAN AM-ACCOUNT-NUMBER
                 INVALID KEY MOVE "Y" TO WS-ACCT-EOF
              END-START.
       1260-SCAN-ONE-ACCOUNT.
              READ ACCOUNT-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-SCAN-EOF
              END-READ
              IF NOT WS-SCAN-END-OF-FILE
                 AND AM-CUSTOMER-NUMBER IS NUMERIC
                 AND AM-CUSTOMER-NUMBER = WS-CUR-CUSTOMER
                 AND NOT AM-ACCOUNT-CLOSED
                     PERFORM 1100-CHECK-ACCOUNT
                     IF WS-ACCT-AFFECTED
                            PERFORM 1410-ACCOUNT-LINE
                               VARYING WS-NT-IX FROM 1 BY 1
                               UNTIL WS-NT-IX > WS-NT-USED
                     END-IF
              END-IF.
       1300-SINGLE-LETTER.
              MOVE ZEROES TO WS-CUR-CUSTOMER
              PERFORM 1400-LETTER-HEADING
              PERFORM 1410-ACCOUNT-LINE
                 VARYING WS-NT-IX FROM 1 BY 1
                 UNTIL WS-NT-IX > WS-NT-USED
              PERFORM 1450-LETTER-CLOSING.
       1400-LETTER-HEADING.
              ADD 1 TO WS-LETTER-COUNT
              MOVE WS-MAIL-DATE TO WH-MAIL-DATE
              MOVE WS-LETTER-COUNT TO WH-LETTER
              MOVE WS-LETTER-HEADER-LINE TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE SPACES TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE "N" TO WS-CUST-FOUND-FLAG
              IF WS-CUR-CUSTOMER > ZEROES
                     MOVE WS-CUR-CUSTOMER TO CM-CUSTOMER-NUMBER
                     READ CUSTOMER-MASTER-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                           MOVE "Y" TO WS-CUST-FOUND-FLAG
                     END-READ
              END-IF
              IF WS-CUST-FOUND
                     MOVE CM-NAME TO LETTER-RECORD
                     WRITE LETTER-RECORD
                     MOVE CM-ADDRESS-1 TO LETTER-RECORD
                     WRITE LETTER-RECORD
                     MOVE CM-ADDRESS-2 TO LETTER-RECORD
                     WRITE LETTER-RECORD
              ELSE
                     MOVE AM-NAME TO LETTER-RECORD
                     WRITE LETTER-RECORD
                     MOVE AM-ADDRESS-1 TO LETTER-RECORD
                     WRITE LETTER-RECORD
                     MOVE AM-ADDRESS-2 TO LETTER-RECORD
                     WRITE LETTER-RECORD
              END-IF
              MOVE SPACES TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE "DEAR CUSTOMER," TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE SPACES TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE WS-LETTER-TEXT-1 TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE WS-LETTER-TEXT-2 TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE WS-LETTER-TEXT-3 TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE SPACES TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE WS-LETTER-HEADING TO LETTER-RECORD
              WRITE LETTER-RECORD.
       1410-ACCOUNT-LINE.
              IF WS-NT-HIT (WS-NT-IX) = "Y"
                     MOVE AM-ACCOUNT-NUMBER TO WL-ACCOUNT
                     MOVE AM-ACCOUNT-TYPE TO WL-TYPE
                     MOVE AM-BALANCE TO WL-BALANCE
                     MOVE WS-NT-OLD-RATE (WS-NT-IX) TO WL-OLD-RATE
                     MOVE WS-NT-NEW-RATE (WS-NT-IX) TO WL-NEW-RATE
                     MOVE WS-NT-EFF-DATE (WS-NT-IX) TO WL-EFF-DATE
                     MOVE WS-LETTER-DETAIL-LINE TO LETTER-RECORD
                     WRITE LETTER-RECORD
                     ADD 1 TO WS-AFFECTED-COUNT
                     ADD 1 TO WS-NT-ACCOUNTS (WS-NT-IX)
                     IF WS-NT-LAST-LETTER (WS-NT-IX)
                        NOT = WS-LETTER-COUNT
                            MOVE WS-LETTER-COUNT
                               TO WS-NT-LAST-LETTER (WS-NT-IX)
                            ADD 1 TO WS-NT-LETTERS (WS-NT-IX)
                     END-IF
              END-IF.
       1450-LETTER-CLOSING.
              MOVE SPACES TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE WS-LETTER-TEXT-4 TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE SPACES TO LETTER-RECORD
              WRITE LETTER-RECORD
              WRITE LETTER-RECORD.
       2000-READ-MASTER.
              READ ACCOUNT-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO WS-ACCT-EOF
              END-READ.
       3000-WRITE-CONTROL.
              MOVE "D" TO MC-RECORD-TYPE
              MOVE WS-NT-TYPE (WS-NT-IX) TO MC-ACCOUNT-TYPE
              MOVE WS-NT-EFF-DATE (WS-NT-IX) TO MC-EFF-DATE
              MOVE WS-MAIL-DATE TO MC-MAIL-DATE
              MOVE WS-NT-ACCOUNTS (WS-NT-IX) TO MC-ACCOUNT-COUNT
              MOVE WS-NT-LETTERS (WS-NT-IX) TO MC-LETTER-COUNT
              MOVE WS-NT-DAYS (WS-NT-IX) TO MC-NOTICE-DAYS
              MOVE WS-NOTICE-DAYS TO MC-REQUIRED-DAYS
              MOVE WS-NT-LATE (WS-NT-IX) TO MC-LATE-FLAG
              PERFORM 3200-WRITE-CONTROL-RECORD.
       3100-WRITE-RUN-TOTAL.
              MOVE "T" TO MC-RECORD-TYPE
              MOVE "ALL" TO MC-ACCOUNT-TYPE
              MOVE ZEROES TO MC-EFF-DATE
              MOVE WS-MAIL-DATE TO MC-MAIL-DATE
              MOVE WS-AFFECTED-COUNT TO MC-ACCOUNT-COUNT
              MOVE WS-LETTER-COUNT TO MC-LETTER-COUNT
              MOVE ZEROES TO MC-NOTICE-DAYS
              MOVE WS-NOTICE-DAYS TO MC-REQUIRED-DAYS
              MOVE WS-ANY-LATE-FLAG TO MC-LATE-FLAG
              PERFORM 3200-WRITE-CONTROL-RECORD.
       3200-WRITE-CONTROL-RECORD.
              WRITE MAIL-CONTROL-RECORD
              IF WS-MCTL-STATUS NOT = "00"
                     DISPLAY "*** Mailing control write failed,"
                        " status " WS-MCTL-STATUS " ***"
                     MOVE 8 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-CTL-COUNT
              END-IF.
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
