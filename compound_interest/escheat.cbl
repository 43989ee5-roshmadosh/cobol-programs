       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-NUMBER
              FILE STATUS IS WS-MAST-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CUSTOMER-NUMBER
              FILE STATUS IS WS-CUST-STATUS.
           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJRL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRNL-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO "ESCHREM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REM-STATUS.
           SELECT ESCH-REPORT-FILE ASSIGN TO "ESCHRPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "HOLDMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HD-KEY
              FILE STATUS IS WS-HOLD-STATUS.
           SELECT GL-FILE ASSIGN TO "GLFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GL-STATUS.
           SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OS-OPERATOR
              FILE STATUS IS WS-SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY "acctmast".
       FD  CUSTOMER-MASTER-FILE.
       COPY "custmast".
       FD  TXN-HIST-FILE.
       COPY "txnhist".
       FD  MAINT-JOURNAL-FILE.
       COPY "maintjrl".
       FD  REMITTANCE-FILE.
       01 REMITTANCE-RECORD.
           05 ER-ACCOUNT PIC 9(6).
           05 ER-CUSTOMER PIC 9(6).
           05 ER-NAME PIC X(20).
           05 ER-ADDRESS-1 PIC X(20).
           05 ER-ADDRESS-2 PIC X(20).
           05 ER-ACCOUNT-TYPE PIC X(4).
           05 ER-LAST-ACTIVITY PIC 9(8).
           05 ER-AMOUNT PIC 9(8)V99.
           05 ER-REMIT-DATE PIC 9(8).
       FD  ESCH-REPORT-FILE.
       01 ESCH-REPORT-RECORD PIC X(80).
       FD  HOLD-FILE.
       COPY "holdmast".
       FD  GL-FILE.
       01 GL-RECORD PIC X(29).
       FD  OPERATOR-SEC-FILE.
       COPY "opersec".
       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS PIC XX VALUE SPACES.
       01 WS-CUST-STATUS PIC XX VALUE SPACES.
       01 WS-HIST-STATUS PIC XX VALUE SPACES.
       01 WS-JRNL-STATUS PIC XX VALUE SPACES.
       01 WS-REM-STATUS PIC XX VALUE SPACES.
       01 WS-SEC-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS PIC XX VALUE SPACES.
       01 WS-GL-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-OPEN-FLAG PIC X VALUE "N".
              88 WS-HOLD-OPEN VALUE "Y".
       01 WS-HOLD-EOF PIC X VALUE "N".
              88 WS-HOLD-END-OF-FILE VALUE "Y".
       01 WS-HELD-FLAG PIC X VALUE "N".
              88 WS-ACCOUNT-HELD VALUE "Y".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PASSWORD-IN PIC X(8) VALUE SPACES.
       01 WS-SIGNON-FLAG PIC X VALUE "N".
              88 WS-SIGNON-GOOD VALUE "Y".
       01 WS-HIST-EOF PIC X VALUE "N".
              88 WS-HIST-END-OF-FILE VALUE "Y".
       01 WS-ACCT-EOF PIC X VALUE "N".
              88 WS-ACCT-END-OF-FILE VALUE "Y".
       01 WS-CUST-FILE-FLAG PIC X VALUE "N".
              88 WS-CUST-FILE-OPEN VALUE "Y".
       01 WS-CUST-FOUND-FLAG PIC X VALUE "N".
              88 WS-CUST-FOUND VALUE "Y".
       01 WS-CURRENT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZEROES.
       01 WS-ASOF-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ASOF-IN PIC X(8) VALUE SPACES.
       01 WS-ASOF-IN-N REDEFINES WS-ASOF-IN PIC 9(8).
       01 WS-YEARS-IN PIC X(2) VALUE SPACES.
       01 WS-YEARS-IN-N REDEFINES WS-YEARS-IN PIC 9(2).
       01 WS-ESCHEAT-YEARS PIC 9(2) VALUE 5.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE ZEROES.
       01 WS-LAST-ACTIVITY PIC 9(8) VALUE ZEROES.
       01 WS-ACCT-FOUND-FLAG PIC X VALUE "N".
              88 WS-ACCT-ON-TABLE VALUE "Y".
       01 WS-ACCT-MAX PIC 9(4) VALUE 5000.
       01 WS-ACCT-USED PIC 9(4) VALUE ZEROES.
       01 WS-ACCT-IX PIC 9(4) VALUE ZEROES.
       01 WS-FOUND-IX PIC 9(4) VALUE ZEROES.
       01 WS-ACCT-OVERFLOW-FLAG PIC X VALUE "N".
              88 WS-ACCT-OVERFLOW VALUE "Y".
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 5000 TIMES.
              10 WS-AT-ACCOUNT PIC 9(6).
              10 WS-AT-LAST-ACTIVITY PIC 9(8).
       01 WS-BEFORE-IMAGE PIC X(130) VALUE SPACES.
       01 WS-ESCHEAT-AMOUNT PIC 9(8) VALUE ZEROES.
       01 WS-HIST-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-READ-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-DORMANT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-ESCHEAT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-ESCHEAT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-NOCUST-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-HELD-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-ZERO-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-GL-LINE.
           05 WG-ACCOUNT PIC 9(6).
           05 FILLER PIC X VALUE ",".
           05 WG-POSTING-DATE PIC 9(8).
           05 FILLER PIC X VALUE ",".
           05 WG-AMOUNT PIC +9(9).99.
       01 WS-DETAIL-LINE.
           05 WL-ACCOUNT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WL-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WL-TYPE PIC X(4).
           05 FILLER PIC X(12) VALUE "  LAST ACT: ".
           05 WL-LAST-ACTIVITY PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WL-AMOUNT PIC $Z(7)9.99.
       01 WS-ADDRESS-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 WL-ADDRESS-1 PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WL-ADDRESS-2 PIC X(20).
       01 WS-TOTAL-LINE.
           05 WT-LABEL PIC X(24).
           05 WT-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WT-AMOUNT PIC $Z(10)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 0100-BATCH-SIGN-ON
              IF NOT WS-SIGNON-GOOD
                     DISPLAY "*** Escheatment requires a"
                        " supervisor sign-on ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              DISPLAY "ESCHEATMENT RUN BY OPERATOR " WS-OPERATOR-ID
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE SPACES TO WS-ASOF-IN
              ACCEPT WS-ASOF-IN FROM ENVIRONMENT "ESCHEAT-ASOF"
              IF WS-ASOF-IN = SPACES
                     MOVE WS-CURRENT-DATE TO WS-ASOF-DATE
              ELSE
                     IF WS-ASOF-IN IS NUMERIC
                            MOVE WS-ASOF-IN-N TO WS-ASOF-DATE
                     ELSE
                            DISPLAY "*** ESCHEAT-ASOF must be"
                               " YYYYMMDD ***"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF
              MOVE SPACES TO WS-YEARS-IN
              ACCEPT WS-YEARS-IN FROM ENVIRONMENT "ESCHEAT-YEARS"
              IF WS-YEARS-IN NOT = SPACES
                     IF WS-YEARS-IN IS NUMERIC
                        AND WS-YEARS-IN-N > ZEROES
                            MOVE WS-YEARS-IN-N TO WS-ESCHEAT-YEARS
                     ELSE
                            DISPLAY "*** ESCHEAT-YEARS must be two"
                               " digits, 01 to 99 ***"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF
              COMPUTE WS-CUTOFF-DATE =
                 WS-ASOF-DATE - WS-ESCHEAT-YEARS * 10000
              DISPLAY "DORMANT ACCOUNTS WITH NO CUSTOMER ACTIVITY"
                 " SINCE " WS-CUTOFF-DATE " WILL BE ESCHEATED"
              OPEN INPUT TXN-HIST-FILE
              IF WS-HIST-STATUS NOT = "00"
                     DISPLAY "*** Transaction history not"
                        " available ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 2000-READ-HIST
              PERFORM 1000-NOTE-ACTIVITY
                 UNTIL WS-HIST-END-OF-FILE
              CLOSE TXN-HIST-FILE
              IF WS-ACCT-OVERFLOW
                     DISPLAY "*** Account table full - escheatment"
                        " not assessed - run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN I-O ACCOUNT-MASTER-FILE
              IF WS-MAST-STATUS NOT = "00"
                     DISPLAY "*** Account master open failed,"
                        " status " WS-MAST-STATUS " ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT CUSTOMER-MASTER-FILE
              IF WS-CUST-STATUS = "00"
                     MOVE "Y" TO WS-CUST-FILE-FLAG
              ELSE
                     DISPLAY "*** Customer master not available -"
                        " account name and address used ***"
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
                            CLOSE ACCOUNT-MASTER-FILE
                            IF WS-CUST-FILE-OPEN
                                   CLOSE CUSTOMER-MASTER-FILE
                            END-IF
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
              END-EVALUATE
              OPEN EXTEND TXN-HIST-FILE
              IF WS-HIST-STATUS NOT = "00"
                     DISPLAY "*** Transaction history open failed,"
                        " status " WS-HIST-STATUS " ***"
                     CLOSE ACCOUNT-MASTER-FILE
                     IF WS-CUST-FILE-OPEN
                            CLOSE CUSTOMER-MASTER-FILE
                     END-IF
                     IF WS-HOLD-OPEN
                            CLOSE HOLD-FILE
                     END-IF
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN EXTEND MAINT-JOURNAL-FILE
              IF WS-JRNL-STATUS = "35"
                     OPEN OUTPUT MAINT-JOURNAL-FILE
                     CLOSE MAINT-JOURNAL-FILE
                     OPEN EXTEND MAINT-JOURNAL-FILE
              END-IF
              IF WS-JRNL-STATUS NOT = "00"
                     DISPLAY "*** Maintenance journal open failed,"
                        " status " WS-JRNL-STATUS " ***"
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE TXN-HIST-FILE
                     IF WS-CUST-FILE-OPEN
                            CLOSE CUSTOMER-MASTER-FILE
                     END-IF
                     IF WS-HOLD-OPEN
                            CLOSE HOLD-FILE
                     END-IF
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT REMITTANCE-FILE
              IF WS-REM-STATUS NOT = "00"
                     DISPLAY "*** Remittance file open failed,"
                        " status " WS-REM-STATUS " ***"
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE TXN-HIST-FILE
                     CLOSE MAINT-JOURNAL-FILE
                     IF WS-CUST-FILE-OPEN
                            CLOSE CUSTOMER-MASTER-FILE
                     END-IF
                     IF WS-HOLD-OPEN
                            CLOSE HOLD-FILE
                     END-IF
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
                     DISPLAY "*** GL feed open failed,"
                        " status " WS-GL-STATUS " ***"
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE TXN-HIST-FILE
                     CLOSE MAINT-JOURNAL-FILE
                     CLOSE REMITTANCE-FILE
                     IF WS-CUST-FILE-OPEN
                            CLOSE CUSTOMER-MASTER-FILE
                     END-IF
                     IF WS-HOLD-OPEN
                            CLOSE HOLD-FILE
                     END-IF
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT ESCH-REPORT-FILE
              MOVE SPACES TO ESCH-REPORT-RECORD
              STRING "UNCLAIMED PROPERTY REPORT  AS OF "
                 WS-ASOF-DATE DELIMITED BY SIZE
                 INTO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD
              MOVE SPACES TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD
              PERFORM 2100-READ-MASTER
              PERFORM 3000-ASSESS-ACCOUNT
                 UNTIL WS-ACCT-END-OF-FILE
              CLOSE ACCOUNT-MASTER-FILE
              IF WS-CUST-FILE-OPEN
                     CLOSE CUSTOMER-MASTER-FILE
              END-IF
              CLOSE TXN-HIST-FILE
              CLOSE MAINT-JOURNAL-FILE
              CLOSE REMITTANCE-FILE
              CLOSE GL-FILE
              IF WS-HOLD-OPEN
                     CLOSE HOLD-FILE
              END-IF
              PERFORM 4000-WRITE-TOTALS
              CLOSE ESCH-REPORT-FILE
              DISPLAY "ESCHEATMENT RUN COMPLETE - " WS-ESCHEAT-COUNT
                 " ACCOUNTS ESCHEATED"
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
       1000-NOTE-ACTIVITY.
              ADD 1 TO WS-HIST-COUNT
              IF TH-TRAN-DEPOSIT OR TH-TRAN-WITHDRAWAL
                 OR TH-TRAN-DEP-CHANGE OR TH-TRAN-CLOSURE
                 OR TH-TRAN-REACTIVATE
                     PERFORM 1010-TALLY-ACCOUNT
              END-IF
              PERFORM 2000-READ-HIST.
       1010-TALLY-ACCOUNT.
              MOVE "N" TO WS-ACCT-FOUND-FLAG
              PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-USED
                 OR WS-ACCT-ON-TABLE
                 IF WS-AT-ACCOUNT (WS-ACCT-IX) = TH-ACCOUNT-NUMBER
                    MOVE "Y" TO WS-ACCT-FOUND-FLAG
                    IF TH-TRAN-DATE > WS-AT-LAST-ACTIVITY (WS-ACCT-IX)
                       MOVE TH-TRAN-DATE
                          TO WS-AT-LAST-ACTIVITY (WS-ACCT-IX)
                    END-IF
                 END-IF
              END-PERFORM
              IF NOT WS-ACCT-ON-TABLE
                 IF WS-ACCT-USED < WS-ACCT-MAX
                    ADD 1 TO WS-ACCT-USED
                    MOVE TH-ACCOUNT-NUMBER
                       TO WS-AT-ACCOUNT (WS-ACCT-USED)
                    MOVE TH-TRAN-DATE
                       TO WS-AT-LAST-ACTIVITY (WS-ACCT-USED)
                 ELSE
                    MOVE "Y" TO WS-ACCT-OVERFLOW-FLAG
                    MOVE "Y" TO WS-HIST-EOF
                 END-IF
              END-IF.
       2000-READ-HIST.
              READ TXN-HIST-FILE
                     AT END MOVE "Y" TO WS-HIST-EOF
              END-READ.
       2100-READ-MASTER.
              READ ACCOUNT-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO WS-ACCT-EOF
              END-READ.
       3000-ASSESS-ACCOUNT.
              ADD 1 TO WS-READ-COUNT
              IF AM-ACCOUNT-DORMANT
                     ADD 1 TO WS-DORMANT-COUNT
                     PERFORM 3010-FIND-LAST-ACTIVITY
                     IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                            PERFORM 3012-CHECK-HOLDS
                            IF WS-ACCOUNT-HELD
                                   PERFORM 3015-REPORT-HELD
                            ELSE
                                   PERFORM 3020-ESCHEAT-ACCOUNT
                            END-IF
                     END-IF
              END-IF
              PERFORM 2100-READ-MASTER.
       3010-FIND-LAST-ACTIVITY.
              IF AM-OPEN-DATE IS NUMERIC AND AM-OPEN-DATE > ZEROES
                     MOVE AM-OPEN-DATE TO WS-LAST-ACTIVITY
              ELSE
                     MOVE AM-VALUE-DATE TO WS-LAST-ACTIVITY
              END-IF
              MOVE "N" TO WS-ACCT-FOUND-FLAG
              PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-USED
                 OR WS-ACCT-ON-TABLE
                 IF WS-AT-ACCOUNT (WS-ACCT-IX) = AM-ACCOUNT-NUMBER
                    MOVE "Y" TO WS-ACCT-FOUND-FLAG
                    MOVE WS-ACCT-IX TO WS-FOUND-IX
                 END-IF
              END-PERFORM
              IF WS-ACCT-ON-TABLE
                 AND WS-AT-LAST-ACTIVITY (WS-FOUND-IX)
                    > WS-LAST-ACTIVITY
                     MOVE WS-AT-LAST-ACTIVITY (WS-FOUND-IX)
                        TO WS-LAST-ACTIVITY
              END-IF.
       3012-CHECK-HOLDS.
              MOVE "N" TO WS-HELD-FLAG
              IF WS-HOLD-OPEN
                     MOVE "N" TO WS-HOLD-EOF
                     MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
                     MOVE ZEROES TO HD-SEQUENCE
                     START HOLD-FILE KEY NOT < HD-KEY
                        INVALID KEY MOVE "Y" TO WS-HOLD-EOF
                     END-START
                     PERFORM 3013-SCAN-HOLD
                        UNTIL WS-HOLD-END-OF-FILE
              END-IF.
       3013-SCAN-HOLD.
              READ HOLD-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-HOLD-EOF
              END-READ
              IF NOT WS-HOLD-END-OF-FILE
                 IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
                    MOVE "Y" TO WS-HOLD-EOF
                 ELSE
                    IF HD-ACTIVE
                       AND (HD-EXPIRY-DATE = ZEROES
                       OR HD-EXPIRY-DATE >= WS-ASOF-DATE)
                       MOVE "Y" TO WS-HELD-FLAG
                       MOVE "Y" TO WS-HOLD-EOF
                    END-IF
                 END-IF
              END-IF.
       3015-REPORT-HELD.
              ADD 1 TO WS-HELD-COUNT
              ADD AM-BALANCE TO WS-HELD-TOTAL
              MOVE AM-ACCOUNT-NUMBER TO WL-ACCOUNT
              MOVE AM-NAME TO WL-NAME
              MOVE AM-ACCOUNT-TYPE TO WL-TYPE
              MOVE WS-LAST-ACTIVITY TO WL-LAST-ACTIVITY
              MOVE AM-BALANCE TO WL-AMOUNT
              MOVE WS-DETAIL-LINE TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD
              MOVE "HOLD - NOT ESCHEATED" TO WL-ADDRESS-1
              MOVE SPACES TO WL-ADDRESS-2
              MOVE WS-ADDRESS-LINE TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD.
       3020-ESCHEAT-ACCOUNT.
              MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
              MOVE AM-BALANCE TO WS-ESCHEAT-AMOUNT
              IF WS-ESCHEAT-AMOUNT > ZEROES
                     PERFORM 3030-WRITE-REMITTANCE
                     IF WS-REM-STATUS = "00"
                            PERFORM 3025-CLOSE-ACCOUNT
                     END-IF
              ELSE
                     PERFORM 3025-CLOSE-ACCOUNT
              END-IF.
       3025-CLOSE-ACCOUNT.
              MOVE ZEROES TO AM-BALANCE
              MOVE "C" TO AM-STATUS
              REWRITE ACCOUNT-MASTER-RECORD
                 INVALID KEY
                    DISPLAY "*** Master rewrite failed for account "
                       AM-ACCOUNT-NUMBER " - remittance written,"
                       " run aborted ***"
                    MOVE 8 TO RETURN-CODE
                    MOVE "Y" TO WS-ACCT-EOF
                 NOT INVALID KEY
                    ACCEPT WS-CURRENT-TIME FROM TIME
                    IF WS-ESCHEAT-AMOUNT > ZEROES
                       ADD 1 TO WS-ESCHEAT-COUNT
                       ADD WS-ESCHEAT-AMOUNT TO WS-ESCHEAT-TOTAL
                       MOVE "E" TO TH-TRAN-CODE
                       MOVE WS-ESCHEAT-AMOUNT TO TH-AMOUNT
                       MOVE WS-ESCHEAT-AMOUNT TO TH-OLD-BALANCE
                       PERFORM 3040-WRITE-HISTORY
                       PERFORM 3045-WRITE-GL
                    ELSE
                       ADD 1 TO WS-ZERO-COUNT
                       PERFORM 3035-REPORT-ZERO-BALANCE
                    END-IF
                    MOVE "X" TO TH-TRAN-CODE
                    MOVE ZEROES TO TH-AMOUNT
                    MOVE ZEROES TO TH-OLD-BALANCE
                    PERFORM 3040-WRITE-HISTORY
                    PERFORM 3050-WRITE-JOURNAL
              END-REWRITE.
       3030-WRITE-REMITTANCE.
              MOVE "N" TO WS-CUST-FOUND-FLAG
              IF WS-CUST-FILE-OPEN
                 AND AM-CUSTOMER-NUMBER IS NUMERIC
                 AND AM-CUSTOMER-NUMBER > ZEROES
                     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                     READ CUSTOMER-MASTER-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                           MOVE "Y" TO WS-CUST-FOUND-FLAG
                     END-READ
              END-IF
              MOVE AM-ACCOUNT-NUMBER TO ER-ACCOUNT
              IF WS-CUST-FOUND
                     MOVE AM-CUSTOMER-NUMBER TO ER-CUSTOMER
                     MOVE CM-NAME TO ER-NAME
                     MOVE CM-ADDRESS-1 TO ER-ADDRESS-1
                     MOVE CM-ADDRESS-2 TO ER-ADDRESS-2
              ELSE
                     ADD 1 TO WS-NOCUST-COUNT
                     MOVE ZEROES TO ER-CUSTOMER
                     MOVE AM-NAME TO ER-NAME
                     MOVE AM-ADDRESS-1 TO ER-ADDRESS-1
                     MOVE AM-ADDRESS-2 TO ER-ADDRESS-2
              END-IF
              MOVE AM-ACCOUNT-TYPE TO ER-ACCOUNT-TYPE
              MOVE WS-LAST-ACTIVITY TO ER-LAST-ACTIVITY
              MOVE WS-ESCHEAT-AMOUNT TO ER-AMOUNT
              MOVE WS-ASOF-DATE TO ER-REMIT-DATE
              WRITE REMITTANCE-RECORD
              IF WS-REM-STATUS NOT = "00"
                     DISPLAY "*** Remittance write failed, status "
                        WS-REM-STATUS " - account " AM-ACCOUNT-NUMBER
                        " not closed, run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WS-ACCT-EOF
              ELSE
                     MOVE AM-ACCOUNT-NUMBER TO WL-ACCOUNT
                     MOVE ER-NAME TO WL-NAME
                     MOVE AM-ACCOUNT-TYPE TO WL-TYPE
                     MOVE WS-LAST-ACTIVITY TO WL-LAST-ACTIVITY
                     MOVE WS-ESCHEAT-AMOUNT TO WL-AMOUNT
                     MOVE WS-DETAIL-LINE TO ESCH-REPORT-RECORD
                     WRITE ESCH-REPORT-RECORD
                     MOVE ER-ADDRESS-1 TO WL-ADDRESS-1
                     MOVE ER-ADDRESS-2 TO WL-ADDRESS-2
                     MOVE WS-ADDRESS-LINE TO ESCH-REPORT-RECORD
                     WRITE ESCH-REPORT-RECORD
              END-IF.
       3035-REPORT-ZERO-BALANCE.
              MOVE AM-ACCOUNT-NUMBER TO WL-ACCOUNT
              MOVE AM-NAME TO WL-NAME
              MOVE AM-ACCOUNT-TYPE TO WL-TYPE
              MOVE WS-LAST-ACTIVITY TO WL-LAST-ACTIVITY
              MOVE ZEROES TO WL-AMOUNT
              MOVE WS-DETAIL-LINE TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD
              MOVE "ZERO BAL - CLOSED" TO WL-ADDRESS-1
              MOVE SPACES TO WL-ADDRESS-2
              MOVE WS-ADDRESS-LINE TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD.
       3040-WRITE-HISTORY.
              MOVE AM-ACCOUNT-NUMBER TO TH-ACCOUNT-NUMBER
              MOVE WS-ASOF-DATE TO TH-TRAN-DATE
              MOVE WS-CURRENT-TIME(1:6) TO TH-TRAN-TIME
              MOVE ZEROES TO TH-NEW-BALANCE
              MOVE "HOFC" TO TH-BRANCH
              MOVE WS-OPERATOR-ID TO TH-OPERATOR
              MOVE WS-CURRENT-DATE TO TH-POST-DATE
              WRITE TRANSACTION-HIST-RECORD
              IF WS-HIST-STATUS NOT = "00"
                     DISPLAY "*** History write failed, status "
                        WS-HIST-STATUS " - run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WS-ACCT-EOF
              END-IF.
       3045-WRITE-GL.
              MOVE AM-ACCOUNT-NUMBER TO WG-ACCOUNT
              MOVE WS-ASOF-DATE TO WG-POSTING-DATE
              COMPUTE WG-AMOUNT = ZERO - WS-ESCHEAT-AMOUNT
              MOVE WS-GL-LINE TO GL-RECORD
              WRITE GL-RECORD
              IF WS-GL-STATUS NOT = "00"
                     DISPLAY "*** GL feed write failed, status "
                        WS-GL-STATUS " - run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WS-ACCT-EOF
              END-IF.
       3050-WRITE-JOURNAL.
              MOVE WS-OPERATOR-ID TO MJ-OPERATOR
              MOVE WS-CURRENT-DATE TO MJ-DATE
              MOVE WS-CURRENT-TIME(1:6) TO MJ-TIME
              MOVE "ACCTMAST" TO MJ-FILE-ID
              MOVE "X" TO MJ-ACTION
              MOVE AM-ACCOUNT-NUMBER TO MJ-KEY
              MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
              MOVE ACCOUNT-MASTER-RECORD TO MJ-AFTER-IMAGE
              WRITE MAINT-JOURNAL-RECORD
              IF WS-JRNL-STATUS NOT = "00"
                     DISPLAY "*** Maintenance journal write failed,"
                        " status " WS-JRNL-STATUS
                        " - run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WS-ACCT-EOF
              END-IF.
       4000-WRITE-TOTALS.
              MOVE SPACES TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD
              MOVE "ACCOUNTS READ" TO WT-LABEL
              MOVE WS-READ-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD
              MOVE "DORMANT ACCOUNTS" TO WT-LABEL
              MOVE WS-DORMANT-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD
              MOVE "ACCOUNTS ESCHEATED" TO WT-LABEL
              MOVE WS-ESCHEAT-COUNT TO WT-COUNT
              MOVE WS-ESCHEAT-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD
              MOVE "HELD - NOT ESCHEATED" TO WT-LABEL
              MOVE WS-HELD-COUNT TO WT-COUNT
              MOVE WS-HELD-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD
              MOVE "ZERO BALANCE - CLOSED" TO WT-LABEL
              MOVE WS-ZERO-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD
              MOVE "NO CUSTOMER RECORD" TO WT-LABEL
              MOVE WS-NOCUST-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO ESCH-REPORT-RECORD
              WRITE ESCH-REPORT-RECORD.
