       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-NUMBER
              FILE STATUS IS WS-MAST-STATUS.
           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJRL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRNL-STATUS.
           SELECT DORM-REPORT-FILE ASSIGN TO "DORMRPT"
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
       FD  TXN-HIST-FILE.
       COPY "txnhist".
       FD  MAINT-JOURNAL-FILE.
       COPY "maintjrl".
       FD  DORM-REPORT-FILE.
       01 DORM-REPORT-RECORD PIC X(80).
       FD  OPERATOR-SEC-FILE.
       COPY "opersec".
       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS PIC XX VALUE SPACES.
       01 WS-HIST-STATUS PIC XX VALUE SPACES.
       01 WS-JRNL-STATUS PIC XX VALUE SPACES.
       01 WS-SEC-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PASSWORD-IN PIC X(8) VALUE SPACES.
       01 WS-SIGNON-FLAG PIC X VALUE "N".
              88 WS-SIGNON-GOOD VALUE "Y".
       01 WS-HIST-EOF PIC X VALUE "N".
              88 WS-HIST-END-OF-FILE VALUE "Y".
       01 WS-ACCT-EOF PIC X VALUE "N".
              88 WS-ACCT-END-OF-FILE VALUE "Y".
       01 WS-CURRENT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZEROES.
       01 WS-ASOF-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ASOF-IN PIC X(8) VALUE SPACES.
       01 WS-ASOF-IN-N REDEFINES WS-ASOF-IN PIC 9(8).
       01 WS-YEARS-IN PIC X(2) VALUE SPACES.
       01 WS-YEARS-IN-N REDEFINES WS-YEARS-IN PIC 9(2).
       01 WS-DORMANT-YEARS PIC 9(2) VALUE 3.
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
       01 WS-HIST-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-READ-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-DORMANT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-DORMANT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-ALREADY-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-ALREADY-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-DETAIL-LINE.
           05 WL-ACCOUNT PIC 9(6).
           05 FILLER PIC X(7) VALUE "  CUST ".
           05 WL-CUSTOMER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WL-TYPE PIC X(4).
           05 FILLER PIC X(12) VALUE "  LAST ACT: ".
           05 WL-LAST-ACTIVITY PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WL-BALANCE PIC $Z(7)9.
       01 WS-TOTAL-LINE.
           05 WT-LABEL PIC X(24).
           05 WT-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WT-AMOUNT PIC $Z(10)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 0100-BATCH-SIGN-ON
              IF NOT WS-SIGNON-GOOD
                     DISPLAY "*** Dormancy run requires a"
                        " supervisor sign-on ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              DISPLAY "DORMANCY RUN BY OPERATOR " WS-OPERATOR-ID
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE SPACES TO WS-ASOF-IN
              ACCEPT WS-ASOF-IN FROM ENVIRONMENT "DORMANT-ASOF"
              IF WS-ASOF-IN = SPACES
                     MOVE WS-CURRENT-DATE TO WS-ASOF-DATE
              ELSE
                     IF WS-ASOF-IN IS NUMERIC
                            MOVE WS-ASOF-IN-N TO WS-ASOF-DATE
                     ELSE
                            DISPLAY "*** DORMANT-ASOF must be"
                               " YYYYMMDD ***"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF
              MOVE SPACES TO WS-YEARS-IN
              ACCEPT WS-YEARS-IN FROM ENVIRONMENT "DORMANT-YEARS"
              IF WS-YEARS-IN NOT = SPACES
                     IF WS-YEARS-IN IS NUMERIC
                        AND WS-YEARS-IN-N > ZEROES
                            MOVE WS-YEARS-IN-N TO WS-DORMANT-YEARS
                     ELSE
                            DISPLAY "*** DORMANT-YEARS must be two"
                               " digits, 01 to 99 ***"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF
              COMPUTE WS-CUTOFF-DATE =
                 WS-ASOF-DATE - WS-DORMANT-YEARS * 10000
              DISPLAY "NO CUSTOMER ACTIVITY SINCE " WS-CUTOFF-DATE
                 " MARKS AN ACCOUNT DORMANT"
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
                     DISPLAY "*** Account table full - dormancy"
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
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT DORM-REPORT-FILE
              MOVE SPACES TO DORM-REPORT-RECORD
              STRING "DORMANT ACCOUNT ASSESSMENT  AS OF "
                 WS-ASOF-DATE DELIMITED BY SIZE
                 INTO DORM-REPORT-RECORD
              WRITE DORM-REPORT-RECORD
              MOVE SPACES TO DORM-REPORT-RECORD
              WRITE DORM-REPORT-RECORD
              PERFORM 2100-READ-MASTER
              PERFORM 3000-ASSESS-ACCOUNT
                 UNTIL WS-ACCT-END-OF-FILE
              CLOSE ACCOUNT-MASTER-FILE
              CLOSE MAINT-JOURNAL-FILE
              PERFORM 4000-WRITE-TOTALS
              CLOSE DORM-REPORT-FILE
              DISPLAY "DORMANCY RUN COMPLETE - " WS-DORMANT-COUNT
                 " ACCOUNTS MADE DORMANT"
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
                     ADD 1 TO WS-ALREADY-COUNT
                     ADD AM-BALANCE TO WS-ALREADY-TOTAL
              END-IF
              IF AM-ACCOUNT-ACTIVE
                     PERFORM 3010-FIND-LAST-ACTIVITY
                     IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                            PERFORM 3020-MARK-DORMANT
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
       3020-MARK-DORMANT.
              MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
              MOVE "D" TO AM-STATUS
              REWRITE ACCOUNT-MASTER-RECORD
                 INVALID KEY
                    DISPLAY "*** Master rewrite failed for account "
                       AM-ACCOUNT-NUMBER " - run aborted ***"
                    MOVE 8 TO RETURN-CODE
                    MOVE "Y" TO WS-ACCT-EOF
                 NOT INVALID KEY
                    ADD 1 TO WS-DORMANT-COUNT
                    ADD AM-BALANCE TO WS-DORMANT-TOTAL
                    PERFORM 3030-WRITE-JOURNAL
                    MOVE AM-ACCOUNT-NUMBER TO WL-ACCOUNT
                    MOVE AM-CUSTOMER-NUMBER TO WL-CUSTOMER
                    MOVE AM-ACCOUNT-TYPE TO WL-TYPE
                    MOVE WS-LAST-ACTIVITY TO WL-LAST-ACTIVITY
                    MOVE AM-BALANCE TO WL-BALANCE
                    MOVE WS-DETAIL-LINE TO DORM-REPORT-RECORD
                    WRITE DORM-REPORT-RECORD
              END-REWRITE.
       3030-WRITE-JOURNAL.
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE WS-OPERATOR-ID TO MJ-OPERATOR
              MOVE WS-CURRENT-DATE TO MJ-DATE
              MOVE WS-CURRENT-TIME(1:6) TO MJ-TIME
              MOVE "ACCTMAST" TO MJ-FILE-ID
              MOVE "C" TO MJ-ACTION
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
              MOVE SPACES TO DORM-REPORT-RECORD
              WRITE DORM-REPORT-RECORD
              MOVE "HISTORY LINES READ" TO WT-LABEL
              MOVE WS-HIST-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO DORM-REPORT-RECORD
              WRITE DORM-REPORT-RECORD
              MOVE "ACCOUNTS READ" TO WT-LABEL
              MOVE WS-READ-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO DORM-REPORT-RECORD
              WRITE DORM-REPORT-RECORD
              MOVE "NEWLY DORMANT" TO WT-LABEL
              MOVE WS-DORMANT-COUNT TO WT-COUNT
              MOVE WS-DORMANT-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO DORM-REPORT-RECORD
              WRITE DORM-REPORT-RECORD
              MOVE "ALREADY DORMANT" TO WT-LABEL
              MOVE WS-ALREADY-COUNT TO WT-COUNT
              MOVE WS-ALREADY-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO DORM-REPORT-RECORD
              WRITE DORM-REPORT-RECORD.
