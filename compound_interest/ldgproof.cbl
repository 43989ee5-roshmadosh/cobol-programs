       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDGPROOF.
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
           SELECT PROOF-REPORT-FILE ASSIGN TO "PROOFRPT"
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
       FD  PROOF-REPORT-FILE.
       01 PROOF-REPORT-RECORD PIC X(80).
       FD  OPERATOR-SEC-FILE.
       COPY "opersec".
       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS PIC XX VALUE SPACES.
       01 WS-HIST-STATUS PIC XX VALUE SPACES.
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
              10 WS-PT-ACCOUNT PIC 9(6).
              10 WS-PT-OPENING PIC 9(8).
              10 WS-PT-CLOSING PIC 9(8).
              10 WS-PT-POSTINGS PIC 9(5).
              10 WS-PT-MATCHED PIC X.
       01 WS-MOVEMENT PIC 9(8) VALUE ZEROES.
       01 WS-EXPECTED-BALANCE PIC S9(9) VALUE ZEROES.
       01 WS-HIST-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-HIST-ACCT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-MAST-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-NOHIST-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-NOMAST-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-BREAK-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-ARITH-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-BADCODE-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-DIFFER-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-CREDIT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-DEBIT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-OPENING-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-REPLAY-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-NOMAST-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-COMPUTED-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-MASTER-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-PROOF-DIFFERENCE PIC S9(11)V99 VALUE ZEROES.
       01 WS-EXCEPTION-LINE.
           05 WX-ACCOUNT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WX-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WX-CODE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WX-TEXT PIC X(24).
           05 FILLER PIC X(5) VALUE " EXP ".
           05 WX-EXPECTED PIC Z(8)9-.
           05 FILLER PIC X(5) VALUE " GOT ".
           05 WX-ACTUAL PIC Z(8)9.
       01 WS-TOTAL-LINE.
           05 WT-LABEL PIC X(24).
           05 WT-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WT-AMOUNT PIC $Z(10)9.99-.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 0100-BATCH-SIGN-ON
              IF NOT WS-SIGNON-GOOD
                     DISPLAY "*** Subledger proof requires a"
                        " supervisor sign-on ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              DISPLAY "SUBLEDGER PROOF RUN BY OPERATOR "
                 WS-OPERATOR-ID
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              OPEN INPUT TXN-HIST-FILE
              IF WS-HIST-STATUS NOT = "00"
                     DISPLAY "*** Transaction history not"
                        " available ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT ACCOUNT-MASTER-FILE
              IF WS-MAST-STATUS NOT = "00"
                     DISPLAY "*** Account master open failed,"
                        " status " WS-MAST-STATUS " ***"
                     CLOSE TXN-HIST-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT PROOF-REPORT-FILE
              MOVE SPACES TO PROOF-REPORT-RECORD
              STRING "SUBLEDGER PROOF OF ACCTMAST TO TXNHIST  "
                 WS-CURRENT-DATE DELIMITED BY SIZE
                 INTO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE SPACES TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              PERFORM 2000-READ-HIST
              PERFORM 1000-REPLAY-POSTING
                 UNTIL WS-HIST-END-OF-FILE
              CLOSE TXN-HIST-FILE
              IF WS-ACCT-OVERFLOW
                     DISPLAY "*** Account table full - proof"
                        " incomplete - run aborted ***"
                     CLOSE ACCOUNT-MASTER-FILE
                     CLOSE PROOF-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 2100-READ-MASTER
              PERFORM 3000-PROVE-ACCOUNT
                 UNTIL WS-ACCT-END-OF-FILE
              CLOSE ACCOUNT-MASTER-FILE
              PERFORM 3100-CHECK-UNMATCHED
                 VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-USED
              PERFORM 4000-WRITE-TOTALS
              CLOSE PROOF-REPORT-FILE
              IF WS-BREAK-COUNT > ZEROES
                 OR WS-ARITH-COUNT > ZEROES
                 OR WS-BADCODE-COUNT > ZEROES
                 OR WS-DIFFER-COUNT > ZEROES
                 OR WS-NOMAST-COUNT > ZEROES
                 OR WS-PROOF-DIFFERENCE NOT = ZEROES
                     DISPLAY "*** SUBLEDGER DOES NOT PROVE - SEE"
                        " PROOFRPT ***"
                     MOVE 4 TO RETURN-CODE
              ELSE
                     DISPLAY "SUBLEDGER PROVES TO ACCOUNT MASTER"
              END-IF
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
       1000-REPLAY-POSTING.
              ADD 1 TO WS-HIST-COUNT
              PERFORM 1010-FIND-ACCOUNT
              IF NOT WS-ACCT-OVERFLOW
                     PERFORM 1020-CHECK-CHAIN
                     PERFORM 1030-CHECK-MOVEMENT
                     MOVE TH-NEW-BALANCE
                        TO WS-PT-CLOSING (WS-FOUND-IX)
                     ADD 1 TO WS-PT-POSTINGS (WS-FOUND-IX)
              END-IF
              PERFORM 2000-READ-HIST.
       1010-FIND-ACCOUNT.
              MOVE "N" TO WS-ACCT-FOUND-FLAG
              PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-USED
                 OR WS-ACCT-ON-TABLE
                 IF WS-PT-ACCOUNT (WS-ACCT-IX) = TH-ACCOUNT-NUMBER
                    MOVE "Y" TO WS-ACCT-FOUND-FLAG
                    MOVE WS-ACCT-IX TO WS-FOUND-IX
                 END-IF
              END-PERFORM
              IF NOT WS-ACCT-ON-TABLE
                 IF WS-ACCT-USED < WS-ACCT-MAX
                    ADD 1 TO WS-ACCT-USED
                    MOVE WS-ACCT-USED TO WS-FOUND-IX
                    MOVE TH-ACCOUNT-NUMBER
                       TO WS-PT-ACCOUNT (WS-FOUND-IX)
                    MOVE TH-OLD-BALANCE
                       TO WS-PT-OPENING (WS-FOUND-IX)
                    MOVE TH-OLD-BALANCE
                       TO WS-PT-CLOSING (WS-FOUND-IX)
                    MOVE ZEROES TO WS-PT-POSTINGS (WS-FOUND-IX)
                    MOVE "N" TO WS-PT-MATCHED (WS-FOUND-IX)
                    ADD 1 TO WS-HIST-ACCT-COUNT
                    ADD TH-OLD-BALANCE TO WS-OPENING-TOTAL
                 ELSE
                    MOVE "Y" TO WS-ACCT-OVERFLOW-FLAG
                    MOVE "Y" TO WS-HIST-EOF
                 END-IF
              END-IF.
       1020-CHECK-CHAIN.
              IF TH-OLD-BALANCE NOT = WS-PT-CLOSING (WS-FOUND-IX)
                     ADD 1 TO WS-BREAK-COUNT
                     MOVE WS-PT-CLOSING (WS-FOUND-IX)
                        TO WS-EXPECTED-BALANCE
                     MOVE "CHAIN BREAK - OLD BAL" TO WX-TEXT
                     MOVE TH-OLD-BALANCE TO WX-ACTUAL
                     PERFORM 1040-WRITE-EXCEPTION
              END-IF.
       1030-CHECK-MOVEMENT.
              MOVE TH-AMOUNT TO WS-MOVEMENT
              EVALUATE TH-TRAN-CODE
                     WHEN "D"
                     WHEN "I"
                     WHEN "C"
                            COMPUTE WS-EXPECTED-BALANCE =
                               TH-OLD-BALANCE + WS-MOVEMENT
                            ADD 1 TO WS-CREDIT-COUNT
                            ADD WS-MOVEMENT TO WS-CREDIT-TOTAL
                     WHEN "W"
                     WHEN "P"
                     WHEN "E"
                     WHEN "R"
                            COMPUTE WS-EXPECTED-BALANCE =
                               TH-OLD-BALANCE - WS-MOVEMENT
                            ADD 1 TO WS-DEBIT-COUNT
                            ADD WS-MOVEMENT TO WS-DEBIT-TOTAL
                     WHEN "M"
                     WHEN "X"
                     WHEN "A"
                            MOVE TH-OLD-BALANCE TO WS-EXPECTED-BALANCE
                     WHEN OTHER
                            ADD 1 TO WS-BADCODE-COUNT
                            MOVE TH-OLD-BALANCE TO WS-EXPECTED-BALANCE
                            MOVE "UNKNOWN TRAN CODE" TO WX-TEXT
                            MOVE TH-NEW-BALANCE TO WX-ACTUAL
                            PERFORM 1040-WRITE-EXCEPTION
              END-EVALUATE
              IF TH-NEW-BALANCE NOT = WS-EXPECTED-BALANCE
                     ADD 1 TO WS-ARITH-COUNT
                     MOVE "NEW BAL NOT OLD +/- AMT" TO WX-TEXT
                     MOVE TH-NEW-BALANCE TO WX-ACTUAL
                     PERFORM 1040-WRITE-EXCEPTION
              END-IF.
       1040-WRITE-EXCEPTION.
              MOVE TH-ACCOUNT-NUMBER TO WX-ACCOUNT
              MOVE TH-TRAN-DATE TO WX-DATE
              MOVE TH-TRAN-CODE TO WX-CODE
              MOVE WS-EXPECTED-BALANCE TO WX-EXPECTED
              MOVE WS-EXCEPTION-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD.
       2000-READ-HIST.
              READ TXN-HIST-FILE
                     AT END MOVE "Y" TO WS-HIST-EOF
              END-READ.
       2100-READ-MASTER.
              READ ACCOUNT-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO WS-ACCT-EOF
              END-READ.
       3000-PROVE-ACCOUNT.
              ADD 1 TO WS-MAST-COUNT
              IF AM-BALANCE IS NOT NUMERIC
                     MOVE ZEROES TO AM-BALANCE
              END-IF
              ADD AM-BALANCE TO WS-MASTER-TOTAL
              MOVE "N" TO WS-ACCT-FOUND-FLAG
              PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-USED
                 OR WS-ACCT-ON-TABLE
                 IF WS-PT-ACCOUNT (WS-ACCT-IX) = AM-ACCOUNT-NUMBER
                    MOVE "Y" TO WS-ACCT-FOUND-FLAG
                    MOVE WS-ACCT-IX TO WS-FOUND-IX
                 END-IF
              END-PERFORM
              IF WS-ACCT-ON-TABLE
                     MOVE "Y" TO WS-PT-MATCHED (WS-FOUND-IX)
                     ADD WS-PT-CLOSING (WS-FOUND-IX)
                        TO WS-REPLAY-TOTAL
                     IF WS-PT-CLOSING (WS-FOUND-IX) NOT = AM-BALANCE
                            ADD 1 TO WS-DIFFER-COUNT
                            MOVE AM-ACCOUNT-NUMBER TO WX-ACCOUNT
                            MOVE WS-CURRENT-DATE TO WX-DATE
                            MOVE SPACE TO WX-CODE
                            MOVE "MASTER BAL NOT HISTORY" TO WX-TEXT
                            MOVE WS-PT-CLOSING (WS-FOUND-IX)
                               TO WX-EXPECTED
                            MOVE AM-BALANCE TO WX-ACTUAL
                            MOVE WS-EXCEPTION-LINE
                               TO PROOF-REPORT-RECORD
                            WRITE PROOF-REPORT-RECORD
                     END-IF
              ELSE
                     ADD 1 TO WS-NOHIST-COUNT
                     ADD AM-BALANCE TO WS-OPENING-TOTAL
                     ADD AM-BALANCE TO WS-REPLAY-TOTAL
              END-IF
              PERFORM 2100-READ-MASTER.
       3100-CHECK-UNMATCHED.
              IF WS-PT-MATCHED (WS-ACCT-IX) NOT = "Y"
                     ADD 1 TO WS-NOMAST-COUNT
                     ADD WS-PT-CLOSING (WS-ACCT-IX) TO WS-NOMAST-TOTAL
                     ADD WS-PT-CLOSING (WS-ACCT-IX) TO WS-REPLAY-TOTAL
                     MOVE WS-PT-ACCOUNT (WS-ACCT-IX) TO WX-ACCOUNT
                     MOVE WS-CURRENT-DATE TO WX-DATE
                     MOVE SPACE TO WX-CODE
                     MOVE "IN HISTORY, NOT ON MAST" TO WX-TEXT
                     MOVE WS-PT-CLOSING (WS-ACCT-IX) TO WX-EXPECTED
                     MOVE ZEROES TO WX-ACTUAL
                     MOVE WS-EXCEPTION-LINE TO PROOF-REPORT-RECORD
                     WRITE PROOF-REPORT-RECORD
              END-IF.
       4000-WRITE-TOTALS.
              COMPUTE WS-COMPUTED-TOTAL = WS-OPENING-TOTAL
                 + WS-CREDIT-TOTAL - WS-DEBIT-TOTAL
              COMPUTE WS-PROOF-DIFFERENCE =
                 WS-MASTER-TOTAL - WS-COMPUTED-TOTAL
              MOVE SPACES TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "HISTORY LINES READ" TO WT-LABEL
              MOVE WS-HIST-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "ACCOUNTS IN HISTORY" TO WT-LABEL
              MOVE WS-HIST-ACCT-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "ACCOUNTS ON MASTER" TO WT-LABEL
              MOVE WS-MAST-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "CHAIN BREAKS" TO WT-LABEL
              MOVE WS-BREAK-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "POSTINGS OUT OF BALANCE" TO WT-LABEL
              MOVE WS-ARITH-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "UNKNOWN TRAN CODES" TO WT-LABEL
              MOVE WS-BADCODE-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "MASTER NOT = HISTORY" TO WT-LABEL
              MOVE WS-DIFFER-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "HISTORY NOT ON MASTER" TO WT-LABEL
              MOVE WS-NOMAST-COUNT TO WT-COUNT
              MOVE WS-NOMAST-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "MASTER, NO HISTORY" TO WT-LABEL
              MOVE WS-NOHIST-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE SPACES TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "OPENING BALANCES" TO WT-LABEL
              COMPUTE WT-COUNT =
                 WS-HIST-ACCT-COUNT + WS-NOHIST-COUNT
              MOVE WS-OPENING-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "PLUS CREDITS" TO WT-LABEL
              MOVE WS-CREDIT-COUNT TO WT-COUNT
              MOVE WS-CREDIT-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "LESS DEBITS" TO WT-LABEL
              MOVE WS-DEBIT-COUNT TO WT-COUNT
              MOVE WS-DEBIT-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "COMPUTED CLOSING" TO WT-LABEL
              MOVE ZEROES TO WT-COUNT
              MOVE WS-COMPUTED-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "REPLAYED CLOSING" TO WT-LABEL
              MOVE ZEROES TO WT-COUNT
              MOVE WS-REPLAY-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "ACCTMAST BALANCES" TO WT-LABEL
              MOVE WS-MAST-COUNT TO WT-COUNT
              MOVE WS-MASTER-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
              MOVE "PROOF DIFFERENCE" TO WT-LABEL
              MOVE ZEROES TO WT-COUNT
              MOVE WS-PROOF-DIFFERENCE TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD.
