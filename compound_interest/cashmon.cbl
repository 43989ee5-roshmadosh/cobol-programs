       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMON.
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
           SELECT CASH-EXTRACT-FILE ASSIGN TO "CASHEXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXT-STATUS.
           SELECT CASH-REPORT-FILE ASSIGN TO "CASHRPT"
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
       FD  CUSTOMER-MASTER-FILE.
       COPY "custmast".
       FD  TXN-HIST-FILE.
       COPY "txnhist".
       FD  CASH-EXTRACT-FILE.
       01 CASH-EXTRACT-RECORD.
           05 CX-REASON PIC X.
              88 CX-LARGE-ITEM VALUE "L".
              88 CX-STRUCTURING VALUE "S".
              88 CX-AGGREGATE VALUE "A".
           05 CX-CUSTOMER PIC 9(6).
           05 CX-NAME PIC X(20).
           05 CX-ADDRESS-1 PIC X(20).
           05 CX-ADDRESS-2 PIC X(20).
           05 CX-ACCOUNT PIC 9(6).
           05 CX-TRAN-DATE PIC 9(8).
           05 CX-TRAN-TIME PIC 9(6).
           05 CX-TRAN-CODE PIC X.
           05 CX-AMOUNT PIC 9(8)V99.
           05 CX-BRANCH PIC X(4).
           05 CX-OPERATOR PIC X(8).
           05 CX-DAY-IN-TOTAL PIC 9(9)V99.
           05 CX-DAY-OUT-TOTAL PIC 9(9)V99.
       FD  CASH-REPORT-FILE.
       01 CASH-REPORT-RECORD PIC X(80).
       FD  OPERATOR-SEC-FILE.
       COPY "opersec".
       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS PIC XX VALUE SPACES.
       01 WS-CUST-STATUS PIC XX VALUE SPACES.
       01 WS-HIST-STATUS PIC XX VALUE SPACES.
       01 WS-EXT-STATUS PIC XX VALUE SPACES.
       01 WS-SEC-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PASSWORD-IN PIC X(8) VALUE SPACES.
       01 WS-SIGNON-FLAG PIC X VALUE "N".
              88 WS-SIGNON-GOOD VALUE "Y".
       01 WS-HIST-EOF PIC X VALUE "N".
              88 WS-HIST-END-OF-FILE VALUE "Y".
       01 WS-REC-FOUND-FLAG PIC X VALUE "N".
              88 WS-REC-FOUND VALUE "Y".
       01 WS-CUST-FILE-FLAG PIC X VALUE "N".
              88 WS-CUST-FILE-OPEN VALUE "Y".
       01 WS-CUST-FOUND-FLAG PIC X VALUE "N".
              88 WS-CUST-FOUND VALUE "Y".
       01 WS-CURRENT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROES.
       01 WS-SEL-DATE PIC 9(8) VALUE ZEROES.
       01 WS-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-DATE-IN-N REDEFINES WS-DATE-IN PIC 9(8).
       01 WS-LIMIT-IN PIC X(8) VALUE SPACES.
       01 WS-LIMIT-IN-N REDEFINES WS-LIMIT-IN PIC 9(8).
       01 WS-CASH-LIMIT PIC 9(8) VALUE 10000.
       01 WS-CUST-KIND PIC X VALUE SPACES.
       01 WS-CUST-KEY PIC 9(6) VALUE ZEROES.
       01 WS-TABLE-FULL-FLAG PIC X VALUE "N".
              88 WS-TABLE-FULL VALUE "Y".
       01 WS-ITEM-MAX PIC 9(4) VALUE 5000.
       01 WS-ITEM-USED PIC 9(4) VALUE ZEROES.
       01 WS-ITEM-IX PIC 9(4) VALUE ZEROES.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 5000 TIMES.
              10 WS-IT-ACCOUNT PIC 9(6).
              10 WS-IT-DATE PIC 9(8).
              10 WS-IT-TIME PIC 9(6).
              10 WS-IT-CODE PIC X.
              10 WS-IT-AMOUNT PIC 9(8)V99.
              10 WS-IT-BRANCH PIC X(4).
              10 WS-IT-OPERATOR PIC X(8).
              10 WS-IT-CUST-IX PIC 9(4).
       01 WS-CUST-FOUND-IX PIC 9(4) VALUE ZEROES.
       01 WS-CUST-ON-TABLE-FLAG PIC X VALUE "N".
              88 WS-CUST-ON-TABLE VALUE "Y".
       01 WS-CUST-MAX PIC 9(4) VALUE 2000.
       01 WS-CUST-USED PIC 9(4) VALUE ZEROES.
       01 WS-CUST-IX PIC 9(4) VALUE ZEROES.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 2000 TIMES.
              10 WS-CT-KIND PIC X.
              10 WS-CT-NUMBER PIC 9(6).
              10 WS-CT-NAME PIC X(20).
              10 WS-CT-ADDRESS-1 PIC X(20).
              10 WS-CT-ADDRESS-2 PIC X(20).
              10 WS-CT-BRANCH PIC X(4).
              10 WS-CT-IN-COUNT PIC 9(4).
              10 WS-CT-IN-TOTAL PIC 9(9)V99.
              10 WS-CT-IN-MAX PIC 9(8)V99.
              10 WS-CT-OUT-COUNT PIC 9(4).
              10 WS-CT-OUT-TOTAL PIC 9(9)V99.
              10 WS-CT-OUT-MAX PIC 9(8)V99.
              10 WS-CT-FLAG PIC X.
       01 WS-HIST-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-SEL-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-SEL-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-LARGE-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-LARGE-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-AGG-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-AGG-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-STRUCT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-STRUCT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-EXT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-NOMAST-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-HEADER-LINE.
           05 FILLER PIC X(37)
              VALUE "LARGE CASH AND STRUCTURING MONITOR  ".
           05 WS-HD-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE "  LIMIT: ".
           05 WS-HD-LIMIT PIC $Z(7)9.
       01 WS-ITEM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WI-ACCOUNT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WI-TIME PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WI-CODE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WI-AMOUNT PIC $Z(7)9.99.
           05 FILLER PIC X(9) VALUE "  BRANCH ".
           05 WI-BRANCH PIC X(4).
           05 FILLER PIC X(6) VALUE "  OPR ".
           05 WI-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WI-FLAG PIC X(5).
       01 WS-CUST-LINE.
           05 WC-KIND PIC X(5).
           05 WC-NUMBER PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WC-NAME PIC X(20).
           05 FILLER PIC X(4) VALUE " IN ".
           05 WC-IN-TOTAL PIC $Z(8)9.99.
           05 FILLER PIC X(5) VALUE " OUT ".
           05 WC-OUT-TOTAL PIC $Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WC-FLAG PIC X(5).
       01 WS-TOTAL-LINE.
           05 WT-LABEL PIC X(24).
           05 WT-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WT-AMOUNT PIC $Z(10)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 0100-BATCH-SIGN-ON
              IF NOT WS-SIGNON-GOOD
                     DISPLAY "*** Cash monitoring requires a"
                        " supervisor sign-on ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              DISPLAY "CASH MONITORING RUN BY OPERATOR "
                 WS-OPERATOR-ID
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE SPACES TO WS-DATE-IN
              ACCEPT WS-DATE-IN FROM ENVIRONMENT "CASHMON-DATE"
              IF WS-DATE-IN = SPACES
                     MOVE WS-CURRENT-DATE TO WS-RUN-DATE
              ELSE
                     IF WS-DATE-IN IS NUMERIC
                            MOVE WS-DATE-IN-N TO WS-RUN-DATE
                     ELSE
                            DISPLAY "*** CASHMON-DATE must be"
                               " YYYYMMDD ***"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF
              MOVE SPACES TO WS-LIMIT-IN
              ACCEPT WS-LIMIT-IN FROM ENVIRONMENT "CASHMON-LIMIT"
              IF WS-LIMIT-IN NOT = SPACES
                     IF WS-LIMIT-IN IS NUMERIC
                        AND WS-LIMIT-IN-N > ZEROES
                            MOVE WS-LIMIT-IN-N TO WS-CASH-LIMIT
                     ELSE
                            DISPLAY "*** CASHMON-LIMIT must be eight"
                               " digits, whole dollars ***"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF
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
              OPEN INPUT CUSTOMER-MASTER-FILE
              IF WS-CUST-STATUS = "00"
                     MOVE "Y" TO WS-CUST-FILE-FLAG
              ELSE
                     DISPLAY "*** Customer master not available -"
                        " account name and address used ***"
              END-IF
              PERFORM 2000-READ-HIST
              PERFORM 1000-SELECT-POSTING
                 UNTIL WS-HIST-END-OF-FILE
              CLOSE TXN-HIST-FILE
              CLOSE ACCOUNT-MASTER-FILE
              IF WS-CUST-FILE-OPEN
                     CLOSE CUSTOMER-MASTER-FILE
              END-IF
              IF WS-TABLE-FULL
                     DISPLAY "*** Day table full - monitoring"
                        " incomplete - run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT CASH-EXTRACT-FILE
              IF WS-EXT-STATUS NOT = "00"
                     DISPLAY "*** Cash extract open failed,"
                        " status " WS-EXT-STATUS " ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT CASH-REPORT-FILE
              MOVE WS-RUN-DATE TO WS-HD-DATE
              MOVE WS-CASH-LIMIT TO WS-HD-LIMIT
              MOVE WS-HEADER-LINE TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE SPACES TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE "SINGLE DEPOSITS AND WITHDRAWALS ABOVE LIMIT"
                 TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              PERFORM 3000-CHECK-LARGE-ITEM
                 VARYING WS-ITEM-IX FROM 1 BY 1
                 UNTIL WS-ITEM-IX > WS-ITEM-USED
              MOVE SPACES TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE "CUSTOMER DAILY CASH TOTALS ABOVE LIMIT"
                 TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              PERFORM 4000-CHECK-CUSTOMER
                 VARYING WS-CUST-IX FROM 1 BY 1
                 UNTIL WS-CUST-IX > WS-CUST-USED
              PERFORM 5000-WRITE-TOTALS
              CLOSE CASH-EXTRACT-FILE
              CLOSE CASH-REPORT-FILE
              DISPLAY "CASH MONITORING COMPLETE - " WS-LARGE-COUNT
                 " LARGE ITEMS, " WS-STRUCT-COUNT
                 " POSSIBLE STRUCTURING"
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
       1000-SELECT-POSTING.
              ADD 1 TO WS-HIST-COUNT
              IF TH-POST-DATE IS NUMERIC AND TH-POST-DATE > ZEROES
                     MOVE TH-POST-DATE TO WS-SEL-DATE
              ELSE
                     MOVE TH-TRAN-DATE TO WS-SEL-DATE
              END-IF
              IF WS-SEL-DATE = WS-RUN-DATE
                 AND (TH-TRAN-DEPOSIT OR TH-TRAN-WITHDRAWAL)
                     ADD 1 TO WS-SEL-COUNT
                     ADD TH-AMOUNT TO WS-SEL-TOTAL
                     PERFORM 1010-FIND-CUSTOMER
                     IF NOT WS-TABLE-FULL
                            PERFORM 1030-ADD-ITEM
                     END-IF
              END-IF
              PERFORM 2000-READ-HIST.
       1010-FIND-CUSTOMER.
              MOVE "N" TO WS-REC-FOUND-FLAG
              MOVE TH-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
              READ ACCOUNT-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-REC-FOUND-FLAG
              END-READ
              IF WS-REC-FOUND
                 AND AM-CUSTOMER-NUMBER IS NUMERIC
                 AND AM-CUSTOMER-NUMBER > ZEROES
                     MOVE "C" TO WS-CUST-KIND
                     MOVE AM-CUSTOMER-NUMBER TO WS-CUST-KEY
              ELSE
                     MOVE "A" TO WS-CUST-KIND
                     MOVE TH-ACCOUNT-NUMBER TO WS-CUST-KEY
              END-IF
              IF NOT WS-REC-FOUND
                     ADD 1 TO WS-NOMAST-COUNT
                     MOVE SPACES TO AM-NAME
                     MOVE SPACES TO AM-ADDRESS-1
                     MOVE SPACES TO AM-ADDRESS-2
              END-IF
              MOVE "N" TO WS-CUST-ON-TABLE-FLAG
              PERFORM VARYING WS-CUST-IX FROM 1 BY 1
                 UNTIL WS-CUST-IX > WS-CUST-USED
                 OR WS-CUST-ON-TABLE
                 IF WS-CT-KIND (WS-CUST-IX) = WS-CUST-KIND
                    AND WS-CT-NUMBER (WS-CUST-IX) = WS-CUST-KEY
                    MOVE "Y" TO WS-CUST-ON-TABLE-FLAG
                    MOVE WS-CUST-IX TO WS-CUST-FOUND-IX
                 END-IF
              END-PERFORM
              IF NOT WS-CUST-ON-TABLE
                 IF WS-CUST-USED < WS-CUST-MAX
                    ADD 1 TO WS-CUST-USED
                    MOVE WS-CUST-USED TO WS-CUST-FOUND-IX
                    PERFORM 1020-NEW-CUSTOMER
                 ELSE
                    MOVE "Y" TO WS-TABLE-FULL-FLAG
                    MOVE "Y" TO WS-HIST-EOF
                 END-IF
              END-IF.
       1020-NEW-CUSTOMER.
              MOVE WS-CUST-KIND TO WS-CT-KIND (WS-CUST-FOUND-IX)
              MOVE WS-CUST-KEY TO WS-CT-NUMBER (WS-CUST-FOUND-IX)
              MOVE TH-BRANCH TO WS-CT-BRANCH (WS-CUST-FOUND-IX)
              MOVE ZEROES TO WS-CT-IN-COUNT (WS-CUST-FOUND-IX)
              MOVE ZEROES TO WS-CT-IN-TOTAL (WS-CUST-FOUND-IX)
              MOVE ZEROES TO WS-CT-IN-MAX (WS-CUST-FOUND-IX)
              MOVE ZEROES TO WS-CT-OUT-COUNT (WS-CUST-FOUND-IX)
              MOVE ZEROES TO WS-CT-OUT-TOTAL (WS-CUST-FOUND-IX)
              MOVE ZEROES TO WS-CT-OUT-MAX (WS-CUST-FOUND-IX)
              MOVE SPACE TO WS-CT-FLAG (WS-CUST-FOUND-IX)
              MOVE "N" TO WS-CUST-FOUND-FLAG
              IF WS-CUST-KIND = "C" AND WS-CUST-FILE-OPEN
                     MOVE WS-CUST-KEY TO CM-CUSTOMER-NUMBER
                     READ CUSTOMER-MASTER-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                           MOVE "Y" TO WS-CUST-FOUND-FLAG
                     END-READ
              END-IF
              IF WS-CUST-FOUND
                     MOVE CM-NAME TO WS-CT-NAME (WS-CUST-FOUND-IX)
                     MOVE CM-ADDRESS-1
                        TO WS-CT-ADDRESS-1 (WS-CUST-FOUND-IX)
                     MOVE CM-ADDRESS-2
                        TO WS-CT-ADDRESS-2 (WS-CUST-FOUND-IX)
              ELSE
                     MOVE AM-NAME TO WS-CT-NAME (WS-CUST-FOUND-IX)
                     MOVE AM-ADDRESS-1
                        TO WS-CT-ADDRESS-1 (WS-CUST-FOUND-IX)
                     MOVE AM-ADDRESS-2
                        TO WS-CT-ADDRESS-2 (WS-CUST-FOUND-IX)
              END-IF.
       1030-ADD-ITEM.
              IF WS-ITEM-USED < WS-ITEM-MAX
                     ADD 1 TO WS-ITEM-USED
                     MOVE TH-ACCOUNT-NUMBER
                        TO WS-IT-ACCOUNT (WS-ITEM-USED)
                     MOVE TH-TRAN-DATE TO WS-IT-DATE (WS-ITEM-USED)
                     MOVE TH-TRAN-TIME TO WS-IT-TIME (WS-ITEM-USED)
                     MOVE TH-TRAN-CODE TO WS-IT-CODE (WS-ITEM-USED)
                     MOVE TH-AMOUNT TO WS-IT-AMOUNT (WS-ITEM-USED)
                     MOVE TH-BRANCH TO WS-IT-BRANCH (WS-ITEM-USED)
                     MOVE TH-OPERATOR
                        TO WS-IT-OPERATOR (WS-ITEM-USED)
                     MOVE WS-CUST-FOUND-IX
                        TO WS-IT-CUST-IX (WS-ITEM-USED)
                     PERFORM 1040-TALLY-CUSTOMER
              ELSE
                     MOVE "Y" TO WS-TABLE-FULL-FLAG
                     MOVE "Y" TO WS-HIST-EOF
              END-IF.
       1040-TALLY-CUSTOMER.
              IF TH-BRANCH NOT = WS-CT-BRANCH (WS-CUST-FOUND-IX)
                     MOVE "MULT" TO WS-CT-BRANCH (WS-CUST-FOUND-IX)
              END-IF
              IF TH-TRAN-DEPOSIT
                     ADD 1 TO WS-CT-IN-COUNT (WS-CUST-FOUND-IX)
                     ADD TH-AMOUNT TO WS-CT-IN-TOTAL (WS-CUST-FOUND-IX)
                     IF TH-AMOUNT > WS-CT-IN-MAX (WS-CUST-FOUND-IX)
                        MOVE TH-AMOUNT
                           TO WS-CT-IN-MAX (WS-CUST-FOUND-IX)
                     END-IF
              ELSE
                     ADD 1 TO WS-CT-OUT-COUNT (WS-CUST-FOUND-IX)
                     ADD TH-AMOUNT
                        TO WS-CT-OUT-TOTAL (WS-CUST-FOUND-IX)
                     IF TH-AMOUNT > WS-CT-OUT-MAX (WS-CUST-FOUND-IX)
                        MOVE TH-AMOUNT
                           TO WS-CT-OUT-MAX (WS-CUST-FOUND-IX)
                     END-IF
              END-IF.
       2000-READ-HIST.
              READ TXN-HIST-FILE
                     AT END MOVE "Y" TO WS-HIST-EOF
              END-READ.
       3000-CHECK-LARGE-ITEM.
              IF WS-IT-AMOUNT (WS-ITEM-IX) > WS-CASH-LIMIT
                     ADD 1 TO WS-LARGE-COUNT
                     ADD WS-IT-AMOUNT (WS-ITEM-IX) TO WS-LARGE-TOTAL
                     MOVE WS-IT-CUST-IX (WS-ITEM-IX) TO WS-CUST-IX
                     MOVE "LARGE" TO WI-FLAG
                     PERFORM 3010-WRITE-ITEM-LINE
                     MOVE "L" TO CX-REASON
                     PERFORM 3020-WRITE-EXTRACT
              END-IF.
       3010-WRITE-ITEM-LINE.
              MOVE WS-IT-ACCOUNT (WS-ITEM-IX) TO WI-ACCOUNT
              MOVE WS-IT-TIME (WS-ITEM-IX) TO WI-TIME
              MOVE WS-IT-CODE (WS-ITEM-IX) TO WI-CODE
              MOVE WS-IT-AMOUNT (WS-ITEM-IX) TO WI-AMOUNT
              MOVE WS-IT-BRANCH (WS-ITEM-IX) TO WI-BRANCH
              MOVE WS-IT-OPERATOR (WS-ITEM-IX) TO WI-OPERATOR
              MOVE WS-ITEM-LINE TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD.
       3020-WRITE-EXTRACT.
              IF WS-CT-KIND (WS-CUST-IX) = "C"
                     MOVE WS-CT-NUMBER (WS-CUST-IX) TO CX-CUSTOMER
              ELSE
                     MOVE ZEROES TO CX-CUSTOMER
              END-IF
              MOVE WS-CT-NAME (WS-CUST-IX) TO CX-NAME
              MOVE WS-CT-ADDRESS-1 (WS-CUST-IX) TO CX-ADDRESS-1
              MOVE WS-CT-ADDRESS-2 (WS-CUST-IX) TO CX-ADDRESS-2
              MOVE WS-IT-ACCOUNT (WS-ITEM-IX) TO CX-ACCOUNT
              MOVE WS-IT-DATE (WS-ITEM-IX) TO CX-TRAN-DATE
              MOVE WS-IT-TIME (WS-ITEM-IX) TO CX-TRAN-TIME
              MOVE WS-IT-CODE (WS-ITEM-IX) TO CX-TRAN-CODE
              MOVE WS-IT-AMOUNT (WS-ITEM-IX) TO CX-AMOUNT
              MOVE WS-IT-BRANCH (WS-ITEM-IX) TO CX-BRANCH
              MOVE WS-IT-OPERATOR (WS-ITEM-IX) TO CX-OPERATOR
              MOVE WS-CT-IN-TOTAL (WS-CUST-IX) TO CX-DAY-IN-TOTAL
              MOVE WS-CT-OUT-TOTAL (WS-CUST-IX) TO CX-DAY-OUT-TOTAL
              WRITE CASH-EXTRACT-RECORD
              IF WS-EXT-STATUS = "00"
                     ADD 1 TO WS-EXT-COUNT
              ELSE
                     DISPLAY "*** Extract write failed, status "
                        WS-EXT-STATUS " ***"
                     MOVE 8 TO RETURN-CODE
              END-IF.
       4000-CHECK-CUSTOMER.
              MOVE SPACE TO WS-CT-FLAG (WS-CUST-IX)
              IF (WS-CT-IN-TOTAL (WS-CUST-IX) > WS-CASH-LIMIT
                 AND WS-CT-IN-COUNT (WS-CUST-IX) > 1
                 AND WS-CT-IN-MAX (WS-CUST-IX) NOT > WS-CASH-LIMIT)
                 OR (WS-CT-OUT-TOTAL (WS-CUST-IX) > WS-CASH-LIMIT
                 AND WS-CT-OUT-COUNT (WS-CUST-IX) > 1
                 AND WS-CT-OUT-MAX (WS-CUST-IX) NOT > WS-CASH-LIMIT)
                     MOVE "S" TO WS-CT-FLAG (WS-CUST-IX)
              ELSE
                     IF WS-CT-IN-TOTAL (WS-CUST-IX) > WS-CASH-LIMIT
                        OR WS-CT-OUT-TOTAL (WS-CUST-IX)
                           > WS-CASH-LIMIT
                            MOVE "A" TO WS-CT-FLAG (WS-CUST-IX)
                     END-IF
              END-IF
              IF WS-CT-FLAG (WS-CUST-IX) NOT = SPACE
                     PERFORM 4010-WRITE-CUSTOMER
              END-IF.
       4010-WRITE-CUSTOMER.
              IF WS-CT-FLAG (WS-CUST-IX) = "S"
                     ADD 1 TO WS-STRUCT-COUNT
                     ADD WS-CT-IN-TOTAL (WS-CUST-IX) TO WS-STRUCT-TOTAL
                     ADD WS-CT-OUT-TOTAL (WS-CUST-IX)
                        TO WS-STRUCT-TOTAL
                     MOVE "STRUC" TO WC-FLAG
              ELSE
                     ADD 1 TO WS-AGG-COUNT
                     ADD WS-CT-IN-TOTAL (WS-CUST-IX) TO WS-AGG-TOTAL
                     ADD WS-CT-OUT-TOTAL (WS-CUST-IX) TO WS-AGG-TOTAL
                     MOVE "TOTAL" TO WC-FLAG
              END-IF
              IF WS-CT-KIND (WS-CUST-IX) = "C"
                     MOVE "CUST " TO WC-KIND
              ELSE
                     MOVE "ACCT " TO WC-KIND
              END-IF
              MOVE WS-CT-NUMBER (WS-CUST-IX) TO WC-NUMBER
              MOVE WS-CT-NAME (WS-CUST-IX) TO WC-NAME
              MOVE WS-CT-IN-TOTAL (WS-CUST-IX) TO WC-IN-TOTAL
              MOVE WS-CT-OUT-TOTAL (WS-CUST-IX) TO WC-OUT-TOTAL
              MOVE SPACES TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE WS-CUST-LINE TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              PERFORM 4020-WRITE-CUSTOMER-ITEM
                 VARYING WS-ITEM-IX FROM 1 BY 1
                 UNTIL WS-ITEM-IX > WS-ITEM-USED.
       4020-WRITE-CUSTOMER-ITEM.
              IF WS-IT-CUST-IX (WS-ITEM-IX) = WS-CUST-IX
                     IF WS-IT-AMOUNT (WS-ITEM-IX) > WS-CASH-LIMIT
                            MOVE "LARGE" TO WI-FLAG
                     ELSE
                            MOVE SPACES TO WI-FLAG
                     END-IF
                     PERFORM 3010-WRITE-ITEM-LINE
                     IF WS-IT-AMOUNT (WS-ITEM-IX)
                        NOT > WS-CASH-LIMIT
                            MOVE WS-CT-FLAG (WS-CUST-IX) TO CX-REASON
                            PERFORM 3020-WRITE-EXTRACT
                     END-IF
              END-IF.
       5000-WRITE-TOTALS.
              MOVE SPACES TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE "HISTORY LINES READ" TO WT-LABEL
              MOVE WS-HIST-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE "DEPOSITS/WITHDRAWALS" TO WT-LABEL
              MOVE WS-SEL-COUNT TO WT-COUNT
              MOVE WS-SEL-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE "CUSTOMERS WITH CASH" TO WT-LABEL
              MOVE WS-CUST-USED TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE "SINGLE ITEMS OVER LIMIT" TO WT-LABEL
              MOVE WS-LARGE-COUNT TO WT-COUNT
              MOVE WS-LARGE-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE "DAILY TOTAL OVER LIMIT" TO WT-LABEL
              MOVE WS-AGG-COUNT TO WT-COUNT
              MOVE WS-AGG-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE "POSSIBLE STRUCTURING" TO WT-LABEL
              MOVE WS-STRUCT-COUNT TO WT-COUNT
              MOVE WS-STRUCT-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE "EXTRACT RECORDS" TO WT-LABEL
              MOVE WS-EXT-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD
              MOVE "ACCOUNT NOT ON MASTER" TO WT-LABEL
              MOVE WS-NOMAST-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO CASH-REPORT-RECORD
              WRITE CASH-REPORT-RECORD.
