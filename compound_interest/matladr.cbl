       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATLADR.
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
           SELECT LADDER-EXTRACT-FILE ASSIGN TO "MATEXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXT-STATUS.
           SELECT LADDER-REPORT-FILE ASSIGN TO "MATRPT"
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
       FD  LADDER-EXTRACT-FILE.
       01 LADDER-EXTRACT-RECORD.
           05 LX-RECORD-TYPE PIC X.
              88 LX-LADDER VALUE "L".
              88 LX-PROJECTION VALUE "P".
           05 LX-ASOF-DATE PIC 9(8).
           05 LX-ACCOUNT-TYPE PIC X(4).
           05 LX-BUCKET PIC X(7).
           05 LX-ACCOUNT-COUNT PIC 9(7).
           05 LX-BALANCE PIC 9(11).
           05 LX-AVG-RATE PIC 99V999.
           05 LX-INTEREST PIC 9(11)V99.
       FD  LADDER-REPORT-FILE.
       01 LADDER-REPORT-RECORD PIC X(80).
       FD  OPERATOR-SEC-FILE.
       COPY "opersec".
       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS PIC XX VALUE SPACES.
       01 WS-RATE-STATUS PIC XX VALUE SPACES.
       01 WS-EXT-STATUS PIC XX VALUE SPACES.
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
       01 WS-RENEW-FLAG PIC X VALUE "N".
              88 WS-TYPE-RENEWS VALUE "Y".
       01 WS-TABLE-FULL-FLAG PIC X VALUE "N".
              88 WS-TABLE-FULL VALUE "Y".
       01 WS-TYPE-ON-TABLE-FLAG PIC X VALUE "N".
              88 WS-TYPE-ON-TABLE VALUE "Y".
       01 WS-CURRENT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ASOF-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.
           05 WS-ASF-YEAR PIC 9(4).
           05 WS-ASF-MONTH PIC 9(2).
           05 WS-ASF-DAY PIC 9(2).
       01 WS-ASOF-IN PIC X(8) VALUE SPACES.
       01 WS-ASOF-IN-N REDEFINES WS-ASOF-IN PIC 9(8).
       01 WS-MATURITY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-MATURITY-DATE-R REDEFINES WS-MATURITY-DATE.
           05 WS-MAT-YEAR PIC 9(4).
           05 WS-MAT-MONTH PIC 9(2).
           05 WS-MAT-DAY PIC 9(2).
       01 WS-MAT-YYYYMM PIC 9(6) VALUE ZEROES.
       01 WS-MONTH-DIFF PIC S9(5) VALUE ZEROES.
       01 WS-WORK-YEAR PIC 9(4) VALUE ZEROES.
       01 WS-WORK-MONTH PIC 9(2) VALUE ZEROES.
       01 WS-MONTH-DAYS PIC 9(2) VALUE ZEROES.
       01 WS-LEAP-WORK PIC 9(4) VALUE ZEROES.
       01 WS-LEAP-REM-4 PIC 9(3) VALUE ZEROES.
       01 WS-LEAP-REM-100 PIC 9(3) VALUE ZEROES.
       01 WS-LEAP-REM-400 PIC 9(3) VALUE ZEROES.
       01 WS-LEAP-QUOT PIC 9(4) VALUE ZEROES.
       01 RATE PIC 99V999 VALUE ZEROES.
       01 WS-DAY-BASIS PIC 9(3) VALUE 360.
       01 WS-DAY-COUNT PIC X VALUE "3".
              88 WS-DC-30-360 VALUE "3".
              88 WS-DC-ACT-365 VALUE "5".
       01 WS-FULL-DAYS PIC 9(2) VALUE ZEROES.
       01 WS-PROJ-DAYS PIC 9(2) VALUE ZEROES.
       01 WS-PROJ-INTEREST PIC 9(9)V99 VALUE ZEROES.
       01 WS-MON-IX PIC 9(2) VALUE ZEROES.
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 24 TIMES.
              10 WS-MO-YYYYMM PIC 9(6).
              10 WS-MO-RATE-DATE PIC 9(8).
              10 WS-MO-DAYS PIC 9(2).
       01 WS-ACCT-RATE-TABLE.
           05 WS-ACCT-RATE-ENTRY OCCURS 12 TIMES.
              10 WS-AR-RATE PIC 99V999.
              10 WS-AR-DAY-COUNT PIC X.
              10 WS-AR-FOUND PIC X.
       01 WS-BUCKET-IX PIC 9(2) VALUE ZEROES.
       01 WS-BUCKET-LABEL PIC X(7) VALUE SPACES.
       01 WS-TYPE-MAX PIC 9(3) VALUE 50.
       01 WS-TYPE-USED PIC 9(3) VALUE ZEROES.
       01 WS-TYPE-IX PIC 9(3) VALUE ZEROES.
       01 WS-TYPE-FOUND-IX PIC 9(3) VALUE ZEROES.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 50 TIMES.
              10 WS-TY-TYPE PIC X(4).
              10 WS-TY-BUCKET OCCURS 26 TIMES.
                 15 WS-TB-COUNT PIC 9(7).
                 15 WS-TB-BALANCE PIC 9(11).
                 15 WS-TB-RATED-BAL PIC 9(11).
                 15 WS-TB-RATE-BAL PIC 9(13)V999.
              10 WS-TY-PROJ OCCURS 12 TIMES.
                 15 WS-TP-INTEREST PIC 9(11)V99.
       01 WS-GRAND-TABLE.
           05 WS-GRAND-BUCKET OCCURS 26 TIMES.
              10 WS-GB-COUNT PIC 9(7).
              10 WS-GB-BALANCE PIC 9(11).
              10 WS-GB-RATED-BAL PIC 9(11).
              10 WS-GB-RATE-BAL PIC 9(13)V999.
           05 WS-GRAND-PROJ OCCURS 12 TIMES.
              10 WS-GP-INTEREST PIC 9(11)V99.
       01 WS-SUB-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-SUB-BALANCE PIC 9(11) VALUE ZEROES.
       01 WS-SUB-RATED-BAL PIC 9(11) VALUE ZEROES.
       01 WS-SUB-RATE-BAL PIC 9(13)V999 VALUE ZEROES.
       01 WS-SUB-INTEREST PIC 9(11)V99 VALUE ZEROES.
       01 WS-AVG-RATE PIC 99V999 VALUE ZEROES.
       01 WS-READ-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-LADDER-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-LADDER-TOTAL PIC 9(11) VALUE ZEROES.
       01 WS-SKIP-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-NORATE-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-PROJ-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-EXT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-LADDER-HEADING PIC X(52) VALUE
           "TYPE  MONTH    ACCOUNTS          BALANCE  AVG RATE".
       01 WS-PROJ-HEADING PIC X(36) VALUE
           "TYPE  MONTH            INTEREST".
       01 WS-LADDER-LINE.
           05 WL-TYPE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WL-BUCKET PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WL-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WL-BALANCE PIC $Z(10)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WL-RATE PIC Z9.999.
       01 WS-PROJ-LINE.
           05 WP-TYPE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WP-MONTH PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WP-INTEREST PIC $Z(10)9.99.
       01 WS-TOTAL-LINE.
           05 WT-LABEL PIC X(24).
           05 WT-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WT-AMOUNT PIC $Z(10)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 0100-BATCH-SIGN-ON
              IF NOT WS-SIGNON-GOOD
                     DISPLAY "*** Maturity ladder requires a"
                        " supervisor sign-on ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              DISPLAY "MATURITY LADDER RUN BY OPERATOR "
                 WS-OPERATOR-ID
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE SPACES TO WS-ASOF-IN
              ACCEPT WS-ASOF-IN FROM ENVIRONMENT "MATLADR-ASOF"
              IF WS-ASOF-IN = SPACES
                     MOVE WS-CURRENT-DATE TO WS-ASOF-DATE
              ELSE
                     IF WS-ASOF-IN IS NUMERIC
                            MOVE WS-ASOF-IN-N TO WS-ASOF-DATE
                     ELSE
                            DISPLAY "*** MATLADR-ASOF must be"
                               " YYYYMMDD ***"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF
              MOVE WS-ASF-YEAR TO WS-WORK-YEAR
              MOVE WS-ASF-MONTH TO WS-WORK-MONTH
              PERFORM 0200-BUILD-MONTH
                 VARYING WS-MON-IX FROM 1 BY 1
                 UNTIL WS-MON-IX > 24
              MOVE ZEROES TO WS-TYPE-TABLE
              MOVE ZEROES TO WS-GRAND-TABLE
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
              PERFORM 2000-READ-MASTER
              PERFORM 1000-LADDER-ACCOUNT
                 UNTIL WS-ACCT-END-OF-FILE
              CLOSE ACCOUNT-MASTER-FILE
              CLOSE RATE-FILE
              IF WS-TABLE-FULL
                     DISPLAY "*** Account type table full - ladder"
                        " incomplete - run aborted ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT LADDER-EXTRACT-FILE
              IF WS-EXT-STATUS NOT = "00"
                     DISPLAY "*** Ladder extract open failed,"
                        " status " WS-EXT-STATUS " ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT LADDER-REPORT-FILE
              MOVE SPACES TO LADDER-REPORT-RECORD
              STRING "MATURITY LADDER AND INTEREST PROJECTION  AS OF "
                 WS-ASOF-DATE DELIMITED BY SIZE
                 INTO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE SPACES TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              PERFORM 3000-WRITE-LADDER
              PERFORM 4000-WRITE-PROJECTION
              PERFORM 5000-WRITE-TOTALS
              CLOSE LADDER-EXTRACT-FILE
              CLOSE LADDER-REPORT-FILE
              DISPLAY "MATURITY LADDER COMPLETE - " WS-LADDER-COUNT
                 " ACCOUNTS, " WS-EXT-COUNT " EXTRACT RECORDS"
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
       0200-BUILD-MONTH.
              COMPUTE WS-MO-YYYYMM (WS-MON-IX) =
                 WS-WORK-YEAR * 100 + WS-WORK-MONTH
              IF WS-MON-IX = 1
                     MOVE WS-ASOF-DATE TO WS-MO-RATE-DATE (WS-MON-IX)
              ELSE
                     COMPUTE WS-MO-RATE-DATE (WS-MON-IX) =
                        WS-MO-YYYYMM (WS-MON-IX) * 100 + 1
              END-IF
              PERFORM 0210-SET-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-MO-DAYS (WS-MON-IX)
              IF WS-WORK-MONTH = 12
                     MOVE 1 TO WS-WORK-MONTH
                     ADD 1 TO WS-WORK-YEAR
              ELSE
                     ADD 1 TO WS-WORK-MONTH
              END-IF.
       0210-SET-MONTH-DAYS.
              EVALUATE WS-WORK-MONTH
                     WHEN 4
                     WHEN 6
                     WHEN 9
                     WHEN 11
                            MOVE 30 TO WS-MONTH-DAYS
                     WHEN 2
                            MOVE WS-WORK-YEAR TO WS-LEAP-WORK
                            DIVIDE WS-LEAP-WORK BY 4
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM-4
                            DIVIDE WS-LEAP-WORK BY 100
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM-100
                            DIVIDE WS-LEAP-WORK BY 400
                               GIVING WS-LEAP-QUOT
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
              END-EVALUATE.
       1000-LADDER-ACCOUNT.
              ADD 1 TO WS-READ-COUNT
              IF AM-ACCOUNT-CLOSED
                 OR AM-BALANCE IS NOT NUMERIC
                 OR AM-BALANCE = ZEROES
                 OR AM-MATURITY-DATE IS NOT NUMERIC
                 OR AM-MATURITY-DATE = ZEROES
                     ADD 1 TO WS-SKIP-COUNT
              ELSE
                     PERFORM 1010-FIND-TYPE
                     IF NOT WS-TABLE-FULL
                            PERFORM 1020-GET-RATES
                            PERFORM 1030-BUCKET-ACCOUNT
                            PERFORM 1040-PROJECT-MONTH
                               VARYING WS-MON-IX FROM 1 BY 1
                               UNTIL WS-MON-IX > 12
                     END-IF
              END-IF
              PERFORM 2000-READ-MASTER.
       1010-FIND-TYPE.
              MOVE "N" TO WS-TYPE-ON-TABLE-FLAG
              PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                 UNTIL WS-TYPE-IX > WS-TYPE-USED
                 OR WS-TYPE-ON-TABLE
                 IF WS-TY-TYPE (WS-TYPE-IX) = AM-ACCOUNT-TYPE
                    MOVE "Y" TO WS-TYPE-ON-TABLE-FLAG
                    MOVE WS-TYPE-IX TO WS-TYPE-FOUND-IX
                 END-IF
              END-PERFORM
              IF NOT WS-TYPE-ON-TABLE
                 IF WS-TYPE-USED < WS-TYPE-MAX
                    ADD 1 TO WS-TYPE-USED
                    MOVE WS-TYPE-USED TO WS-TYPE-FOUND-IX
                    MOVE AM-ACCOUNT-TYPE
                       TO WS-TY-TYPE (WS-TYPE-FOUND-IX)
                 ELSE
                    MOVE "Y" TO WS-TABLE-FULL-FLAG
                    MOVE "Y" TO WS-ACCT-EOF
                 END-IF
              END-IF.
       1020-GET-RATES.
              MOVE "N" TO WS-RATE-FOUND-FLAG
              MOVE "N" TO WS-RATE-EOF
              MOVE "N" TO WS-RENEW-FLAG
              MOVE ZEROES TO RATE
              MOVE ZEROES TO WS-ACCT-RATE-TABLE
              MOVE AM-ACCOUNT-TYPE TO RT-ACCOUNT-TYPE
              MOVE ZEROES TO RT-EFF-DATE
              MOVE ZEROES TO RT-TIER-MIN
              START RATE-FILE KEY NOT < RT-KEY
                 INVALID KEY MOVE "Y" TO WS-RATE-EOF
              END-START
              PERFORM 1025-SCAN-RATE
                 UNTIL WS-RATE-END-OF-FILE
              IF NOT WS-RATE-FOUND
                     ADD 1 TO WS-NORATE-COUNT
              END-IF.
       1025-SCAN-RATE.
              READ RATE-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-RATE-EOF
              END-READ
              IF NOT WS-RATE-END-OF-FILE
                 IF RT-ACCOUNT-TYPE NOT = AM-ACCOUNT-TYPE
                    MOVE "Y" TO WS-RATE-EOF
                 ELSE
                    IF RT-TIER-MIN <= AM-BALANCE
                       IF RT-EFF-DATE <= WS-ASOF-DATE
                          MOVE RT-RATE TO RATE
                          MOVE RT-AUTO-RENEW TO WS-RENEW-FLAG
                          MOVE "Y" TO WS-RATE-FOUND-FLAG
                       END-IF
                       PERFORM 1027-APPLY-RATE-ROW
                          VARYING WS-MON-IX FROM 1 BY 1
                          UNTIL WS-MON-IX > 12
                    END-IF
                 END-IF
              END-IF.
       1027-APPLY-RATE-ROW.
              IF RT-EFF-DATE <= WS-MO-RATE-DATE (WS-MON-IX)
                     MOVE RT-RATE TO WS-AR-RATE (WS-MON-IX)
                     MOVE RT-DAY-COUNT TO WS-AR-DAY-COUNT (WS-MON-IX)
                     MOVE "Y" TO WS-AR-FOUND (WS-MON-IX)
              END-IF.
       1030-BUCKET-ACCOUNT.
              MOVE AM-MATURITY-DATE TO WS-MATURITY-DATE
              COMPUTE WS-MAT-YYYYMM = WS-MAT-YEAR * 100 + WS-MAT-MONTH
              IF AM-MATURITY-DATE <= WS-ASOF-DATE
                     MOVE 1 TO WS-BUCKET-IX
              ELSE
                     COMPUTE WS-MONTH-DIFF =
                        (WS-MAT-YEAR - WS-ASF-YEAR) * 12
                        + WS-MAT-MONTH - WS-ASF-MONTH
                     IF WS-MONTH-DIFF > 23
                            MOVE 26 TO WS-BUCKET-IX
                     ELSE
                            COMPUTE WS-BUCKET-IX = WS-MONTH-DIFF + 2
                     END-IF
              END-IF
              ADD 1 TO WS-LADDER-COUNT
              ADD AM-BALANCE TO WS-LADDER-TOTAL
              ADD 1 TO WS-TB-COUNT (WS-TYPE-FOUND-IX, WS-BUCKET-IX)
              ADD AM-BALANCE
                 TO WS-TB-BALANCE (WS-TYPE-FOUND-IX, WS-BUCKET-IX)
              ADD 1 TO WS-GB-COUNT (WS-BUCKET-IX)
              ADD AM-BALANCE TO WS-GB-BALANCE (WS-BUCKET-IX)
              IF WS-RATE-FOUND
                     ADD AM-BALANCE TO
                        WS-TB-RATED-BAL (WS-TYPE-FOUND-IX, WS-BUCKET-IX)
                     COMPUTE
                        WS-TB-RATE-BAL (WS-TYPE-FOUND-IX, WS-BUCKET-IX)
                        = WS-TB-RATE-BAL
                          (WS-TYPE-FOUND-IX, WS-BUCKET-IX)
                        + AM-BALANCE * RATE
                     ADD AM-BALANCE TO WS-GB-RATED-BAL (WS-BUCKET-IX)
                     COMPUTE WS-GB-RATE-BAL (WS-BUCKET-IX) =
                        WS-GB-RATE-BAL (WS-BUCKET-IX)
                        + AM-BALANCE * RATE
              END-IF.
       1040-PROJECT-MONTH.
              MOVE ZEROES TO WS-PROJ-DAYS
              IF WS-AR-FOUND (WS-MON-IX) = "Y"
                     MOVE WS-AR-DAY-COUNT (WS-MON-IX) TO WS-DAY-COUNT
                     IF NOT WS-DC-30-360 AND NOT WS-DC-ACT-365
                            MOVE AM-DAY-COUNT TO WS-DAY-COUNT
                     END-IF
                     IF WS-DC-ACT-365
                            MOVE 365 TO WS-DAY-BASIS
                            MOVE WS-MO-DAYS (WS-MON-IX) TO WS-FULL-DAYS
                     ELSE
                            MOVE 360 TO WS-DAY-BASIS
                            MOVE 30 TO WS-FULL-DAYS
                     END-IF
                     EVALUATE TRUE
                        WHEN WS-TYPE-RENEWS
                           MOVE WS-FULL-DAYS TO WS-PROJ-DAYS
                        WHEN WS-MAT-YYYYMM < WS-MO-YYYYMM (WS-MON-IX)
                           MOVE ZEROES TO WS-PROJ-DAYS
                        WHEN WS-MAT-YYYYMM = WS-MO-YYYYMM (WS-MON-IX)
                           COMPUTE WS-PROJ-DAYS = WS-MAT-DAY - 1
                           IF WS-PROJ-DAYS > WS-FULL-DAYS
                              MOVE WS-FULL-DAYS TO WS-PROJ-DAYS
                           END-IF
                        WHEN OTHER
                           MOVE WS-FULL-DAYS TO WS-PROJ-DAYS
                     END-EVALUATE
              END-IF
              IF WS-PROJ-DAYS > ZEROES
                     COMPUTE WS-PROJ-INTEREST ROUNDED =
                        AM-BALANCE * WS-AR-RATE (WS-MON-IX)
                        * WS-PROJ-DAYS / (100 * WS-DAY-BASIS)
                     ADD WS-PROJ-INTEREST
                        TO WS-TP-INTEREST (WS-TYPE-FOUND-IX, WS-MON-IX)
                     ADD WS-PROJ-INTEREST TO WS-GP-INTEREST (WS-MON-IX)
                     ADD WS-PROJ-INTEREST TO WS-PROJ-TOTAL
              END-IF.
       2000-READ-MASTER.
              READ ACCOUNT-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO WS-ACCT-EOF
              END-READ.
       3000-WRITE-LADDER.
              MOVE "MATURITY LADDER BY ACCOUNT TYPE"
                 TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE WS-LADDER-HEADING TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              PERFORM 3010-WRITE-TYPE
                 VARYING WS-TYPE-IX FROM 1 BY 1
                 UNTIL WS-TYPE-IX > WS-TYPE-USED
              MOVE SPACES TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE "MATURITY LADDER - ALL TYPES"
                 TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE WS-LADDER-HEADING TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              PERFORM 3030-WRITE-GRAND-BUCKET
                 VARYING WS-BUCKET-IX FROM 1 BY 1
                 UNTIL WS-BUCKET-IX > 26.
       3010-WRITE-TYPE.
              MOVE ZEROES TO WS-SUB-COUNT
              MOVE ZEROES TO WS-SUB-BALANCE
              MOVE ZEROES TO WS-SUB-RATED-BAL
              MOVE ZEROES TO WS-SUB-RATE-BAL
              MOVE SPACES TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              PERFORM 3020-WRITE-TYPE-BUCKET
                 VARYING WS-BUCKET-IX FROM 1 BY 1
                 UNTIL WS-BUCKET-IX > 26
              MOVE WS-TY-TYPE (WS-TYPE-IX) TO WL-TYPE
              MOVE "TOTAL" TO WL-BUCKET
              MOVE WS-SUB-COUNT TO WL-COUNT
              MOVE WS-SUB-BALANCE TO WL-BALANCE
              PERFORM 3050-COMPUTE-AVG-RATE
              MOVE WS-AVG-RATE TO WL-RATE
              MOVE WS-LADDER-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD.
       3020-WRITE-TYPE-BUCKET.
              IF WS-TB-COUNT (WS-TYPE-IX, WS-BUCKET-IX) > ZEROES
                     ADD WS-TB-COUNT (WS-TYPE-IX, WS-BUCKET-IX)
                        TO WS-SUB-COUNT
                     ADD WS-TB-BALANCE (WS-TYPE-IX, WS-BUCKET-IX)
                        TO WS-SUB-BALANCE
                     ADD WS-TB-RATED-BAL (WS-TYPE-IX, WS-BUCKET-IX)
                        TO WS-SUB-RATED-BAL
                     ADD WS-TB-RATE-BAL (WS-TYPE-IX, WS-BUCKET-IX)
                        TO WS-SUB-RATE-BAL
                     PERFORM 3040-SET-BUCKET-LABEL
                     IF WS-TB-RATED-BAL (WS-TYPE-IX, WS-BUCKET-IX)
                        > ZEROES
                            COMPUTE WS-AVG-RATE ROUNDED =
                               WS-TB-RATE-BAL (WS-TYPE-IX, WS-BUCKET-IX)
                               / WS-TB-RATED-BAL
                                 (WS-TYPE-IX, WS-BUCKET-IX)
                     ELSE
                            MOVE ZEROES TO WS-AVG-RATE
                     END-IF
                     MOVE WS-TY-TYPE (WS-TYPE-IX) TO WL-TYPE
                     MOVE WS-BUCKET-LABEL TO WL-BUCKET
                     MOVE WS-TB-COUNT (WS-TYPE-IX, WS-BUCKET-IX)
                        TO WL-COUNT
                     MOVE WS-TB-BALANCE (WS-TYPE-IX, WS-BUCKET-IX)
                        TO WL-BALANCE
                     MOVE WS-AVG-RATE TO WL-RATE
                     MOVE WS-LADDER-LINE TO LADDER-REPORT-RECORD
                     WRITE LADDER-REPORT-RECORD
                     MOVE SPACES TO LADDER-EXTRACT-RECORD
                     MOVE "L" TO LX-RECORD-TYPE
                     MOVE WS-TY-TYPE (WS-TYPE-IX) TO LX-ACCOUNT-TYPE
                     MOVE WS-BUCKET-LABEL TO LX-BUCKET
                     MOVE WS-TB-COUNT (WS-TYPE-IX, WS-BUCKET-IX)
                        TO LX-ACCOUNT-COUNT
                     MOVE WS-TB-BALANCE (WS-TYPE-IX, WS-BUCKET-IX)
                        TO LX-BALANCE
                     MOVE WS-AVG-RATE TO LX-AVG-RATE
                     MOVE ZEROES TO LX-INTEREST
                     PERFORM 6000-WRITE-EXTRACT
              END-IF.
       3030-WRITE-GRAND-BUCKET.
              PERFORM 3040-SET-BUCKET-LABEL
              MOVE WS-GB-RATED-BAL (WS-BUCKET-IX) TO WS-SUB-RATED-BAL
              MOVE WS-GB-RATE-BAL (WS-BUCKET-IX) TO WS-SUB-RATE-BAL
              PERFORM 3050-COMPUTE-AVG-RATE
              MOVE "ALL" TO WL-TYPE
              MOVE WS-BUCKET-LABEL TO WL-BUCKET
              MOVE WS-GB-COUNT (WS-BUCKET-IX) TO WL-COUNT
              MOVE WS-GB-BALANCE (WS-BUCKET-IX) TO WL-BALANCE
              MOVE WS-AVG-RATE TO WL-RATE
              MOVE WS-LADDER-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD.
       3040-SET-BUCKET-LABEL.
              EVALUATE WS-BUCKET-IX
                     WHEN 1
                            MOVE "MATURED" TO WS-BUCKET-LABEL
                     WHEN 26
                            MOVE "BEYOND" TO WS-BUCKET-LABEL
                     WHEN OTHER
                            MOVE WS-MO-YYYYMM (WS-BUCKET-IX - 1)
                               TO WS-BUCKET-LABEL
              END-EVALUATE.
       3050-COMPUTE-AVG-RATE.
              IF WS-SUB-RATED-BAL > ZEROES
                     COMPUTE WS-AVG-RATE ROUNDED =
                        WS-SUB-RATE-BAL / WS-SUB-RATED-BAL
              ELSE
                     MOVE ZEROES TO WS-AVG-RATE
              END-IF.
       4000-WRITE-PROJECTION.
              MOVE SPACES TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE "PROJECTED INTEREST EXPENSE BY ACCOUNT TYPE"
                 TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE WS-PROJ-HEADING TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              PERFORM 4010-WRITE-TYPE-PROJECTION
                 VARYING WS-TYPE-IX FROM 1 BY 1
                 UNTIL WS-TYPE-IX > WS-TYPE-USED
              MOVE SPACES TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE "PROJECTED INTEREST EXPENSE - ALL TYPES"
                 TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE WS-PROJ-HEADING TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              PERFORM 4030-WRITE-GRAND-MONTH
                 VARYING WS-MON-IX FROM 1 BY 1
                 UNTIL WS-MON-IX > 12
              MOVE "ALL" TO WP-TYPE
              MOVE "TOTAL" TO WP-MONTH
              MOVE WS-PROJ-TOTAL TO WP-INTEREST
              MOVE WS-PROJ-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD.
       4010-WRITE-TYPE-PROJECTION.
              MOVE ZEROES TO WS-SUB-INTEREST
              MOVE SPACES TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              PERFORM 4020-WRITE-TYPE-MONTH
                 VARYING WS-MON-IX FROM 1 BY 1
                 UNTIL WS-MON-IX > 12
              MOVE WS-TY-TYPE (WS-TYPE-IX) TO WP-TYPE
              MOVE "TOTAL" TO WP-MONTH
              MOVE WS-SUB-INTEREST TO WP-INTEREST
              MOVE WS-PROJ-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD.
       4020-WRITE-TYPE-MONTH.
              ADD WS-TP-INTEREST (WS-TYPE-IX, WS-MON-IX)
                 TO WS-SUB-INTEREST
              MOVE WS-TY-TYPE (WS-TYPE-IX) TO WP-TYPE
              MOVE WS-MO-YYYYMM (WS-MON-IX) TO WP-MONTH
              MOVE WS-TP-INTEREST (WS-TYPE-IX, WS-MON-IX)
                 TO WP-INTEREST
              MOVE WS-PROJ-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE SPACES TO LADDER-EXTRACT-RECORD
              MOVE "P" TO LX-RECORD-TYPE
              MOVE WS-TY-TYPE (WS-TYPE-IX) TO LX-ACCOUNT-TYPE
              MOVE WS-MO-YYYYMM (WS-MON-IX) TO LX-BUCKET
              MOVE ZEROES TO LX-ACCOUNT-COUNT
              MOVE ZEROES TO LX-BALANCE
              MOVE ZEROES TO LX-AVG-RATE
              MOVE WS-TP-INTEREST (WS-TYPE-IX, WS-MON-IX)
                 TO LX-INTEREST
              PERFORM 6000-WRITE-EXTRACT.
       4030-WRITE-GRAND-MONTH.
              MOVE "ALL" TO WP-TYPE
              MOVE WS-MO-YYYYMM (WS-MON-IX) TO WP-MONTH
              MOVE WS-GP-INTEREST (WS-MON-IX) TO WP-INTEREST
              MOVE WS-PROJ-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD.
       5000-WRITE-TOTALS.
              MOVE SPACES TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE "ACCOUNTS READ" TO WT-LABEL
              MOVE WS-READ-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE "ACCOUNTS LADDERED" TO WT-LABEL
              MOVE WS-LADDER-COUNT TO WT-COUNT
              MOVE WS-LADDER-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE "PROJECTED INTEREST" TO WT-LABEL
              MOVE WS-LADDER-COUNT TO WT-COUNT
              MOVE WS-PROJ-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE "ACCOUNTS SKIPPED" TO WT-LABEL
              MOVE WS-SKIP-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE "NO RATE ON FILE" TO WT-LABEL
              MOVE WS-NORATE-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD
              MOVE "EXTRACT RECORDS" TO WT-LABEL
              MOVE WS-EXT-COUNT TO WT-COUNT
              MOVE ZEROES TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO LADDER-REPORT-RECORD
              WRITE LADDER-REPORT-RECORD.
       6000-WRITE-EXTRACT.
              MOVE WS-ASOF-DATE TO LX-ASOF-DATE
              WRITE LADDER-EXTRACT-RECORD
              IF WS-EXT-STATUS = "00"
                     ADD 1 TO WS-EXT-COUNT
              ELSE
                     DISPLAY "*** Extract write failed, status "
                        WS-EXT-STATUS " ***"
                     MOVE 8 TO RETURN-CODE
              END-IF.
