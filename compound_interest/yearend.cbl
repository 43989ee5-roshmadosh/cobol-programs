       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 2000 TIMES.
              10 WS-AT-ACCOUNT PIC 9(6).
              10 WS-AT-INTEREST PIC S9(9)V99.
       01 WS-HIST-AMOUNT PIC S9(8)V99 VALUE ZEROES.
       01 WS-WITHHELD PIC 9(9)V99 VALUE ZEROES.
       01 WS-NET PIC 9(9)V99 VALUE ZEROES.
       01 WS-HIST-COUNT PIC 9(7) VALUE ZEROES.
       1000-ACCUMULATE-INTEREST.
              ADD 1 TO WS-HIST-COUNT
              MOVE TH-TRAN-DATE(1:4) TO WS-HIST-YEAR
              IF (TH-TRAN-INTEREST OR TH-TRAN-INT-CREDIT
                 OR TH-TRAN-INT-REVERSAL)
                 AND WS-HIST-YEAR = WS-TAX-YEAR
                     ADD 1 TO WS-SEL-COUNT
                     IF TH-TRAN-INT-REVERSAL
                        COMPUTE WS-HIST-AMOUNT = ZERO - TH-AMOUNT
                     ELSE
                        MOVE TH-AMOUNT TO WS-HIST-AMOUNT
                     END-IF
                     PERFORM 1010-TALLY-ACCOUNT
              END-IF
              PERFORM 2000-READ-HIST.
                 OR WS-ACCT-ON-TABLE
                 IF WS-AT-ACCOUNT (WS-ACCT-IX) = TH-ACCOUNT-NUMBER
                    MOVE "Y" TO WS-ACCT-FOUND-FLAG
                    ADD WS-HIST-AMOUNT TO WS-AT-INTEREST (WS-ACCT-IX)
                 END-IF
              END-PERFORM
              IF NOT WS-ACCT-ON-TABLE
                    ADD 1 TO WS-ACCT-USED
                    MOVE TH-ACCOUNT-NUMBER
                       TO WS-AT-ACCOUNT (WS-ACCT-USED)
                    MOVE WS-HIST-AMOUNT
                       TO WS-AT-INTEREST (WS-ACCT-USED)
                 ELSE
                    MOVE "Y" TO WS-ACCT-OVERFLOW-FLAG
                     AT END MOVE "Y" TO WS-HIST-EOF
              END-READ.
       3000-WRITE-ONE-ACCOUNT.
              IF WS-AT-INTEREST (WS-ACCT-IX) < ZERO
                     MOVE ZEROES TO WS-AT-INTEREST (WS-ACCT-IX)
              END-IF
              MOVE "N" TO WS-REC-FOUND-FLAG
              MOVE WS-AT-ACCOUNT (WS-ACCT-IX) TO AM-ACCOUNT-NUMBER
              READ ACCOUNT-MASTER-FILE
