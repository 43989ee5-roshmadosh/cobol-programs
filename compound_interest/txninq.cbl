       01 WS-WITHDRAW-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-DEPCHG-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-CLOSURE-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-REACT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-INTEREST-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-INTEREST-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-PENALTY-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-PENALTY-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-ESCHEAT-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-ESCHEAT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-INTCR-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-INTCR-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-INTREV-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-INTREV-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-OTHER-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-DETAIL-LINE.
           05 WL-ACCOUNT PIC 9(6).
           05 WS-HDR-DATE-TO PIC 9(8).
       01 WS-TYPE-LINE.
           05 FILLER PIC X(10) VALUE "TYPE:     ".
           05 WS-TL-TYPE PIC X(14).
           05 FILLER PIC X(8) VALUE "  ITEMS:".
           05 WS-TL-COUNT PIC Z(6)9.
           05 FILLER PIC X(9) VALUE "  TOTAL: ".
              IF WS-SEL-DATE-TO = ZEROES
                     MOVE 99999999 TO WS-SEL-DATE-TO
              END-IF
              DISPLAY "Enter tran code D, W, M, X, I, P, E, C, R or A"
                 " (ALL for every code):"
              ACCEPT WS-SEL-TRAN-CODE
              IF WS-SEL-TRAN-CODE = SPACES
                     MOVE "ALL" TO WS-SEL-TRAN-CODE
                            ADD 1 TO WS-DEPCHG-COUNT
                     WHEN TH-TRAN-CLOSURE
                            ADD 1 TO WS-CLOSURE-COUNT
                     WHEN TH-TRAN-REACTIVATE
                            ADD 1 TO WS-REACT-COUNT
                     WHEN TH-TRAN-INTEREST
                            ADD 1 TO WS-INTEREST-COUNT
                            ADD TH-AMOUNT TO WS-INTEREST-TOTAL
                     WHEN TH-TRAN-PENALTY
                            ADD 1 TO WS-PENALTY-COUNT
                            ADD TH-AMOUNT TO WS-PENALTY-TOTAL
                     WHEN TH-TRAN-ESCHEAT
                            ADD 1 TO WS-ESCHEAT-COUNT
                            ADD TH-AMOUNT TO WS-ESCHEAT-TOTAL
                     WHEN TH-TRAN-INT-CREDIT
                            ADD 1 TO WS-INTCR-COUNT
                            ADD TH-AMOUNT TO WS-INTCR-TOTAL
                     WHEN TH-TRAN-INT-REVERSAL
                            ADD 1 TO WS-INTREV-COUNT
                            ADD TH-AMOUNT TO WS-INTREV-TOTAL
                     WHEN OTHER
                            ADD 1 TO WS-OTHER-COUNT
              END-EVALUATE.
              MOVE ZEROES TO WS-TL-TOTAL
              MOVE WS-TYPE-LINE TO TXN-INQ-REPORT-RECORD
              WRITE TXN-INQ-REPORT-RECORD
              MOVE "REACTIVATED" TO WS-TL-TYPE
              MOVE WS-REACT-COUNT TO WS-TL-COUNT
              MOVE ZEROES TO WS-TL-TOTAL
              MOVE WS-TYPE-LINE TO TXN-INQ-REPORT-RECORD
              WRITE TXN-INQ-REPORT-RECORD
              MOVE "INTEREST" TO WS-TL-TYPE
              MOVE WS-INTEREST-COUNT TO WS-TL-COUNT
              MOVE WS-INTEREST-TOTAL TO WS-TL-TOTAL
              MOVE WS-TYPE-LINE TO TXN-INQ-REPORT-RECORD
              WRITE TXN-INQ-REPORT-RECORD
              MOVE "PENALTIES" TO WS-TL-TYPE
              MOVE WS-PENALTY-COUNT TO WS-TL-COUNT
              MOVE WS-PENALTY-TOTAL TO WS-TL-TOTAL
              MOVE WS-TYPE-LINE TO TXN-INQ-REPORT-RECORD
              WRITE TXN-INQ-REPORT-RECORD
              MOVE "ESCHEATED" TO WS-TL-TYPE
              MOVE WS-ESCHEAT-COUNT TO WS-TL-COUNT
              MOVE WS-ESCHEAT-TOTAL TO WS-TL-TOTAL
              MOVE WS-TYPE-LINE TO TXN-INQ-REPORT-RECORD
              WRITE TXN-INQ-REPORT-RECORD
              MOVE "INT CREDITS" TO WS-TL-TYPE
              MOVE WS-INTCR-COUNT TO WS-TL-COUNT
              MOVE WS-INTCR-TOTAL TO WS-TL-TOTAL
              MOVE WS-TYPE-LINE TO TXN-INQ-REPORT-RECORD
              WRITE TXN-INQ-REPORT-RECORD
              MOVE "INT REVERSALS" TO WS-TL-TYPE
              MOVE WS-INTREV-COUNT TO WS-TL-COUNT
              MOVE WS-INTREV-TOTAL TO WS-TL-TOTAL
              MOVE WS-TYPE-LINE TO TXN-INQ-REPORT-RECORD
              WRITE TXN-INQ-REPORT-RECORD
              IF WS-OTHER-COUNT > ZEROES
                     MOVE "OTHER" TO WS-TL-TYPE
                     MOVE WS-OTHER-COUNT TO WS-TL-COUNT
