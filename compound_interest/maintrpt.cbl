       01 WS-OPER-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-RATE-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-CUST-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-PROD-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-HOLD-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-OTHER-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-ADD-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-CHANGE-COUNT PIC 9(7) VALUE ZEROES.
              IF WS-SEL-DATE-TO = ZEROES
                     MOVE 99999999 TO WS-SEL-DATE-TO
              END-IF
              DISPLAY "Enter file ACCTMAST, OPERSEC, RATETAB, CUSTMAST,"
              DISPLAY "PRODTAB or HOLDMAST (ALL for every file):"
              ACCEPT WS-SEL-FILE-ID
              IF WS-SEL-FILE-ID = SPACES
                     MOVE "ALL" TO WS-SEL-FILE-ID
                     WHEN "OPERSEC" ADD 1 TO WS-OPER-COUNT
                     WHEN "RATETAB" ADD 1 TO WS-RATE-COUNT
                     WHEN "CUSTMAST" ADD 1 TO WS-CUST-COUNT
                     WHEN "PRODTAB" ADD 1 TO WS-PROD-COUNT
                     WHEN "HOLDMAST" ADD 1 TO WS-HOLD-COUNT
                     WHEN OTHER ADD 1 TO WS-OTHER-COUNT
              END-EVALUATE
              EVALUATE TRUE
              MOVE WS-CUST-COUNT TO WS-TL-COUNT
              MOVE WS-TYPE-LINE TO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD
              MOVE "PRODTAB" TO WS-TL-TYPE
              MOVE WS-PROD-COUNT TO WS-TL-COUNT
              MOVE WS-TYPE-LINE TO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD
              MOVE "HOLDMAST" TO WS-TL-TYPE
              MOVE WS-HOLD-COUNT TO WS-TL-COUNT
              MOVE WS-TYPE-LINE TO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD
              IF WS-OTHER-COUNT > ZEROES
                     MOVE "OTHER" TO WS-TL-TYPE
                     MOVE WS-OTHER-COUNT TO WS-TL-COUNT
