                         ==GLJ-DEBIT-AMOUNT== BY ==PTD-DEBIT-AMOUNT==
                         ==GLJ-CREDIT-AMOUNT==
                             BY ==PTD-CREDIT-AMOUNT==
                         ==GLJ-BRANCH== BY ==PTD-BRANCH==
                         ==GLJ-TXN-ID== BY ==PTD-TXN-ID==.

       FD  TRIAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           88  WS-RPT-STATUS-OK       VALUES "00" "10".

       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 2000 TIMES.
               10  WS-BATCH-DATE      PIC 9(8).
               10  WS-BATCH-REF       PIC X(14).
               10  WS-BATCH-SOURCE    PIC X.
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
           IF WS-BATCH-FOUND-SUB = ZERO
               IF WS-BATCH-COUNT >= 2000
                   DISPLAY "BATCH TABLE FULL - LIMIT 2000"
                   MOVE "BUILD BATCH TABLE" TO WS-ERROR-OPERATION
                   MOVE "99" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
