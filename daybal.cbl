
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-LINE             PIC X(137).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-REJECTED-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-NOACCT-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-NOMATCH-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-RVREPEAT-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-RVACCOUNT-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-RVTRANSFER-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-ACCTCLOSED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-DORMANT-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-DUPLICATE-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-HELD-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-NSF-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-TRANSFER-LEG-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-REJECT-FILE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-DETAIL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-FOOTER-COUNT      PIC 9(9) VALUE ZERO.
               MOVE WS-FOOTER-COUNT-9 TO WS-AUDIT-FOOTER-COUNT
           END-IF.

      * The credit leg of a transfer is logged as TRCREDIT: its amount
      * is posted money, but the transfer is one input item and is
      * already counted once as POSTED on its source leg.
       TALLY-AUDIT-DETAIL.
           MOVE AUDIT-LOG-LINE TO WS-AUDIT-DETAIL-LINE
           ADD 1 TO WS-AUDIT-DETAIL-COUNT
           IF ADL-ACTION = "NOMATCH"
               ADD 1 TO WS-NOMATCH-COUNT
           END-IF
           IF ADL-ACTION = "RVREPEAT"
               ADD 1 TO WS-RVREPEAT-COUNT
           END-IF
           IF ADL-ACTION = "RVACCOUNT"
               ADD 1 TO WS-RVACCOUNT-COUNT
           END-IF
           IF ADL-ACTION = "RVTRANSFER"
               ADD 1 TO WS-RVTRANSFER-COUNT
           END-IF
           IF ADL-ACTION = "ACCTCLOSED"
               ADD 1 TO WS-ACCTCLOSED-COUNT
           END-IF
           END-IF
           IF ADL-ACTION = "NSF"
               ADD 1 TO WS-NSF-COUNT
           END-IF
           IF ADL-ACTION = "TRCREDIT"
               ADD 1 TO WS-TRANSFER-LEG-COUNT
               ADD ADL-AMOUNT TO WS-POSTED-AMOUNT-TOTAL
           END-IF.

       SCAN-DAILY-REPORT.
           MOVE "POSTED" TO BCL-LABEL
           MOVE WS-POSTED-COUNT TO BCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "TRANSFER CREDIT LEGS" TO BCL-LABEL
           MOVE WS-TRANSFER-LEG-COUNT TO BCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "REJECTED (EDIT)" TO BCL-LABEL
           MOVE WS-REJECTED-COUNT TO BCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "REJECTED (REVERSAL)" TO BCL-LABEL
           MOVE WS-NOMATCH-COUNT TO BCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "REJECTED (REPEAT REVERSAL)" TO BCL-LABEL
           MOVE WS-RVREPEAT-COUNT TO BCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "REJECTED (REVERSAL ACCT)" TO BCL-LABEL
           MOVE WS-RVACCOUNT-COUNT TO BCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "REJECTED (REVERSAL OF TR)" TO BCL-LABEL
           MOVE WS-RVTRANSFER-COUNT TO BCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "REJECTED (CLOSED ACCT)" TO BCL-LABEL
           MOVE WS-ACCTCLOSED-COUNT TO BCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "INPUT = POSTED + REJECTED" TO BKL-LABEL
           IF WS-INPUT-COUNT = WS-POSTED-COUNT + WS-REJECTED-COUNT
                   + WS-NOACCT-COUNT + WS-NOMATCH-COUNT
                   + WS-RVREPEAT-COUNT + WS-RVACCOUNT-COUNT
                   + WS-RVTRANSFER-COUNT
                   + WS-ACCTCLOSED-COUNT + WS-DORMANT-COUNT
                   + WS-DUPLICATE-COUNT + WS-HELD-COUNT
                   + WS-NSF-COUNT
           MOVE "REJECT FILE = REJECT ACTIONS" TO BKL-LABEL
           IF WS-REJECT-FILE-COUNT = WS-REJECTED-COUNT
                   + WS-NOACCT-COUNT + WS-NOMATCH-COUNT
                   + WS-RVREPEAT-COUNT + WS-RVACCOUNT-COUNT
                   + WS-RVTRANSFER-COUNT
                   + WS-ACCTCLOSED-COUNT + WS-DORMANT-COUNT
               MOVE "OK" TO BKL-RESULT
           ELSE
