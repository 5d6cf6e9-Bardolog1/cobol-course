               RECORD KEY IS REG-TXN-ID
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT YTD-ACCUMULATOR-FILE ASSIGN TO "YTDTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT DUPLICATE-FILE ASSIGN TO "DAILYDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSP-FILE-STATUS.

           SELECT REVERSAL-REGISTER-FILE ASSIGN TO "REVREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVR-FILE-STATUS.

           SELECT BRANCH-SETTLE-FILE ASSIGN TO "BRSETTLE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSR-FILE-STATUS.
           05  RSR-AUDIT-RECORD-COUNT PIC 9(9).
           05  RSR-PREVIOUS-ACCOUNT   PIC X(10).
           05  RSR-PREVIOUS-BRANCH    PIC X(3).
           05  RSR-TYPE-ENTRY OCCURS 5 TIMES.
               10  RSR-TYPE-CODE      PIC X(2).
               10  RSR-TYPE-AMOUNT    PIC S9(9)V99.
               10  RSR-TYPE-COUNT     PIC 9(7).
               10  RSR-BRANCH-POSTED  PIC 9(7).
               10  RSR-BRANCH-REJECTS PIC 9(7).
               10  RSR-BRANCH-NET     PIC S9(11)V99.
           05  RSR-ACCOUNT-TRANSFERS  PIC S9(9)V99.
           05  RSR-ACCOUNT-ACCRUALS   PIC S9(9)V99.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-LINE             PIC X(137).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY REGREC.

       FD  YTD-ACCUMULATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY YTDREC.

       FD  DUPLICATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TXNREC
           LABEL RECORDS ARE STANDARD.
       01  NSF-REPORT-LINE            PIC X(80).

       FD  REVERSAL-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVERSAL-REGISTER-LINE     PIC X(80).

       FD  BRANCH-SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BRANCH-SETTLE-LINE         PIC X(80).
           88  WS-REG-NOT-FOUND       VALUE "23".
           88  WS-REG-FILE-MISSING    VALUE "35".

       01  WS-YTD-FILE-STATUS         PIC XX VALUE "00".
           88  WS-YTD-STATUS-OK       VALUES "00" "10".
           88  WS-YTD-NOT-FOUND       VALUE "23".
           88  WS-YTD-FILE-MISSING    VALUE "35".

       01  WS-ACCRUAL-ITEM-SWITCH     PIC X VALUE "N".
           88  WS-ACCRUAL-ITEM        VALUE "Y".
           88  WS-ACCRUAL-REVERSAL    VALUE "R".
           88  WS-ACCRUAL-POSTING     VALUES "Y" "R".

       01  WS-ACCRUAL-TYPE            PIC X(2) VALUE SPACES.
       01  WS-ACCRUAL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01  WS-ACCRUAL-GL-ACCOUNT      PIC X(10) VALUE SPACES.

       01  WS-REG-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-REG-AVAILABLE       VALUE "Y".

       01  WS-NSP-FILE-STATUS         PIC XX VALUE "00".
           88  WS-NSP-STATUS-OK       VALUES "00" "10".

       01  WS-RVR-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RVR-STATUS-OK       VALUES "00" "10".

       01  WS-NSF-EOF-SWITCH          PIC X VALUE "N".
           88  WS-NSF-END-OF-FILE     VALUE "Y".

           05  FILLER                 PIC X(10) VALUE "  FAILED: ".
           05  NFL-FAILED-AMOUNT      PIC $$$.$$$.$$9,99-.

       01  WS-REVERSAL-TITLE-LINE.
           05  FILLER                 PIC X(40)
               VALUE "DAILY REVERSAL REGISTER".
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-REVERSAL-HEADING-LINE.
           05  FILLER                 PIC X(12) VALUE "REVERSAL".
           05  FILLER                 PIC X(12) VALUE "ORIGINAL".
           05  FILLER                 PIC X(10) VALUE "ORIG DATE".
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  FILLER                 PIC X(6) VALUE "AMOUNT".
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(6) VALUE "BRANCH".
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  WS-REVERSAL-DETAIL-LINE.
           05  RRL-REVERSAL-ID        PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRL-ORIGINAL-ID        PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRL-ORIGINAL-DATE      PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRL-AMOUNT             PIC $$$.$$$.$$9,99-.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRL-BRANCH             PIC X(3).
           05  FILLER                 PIC X(26) VALUE SPACES.

       01  WS-STATUS-DIVERT-SWITCH    PIC X VALUE "N".
           88  WS-STATUS-DIVERT       VALUE "Y".

       01  WS-STATUS-HOLD-SWITCH      PIC X VALUE "N".
           88  WS-STATUS-HOLD         VALUE "Y".

       01  WS-TARGET-REFUSED-SWITCH   PIC X VALUE "N".
           88  WS-TARGET-REFUSED      VALUE "Y".

           COPY ACCTREC
               REPLACING ==ACCOUNT-MASTER-RECORD==
                    BY ==WS-TRANSFER-TARGET-RECORD==
                         ==ACM-ACCOUNT== BY ==TGT-ACCOUNT==
                         ==ACM-NAME== BY ==TGT-NAME==
                         ==ACM-STATUS== BY ==TGT-STATUS==
                         ==ACM-ACTIVE== BY ==TGT-ACTIVE==
                         ==ACM-CLOSED== BY ==TGT-CLOSED==
                         ==ACM-FROZEN== BY ==TGT-FROZEN==
                         ==ACM-DORMANT== BY ==TGT-DORMANT==
                         ==ACM-BALANCE== BY ==TGT-BALANCE==
                         ==ACM-OVERDRAFT-LIMIT==
                             BY ==TGT-OVERDRAFT-LIMIT==
                         ==ACM-CUSTOMER== BY ==TGT-CUSTOMER==
                         ==ACM-LAST-ACTIVITY-DATE==
                             BY ==TGT-LAST-ACTIVITY-DATE==
                         ==ACM-LAST-ACTIVITY-BRANCH==
                             BY ==TGT-LAST-ACTIVITY-BRANCH==.

       01  WS-RELEASED-TABLE.
           05  WS-RELEASED-TXN-ID OCCURS 1000 TIMES
                                      PIC X(10).

       01  WS-RUN-TIMESTAMP           PIC X(14).
       01  WS-GL-CLEARING-ACCOUNT     PIC X(10) VALUE "GLCLEARING".
       01  WS-GL-INTEREST-ACCOUNT     PIC X(10) VALUE "GLINTEREST".
       01  WS-GL-FEE-ACCOUNT          PIC X(10) VALUE "GLFEES".

       01  WS-RCT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RCT-STATUS-OK       VALUES "00" "10".
       01  WS-PREVIOUS-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-PREVIOUS-BRANCH         PIC X(3) VALUE SPACES.
       01  WS-ACCOUNT-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01  WS-ACCOUNT-TRANSFERS       PIC S9(9)V99 VALUE ZERO.
       01  WS-ACCOUNT-ACCRUALS        PIC S9(9)V99 VALUE ZERO.
       01  WS-GL-MOVEMENT             PIC S9(9)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL             PIC S9(9)V99 VALUE ZERO.

       01  WS-BSR-FILE-STATUS         PIC XX VALUE "00".
       01  WS-AUDIT-AMOUNT            PIC S9(9)V99 VALUE ZERO.

       01  WS-REVERSAL-MATCH-SWITCH   PIC X VALUE "Y".
           88  WS-REVERSAL-REFUSED    VALUES "N" "T" "A" "X".
           88  WS-REVERSAL-UNMATCHED  VALUE "N".
           88  WS-REVERSAL-REPEATED   VALUE "T".
           88  WS-REVERSAL-WRONG-ACCOUNT VALUE "A".
           88  WS-REVERSAL-OF-TRANSFER VALUE "X".

       01  WS-REVERSAL-ORIGINAL-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-REVERSAL-ORIGINAL-TYPE  PIC X(2) VALUE SPACES.
       01  WS-REVERSAL-ORIGINAL-BRANCH PIC X(3) VALUE SPACES.
       01  WS-REVERSAL-ORIGINAL-DATE  PIC 9(8) VALUE ZERO.
       01  WS-REVERSAL-PRIOR-ID       PIC X(10) VALUE SPACES.

       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL-ENTRY OCCURS 5 TIMES.
               10  WS-TYPE-CODE       PIC X(2).
               10  WS-TYPE-AMOUNT     PIC S9(9)V99.
               10  WS-TYPE-COUNT      PIC 9(7).
           05  WS-POSTED-TXN-ENTRY OCCURS 10000 TIMES.
               10  WS-POSTED-TXN-ID   PIC X(10).
               10  WS-POSTED-TXN-AMT  PIC S9(9)V99.
               10  WS-POSTED-TXN-ACCOUNT PIC X(10).
               10  WS-POSTED-TXN-TYPE PIC X(2).
               10  WS-POSTED-TXN-REF  PIC X(10).
               10  WS-POSTED-TXN-BRANCH PIC X(3).

       01  WS-POSTED-TXN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-POSTED-SUB              PIC 9(5) VALUE ZERO.
           MOVE "WD" TO WS-TYPE-CODE (2)
           MOVE "FE" TO WS-TYPE-CODE (3)
           MOVE "RV" TO WS-TYPE-CODE (4)
           MOVE "TR" TO WS-TYPE-CODE (5)
           PERFORM CLEAR-TYPE-ENTRY
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 5
           PERFORM CLEAR-BRANCH-ENTRY
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 20
                   PERFORM ERROR-HANDLING
               END-IF
               PERFORM OPEN-TXN-REGISTRY
               PERFORM OPEN-YTD-ACCUMULATOR
               OPEN EXTEND SUSPENSE-FILE
               IF NOT WS-SUS-STATUS-OK
                   MOVE "OPEN SUSPENSE-FILE" TO WS-ERROR-OPERATION
                       PERFORM ERROR-HANDLING
                   END-IF
               END-IF
               IF WS-RESTART-COUNT > ZERO
                   OPEN EXTEND REVERSAL-REGISTER-FILE
               ELSE
                   OPEN OUTPUT REVERSAL-REGISTER-FILE
               END-IF
               IF NOT WS-RVR-STATUS-OK
                   MOVE "OPEN REVERSAL-REGISTER" TO WS-ERROR-OPERATION
                   MOVE WS-RVR-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               IF WS-RESTART-COUNT = ZERO
                   WRITE REVERSAL-REGISTER-LINE
                       FROM WS-REVERSAL-TITLE-LINE
                   PERFORM CHECK-REVERSAL-REGISTER-WRITE
                   WRITE REVERSAL-REGISTER-LINE
                       FROM WS-REVERSAL-HEADING-LINE
                   PERFORM CHECK-REVERSAL-REGISTER-WRITE
               END-IF
               IF WS-RESTART-COUNT > ZERO
                   DISPLAY "RESTARTING AFTER CHECKPOINT: "
                       WS-RESTART-COUNT
           END-IF
           SET WS-REG-AVAILABLE TO TRUE.

      * The year-to-date accumulator is created by the first full run
      * that finds it missing, the way the registry is.
       OPEN-YTD-ACCUMULATOR.
           OPEN I-O YTD-ACCUMULATOR-FILE
           IF WS-YTD-FILE-MISSING
               OPEN OUTPUT YTD-ACCUMULATOR-FILE
               IF NOT WS-YTD-STATUS-OK
                   MOVE "CREATE YTD-ACCUM" TO WS-ERROR-OPERATION
                   MOVE WS-YTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               CLOSE YTD-ACCUMULATOR-FILE
               IF NOT WS-YTD-STATUS-OK
                   MOVE "CLOSE YTD-ACCUM" TO WS-ERROR-OPERATION
                   MOVE WS-YTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               OPEN I-O YTD-ACCUMULATOR-FILE
           END-IF
           IF NOT WS-YTD-STATUS-OK
               MOVE "OPEN YTD-ACCUM" TO WS-ERROR-OPERATION
               MOVE WS-YTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       GET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP.

                       MOVE RSR-RECORDS-PROCESSED TO WS-RESTART-COUNT
                       IF WS-RESTART-COUNT > ZERO
                           MOVE RSR-ACCOUNT-TOTAL TO WS-ACCOUNT-TOTAL
                           MOVE RSR-ACCOUNT-TRANSFERS
                               TO WS-ACCOUNT-TRANSFERS
                           MOVE RSR-ACCOUNT-ACCRUALS
                               TO WS-ACCOUNT-ACCRUALS
                           MOVE RSR-GRAND-TOTAL TO WS-GRAND-TOTAL
                           MOVE RSR-AUDIT-RECORD-COUNT
                               TO WS-AUDIT-RECORD-COUNT
                               TO WS-PREVIOUS-BRANCH
                           PERFORM RESTORE-TYPE-ENTRY
                               VARYING WS-TYPE-SUB FROM 1 BY 1
                               UNTIL WS-TYPE-SUB > 5
                           MOVE RSR-BRANCH-COUNT TO WS-BRANCH-COUNT
                           PERFORM RESTORE-BRANCH-ENTRY
                               VARYING WS-BRANCH-SUB FROM 1 BY 1
           END-IF
           MOVE WS-RECORDS-PROCESSED TO RSR-RECORDS-PROCESSED
           MOVE WS-ACCOUNT-TOTAL TO RSR-ACCOUNT-TOTAL
           MOVE WS-ACCOUNT-TRANSFERS TO RSR-ACCOUNT-TRANSFERS
           MOVE WS-ACCOUNT-ACCRUALS TO RSR-ACCOUNT-ACCRUALS
           MOVE WS-GRAND-TOTAL TO RSR-GRAND-TOTAL
           MOVE WS-AUDIT-RECORD-COUNT TO RSR-AUDIT-RECORD-COUNT
           MOVE WS-PREVIOUS-ACCOUNT TO RSR-PREVIOUS-ACCOUNT
           MOVE WS-PREVIOUS-BRANCH TO RSR-PREVIOUS-BRANCH
           PERFORM SAVE-TYPE-ENTRY
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 5
           MOVE WS-BRANCH-COUNT TO RSR-BRANCH-COUNT
           PERFORM SAVE-BRANCH-ENTRY
               VARYING WS-BRANCH-SUB FROM 1 BY 1
                   MOVE WS-NSP-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               CLOSE REVERSAL-REGISTER-FILE
               IF NOT WS-RVR-STATUS-OK
                   MOVE "CLOSE REVERSAL-REGISTER" TO WS-ERROR-OPERATION
                   MOVE WS-RVR-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               CLOSE YTD-ACCUMULATOR-FILE
               IF NOT WS-YTD-STATUS-OK
                   MOVE "CLOSE YTD-ACCUM" TO WS-ERROR-OPERATION
                   MOVE WS-YTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               MOVE ZERO TO WS-RECORDS-PROCESSED
               PERFORM WRITE-CHECKPOINT
               PERFORM WRITE-SEQUENCE-CONTROL
                               PERFORM HOLD-HIGH-VALUE-TXN
                           ELSE
                               PERFORM DERIVE-POSTING-AMOUNT
                               IF WS-REVERSAL-REFUSED
                                   PERFORM REJECT-REFUSED-REVERSAL
                               ELSE
                                   PERFORM CHECK-OVERDRAFT-LIMIT
                                   IF WS-NSF-TXN
       CHECK-ACCOUNT-STATUS.
           MOVE "N" TO WS-STATUS-DIVERT-SWITCH
           MOVE "N" TO WS-STATUS-HOLD-SWITCH
           MOVE "N" TO WS-TARGET-REFUSED-SWITCH
           IF WS-FULL-RUN
               IF ACM-CLOSED
                   SET WS-STATUS-DIVERT TO TRUE
                   SET WS-STATUS-HOLD TO TRUE
               END-IF
               IF ACM-DORMANT
                   AND (TXN-TYPE = "WD" OR TXN-TYPE = "FE"
                        OR TXN-TYPE = "TR")
                   SET WS-STATUS-DIVERT TO TRUE
                   MOVE "DORMANT" TO WS-AUDIT-ACTION
                   MOVE "DO" TO WS-AUDIT-STATUS
               END-IF
               IF TXN-TYPE = "TR"
                   AND NOT WS-STATUS-DIVERT
                   AND NOT WS-STATUS-HOLD
                   PERFORM CHECK-TRANSFER-TARGET
               END-IF
           END-IF.

      * A transfer posts both legs or neither, so a target that could
      * not take the credit refuses the whole item the way the source
      * status would: an unknown or closed target rejects it, a
      * frozen one holds it.  A dormant target still takes the
      * credit, as it would a deposit.  The source record is read
      * back so the checks that follow see the source balance.
       CHECK-TRANSFER-TARGET.
           MOVE TXN-REF-ID TO ACM-ACCOUNT
           READ ACCOUNT-MASTER-FILE INTO WS-TRANSFER-TARGET-RECORD
           IF WS-ACM-NOT-FOUND
               SET WS-STATUS-DIVERT TO TRUE
               SET WS-TARGET-REFUSED TO TRUE
               MOVE "NOACCT" TO WS-AUDIT-ACTION
               MOVE WS-ACM-FILE-STATUS TO WS-AUDIT-STATUS
           ELSE
               IF NOT WS-ACM-STATUS-OK
                   MOVE "READ ACCOUNT-MASTER" TO WS-ERROR-OPERATION
                   MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               IF TGT-CLOSED
                   SET WS-STATUS-DIVERT TO TRUE
                   SET WS-TARGET-REFUSED TO TRUE
                   MOVE "ACCTCLOSED" TO WS-AUDIT-ACTION
                   MOVE "CL" TO WS-AUDIT-STATUS
               END-IF
               IF TGT-FROZEN
                   SET WS-STATUS-HOLD TO TRUE
                   SET WS-TARGET-REFUSED TO TRUE
               END-IF
           END-IF
           PERFORM READ-ACCOUNT-MASTER.

       REJECT-INACTIVE-ACCOUNT.
           IF WS-TARGET-REFUSED
               DISPLAY "TRANSFER TARGET " TXN-REF-ID
                   " " WS-AUDIT-ACTION
                   " DIVERTS TXN " TXN-ID
           ELSE
               DISPLAY "ACCOUNT " TXN-ACCOUNT
                   " STATUS " ACM-STATUS
                   " DIVERTS TXN " TXN-ID
           END-IF
           PERFORM WRITE-REJECT-RECORD
           MOVE TXN-AMOUNT TO WS-AUDIT-AMOUNT
           PERFORM WRITE-AUDIT-DETAIL-LINE.

       HOLD-FROZEN-TXN.
           IF WS-TARGET-REFUSED
               DISPLAY "FROZEN TRANSFER TARGET " TXN-REF-ID
                   " HOLDS TXN " TXN-ID
           ELSE
               DISPLAY "FROZEN ACCOUNT " TXN-ACCOUNT
                   " HOLDS TXN " TXN-ID
           END-IF
           PERFORM WRITE-SUSPENSE-RECORD
           MOVE "HELD" TO WS-AUDIT-ACTION
           MOVE "FR" TO WS-AUDIT-STATUS
           END-IF
           ADD WS-POSTING-AMOUNT TO WS-ACCOUNT-TOTAL
           ADD WS-POSTING-AMOUNT TO WS-GRAND-TOTAL
           IF TXN-TYPE = "TR"
               ADD WS-POSTING-AMOUNT TO WS-ACCOUNT-TRANSFERS
           END-IF
           PERFORM CHECK-ACCRUAL-ITEM
           IF WS-ACCRUAL-POSTING
               ADD WS-POSTING-AMOUNT TO WS-ACCOUNT-ACCRUALS
           END-IF
           PERFORM ACCUMULATE-TYPE-TOTAL
           PERFORM ACCUMULATE-BRANCH-POSTED
           IF NOT WS-FULL-RUN
               PERFORM POST-TO-ACCOUNT-MASTER
               PERFORM WRITE-HISTORY-RECORD
               PERFORM REGISTER-POSTED-TXN
               IF TXN-TYPE = "RV"
                   PERFORM MARK-ORIGINAL-REVERSED
                   PERFORM WRITE-REVERSAL-REGISTER-LINE
               END-IF
               IF WS-ACCRUAL-POSTING
                   PERFORM WRITE-ACCRUAL-GL-ENTRY
                   PERFORM ACCUMULATE-TAX-YEAR
               END-IF
               MOVE "POSTED" TO WS-AUDIT-ACTION
           ELSE
               MOVE "VALIDATED" TO WS-AUDIT-ACTION
           END-IF
           MOVE WS-TXN-FILE-STATUS TO WS-AUDIT-STATUS
           MOVE WS-POSTING-AMOUNT TO WS-AUDIT-AMOUNT
           PERFORM WRITE-AUDIT-DETAIL-LINE
           IF WS-FULL-RUN AND TXN-TYPE = "TR"
               PERFORM POST-TRANSFER-CREDIT-LEG
           END-IF.

      * The credit leg of a transfer posts to the target under the
      * same transaction id.  It is part of the one input item, so it
      * moves the grand and branch net totals but not the posted
      * counts, and its own audit action keeps it out of the item
      * count on the balancing report.
       POST-TRANSFER-CREDIT-LEG.
           ADD TXN-AMOUNT TO WS-GRAND-TOTAL
           MOVE TXN-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM FIND-OR-ADD-BRANCH-ENTRY
           ADD TXN-AMOUNT TO WS-BRANCH-NET (WS-BRANCH-FOUND-SUB)
           ADD TXN-AMOUNT TO TGT-BALANCE
           MOVE WS-FILE-BUSINESS-DATE TO TGT-LAST-ACTIVITY-DATE
           MOVE TXN-BRANCH TO TGT-LAST-ACTIVITY-BRANCH
           REWRITE ACCOUNT-MASTER-RECORD
               FROM WS-TRANSFER-TARGET-RECORD
           IF NOT WS-ACM-STATUS-OK
               MOVE "REWRITE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           MOVE TXN-ID TO HIST-TXN-ID
           MOVE TXN-DATE TO HIST-TXN-DATE
           MOVE TXN-AMOUNT TO HIST-TXN-AMOUNT
           MOVE TXN-REF-ID TO HIST-TXN-ACCOUNT
           MOVE TXN-TYPE TO HIST-TXN-TYPE
           MOVE TXN-ACCOUNT TO HIST-TXN-REF-ID
           MOVE TXN-AMOUNT TO HIST-POSTING-AMOUNT
           MOVE WS-FILE-BUSINESS-DATE TO HIST-POST-DATE
           MOVE TXN-BRANCH TO HIST-BRANCH
           WRITE HISTORY-TXN-RECORD
           IF NOT WS-HIST-STATUS-OK
               MOVE "WRITE HISTORY-FILE" TO WS-ERROR-OPERATION
               MOVE WS-HIST-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           PERFORM WRITE-TRANSFER-GL-ENTRY
           MOVE "TRCREDIT" TO WS-AUDIT-ACTION
           MOVE WS-TXN-FILE-STATUS TO WS-AUDIT-STATUS
           MOVE TXN-AMOUNT TO WS-AUDIT-AMOUNT
           MOVE TXN-REF-ID TO ADL-ACCOUNT
           PERFORM WRITE-AUDIT-LOG-DETAIL.

      * Both legs of a transfer are journalled together as their own
      * balanced pair, so the account break leaves the debit leg out
      * of the movement it takes through clearing.
       WRITE-TRANSFER-GL-ENTRY.
           MOVE WS-FILE-BUSINESS-DATE TO GLJ-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO GLJ-BATCH-REFERENCE
           MOVE TXN-BRANCH TO GLJ-BRANCH
           MOVE TXN-ID TO GLJ-TXN-ID
           MOVE TXN-ACCOUNT TO GLJ-ACCOUNT
           MOVE TXN-AMOUNT TO GLJ-DEBIT-AMOUNT
           MOVE ZERO TO GLJ-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-RECORD
           MOVE TXN-REF-ID TO GLJ-ACCOUNT
           MOVE ZERO TO GLJ-DEBIT-AMOUNT
           MOVE TXN-AMOUNT TO GLJ-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-RECORD.

      * Interest (DP) and fees (FE) the month-end accrual run
      * generates come in under branch 000 with an I or F id.  A
      * reversal of one of them is told by the same test on its
      * original, and carries the interest or fee amount negated.
       CHECK-ACCRUAL-ITEM.
           MOVE "N" TO WS-ACCRUAL-ITEM-SWITCH
           IF TXN-BRANCH = "000"
               IF (TXN-ID (1:1) = "I" AND TXN-TYPE = "DP")
                   OR (TXN-ID (1:1) = "F" AND TXN-TYPE = "FE")
                   SET WS-ACCRUAL-ITEM TO TRUE
                   MOVE TXN-TYPE TO WS-ACCRUAL-TYPE
                   MOVE TXN-AMOUNT TO WS-ACCRUAL-AMOUNT
               END-IF
           END-IF
           IF TXN-TYPE = "RV"
               AND WS-REVERSAL-ORIGINAL-BRANCH = "000"
               IF (TXN-REF-ID (1:1) = "I"
                       AND WS-REVERSAL-ORIGINAL-TYPE = "DP")
                   OR (TXN-REF-ID (1:1) = "F"
                       AND WS-REVERSAL-ORIGINAL-TYPE = "FE")
                   SET WS-ACCRUAL-REVERSAL TO TRUE
                   MOVE WS-REVERSAL-ORIGINAL-TYPE TO WS-ACCRUAL-TYPE
                   IF WS-ACCRUAL-TYPE = "DP"
                       MOVE WS-POSTING-AMOUNT TO WS-ACCRUAL-AMOUNT
                   ELSE
                       SUBTRACT WS-POSTING-AMOUNT FROM ZERO
                           GIVING WS-ACCRUAL-AMOUNT
                   END-IF
               END-IF
           END-IF.

      * Accrued interest is bank expense and a fee is bank income, so
      * neither moves money through clearing: each is journalled as
      * its own balanced pair against the interest or fee account,
      * carrying the item id, and kept out of the account break the
      * same way a transfer is.  A reversal journals the opposite
      * pair against the same interest or fee account.
       WRITE-ACCRUAL-GL-ENTRY.
           MOVE WS-FILE-BUSINESS-DATE TO GLJ-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO GLJ-BATCH-REFERENCE
           MOVE TXN-BRANCH TO GLJ-BRANCH
           MOVE TXN-ID TO GLJ-TXN-ID
           IF WS-ACCRUAL-TYPE = "DP"
               MOVE WS-GL-INTEREST-ACCOUNT TO WS-ACCRUAL-GL-ACCOUNT
           ELSE
               MOVE WS-GL-FEE-ACCOUNT TO WS-ACCRUAL-GL-ACCOUNT
           END-IF
           IF WS-POSTING-AMOUNT < ZERO
               MOVE TXN-ACCOUNT TO GLJ-ACCOUNT
               SUBTRACT WS-POSTING-AMOUNT FROM ZERO
                   GIVING GLJ-DEBIT-AMOUNT
               MOVE ZERO TO GLJ-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-RECORD
               MOVE WS-ACCRUAL-GL-ACCOUNT TO GLJ-ACCOUNT
               SUBTRACT WS-POSTING-AMOUNT FROM ZERO
                   GIVING GLJ-CREDIT-AMOUNT
               MOVE ZERO TO GLJ-DEBIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-RECORD
           ELSE
               MOVE WS-ACCRUAL-GL-ACCOUNT TO GLJ-ACCOUNT
               MOVE WS-POSTING-AMOUNT TO GLJ-DEBIT-AMOUNT
               MOVE ZERO TO GLJ-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-RECORD
               MOVE TXN-ACCOUNT TO GLJ-ACCOUNT
               MOVE ZERO TO GLJ-DEBIT-AMOUNT
               MOVE WS-POSTING-AMOUNT TO GLJ-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-RECORD
           END-IF.

      * The accumulator is keyed by calendar year and account, so a
      * new year starts its own records and the year just closed
      * stays on file for the year-end run.  A reversal is taken off
      * the year it posts in, the same year its ledger pair falls in.
       ACCUMULATE-TAX-YEAR.
           MOVE WS-FILE-BUSINESS-DATE (1:4) TO YTD-TAX-YEAR
           MOVE TXN-ACCOUNT TO YTD-ACCOUNT
           READ YTD-ACCUMULATOR-FILE
           IF WS-YTD-NOT-FOUND
               MOVE WS-FILE-BUSINESS-DATE (1:4) TO YTD-TAX-YEAR
               MOVE TXN-ACCOUNT TO YTD-ACCOUNT
               MOVE ZERO TO YTD-INTEREST-AMOUNT
               MOVE ZERO TO YTD-INTEREST-COUNT
               MOVE ZERO TO YTD-FEE-AMOUNT
               MOVE ZERO TO YTD-FEE-COUNT
               PERFORM ADD-TAX-YEAR-ITEM
               WRITE YTD-ACCUMULATOR-RECORD
               IF NOT WS-YTD-STATUS-OK
                   MOVE "WRITE YTD-ACCUM" TO WS-ERROR-OPERATION
                   MOVE WS-YTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
           ELSE
               IF NOT WS-YTD-STATUS-OK
                   MOVE "READ YTD-ACCUM" TO WS-ERROR-OPERATION
                   MOVE WS-YTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               PERFORM ADD-TAX-YEAR-ITEM
               REWRITE YTD-ACCUMULATOR-RECORD
               IF NOT WS-YTD-STATUS-OK
                   MOVE "REWRITE YTD-ACCUM" TO WS-ERROR-OPERATION
                   MOVE WS-YTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
           END-IF.

       ADD-TAX-YEAR-ITEM.
           IF WS-ACCRUAL-TYPE = "DP"
               ADD WS-ACCRUAL-AMOUNT TO YTD-INTEREST-AMOUNT
               IF WS-ACCRUAL-ITEM
                   ADD 1 TO YTD-INTEREST-COUNT
               ELSE
                   IF YTD-INTEREST-COUNT > ZERO
                       SUBTRACT 1 FROM YTD-INTEREST-COUNT
                   END-IF
               END-IF
           ELSE
               ADD WS-ACCRUAL-AMOUNT TO YTD-FEE-AMOUNT
               IF WS-ACCRUAL-ITEM
                   ADD 1 TO YTD-FEE-COUNT
               ELSE
                   IF YTD-FEE-COUNT > ZERO
                       SUBTRACT 1 FROM YTD-FEE-COUNT
                   END-IF
               END-IF
           END-IF
           MOVE WS-FILE-BUSINESS-DATE TO YTD-LAST-POST-DATE.

       DERIVE-POSTING-AMOUNT.
           MOVE "Y" TO WS-REVERSAL-MATCH-SWITCH
           MOVE SPACES TO WS-REVERSAL-ORIGINAL-TYPE
           MOVE SPACES TO WS-REVERSAL-ORIGINAL-BRANCH
           IF TXN-TYPE = "DP"
               MOVE TXN-AMOUNT TO WS-POSTING-AMOUNT
           END-IF
           IF TXN-TYPE = "WD" OR TXN-TYPE = "FE" OR TXN-TYPE = "TR"
               SUBTRACT TXN-AMOUNT FROM ZERO
                   GIVING WS-POSTING-AMOUNT
           END-IF
               PERFORM MATCH-REVERSAL
           END-IF.

      * An original may be reversed once, and only on its own
      * account.  On a full run the registry flag is the control; a
      * validate-only run marks nothing, so it looks for an earlier
      * reversal of the same original among the items it validated.
       MATCH-REVERSAL.
           MOVE ZERO TO WS-REVERSAL-FOUND-SUB
           PERFORM SCAN-POSTED-REVERSAL
               VARYING WS-POSTED-SUB FROM 1 BY 1
               UNTIL WS-POSTED-SUB > WS-POSTED-TXN-COUNT
           IF WS-REVERSAL-FOUND-SUB > ZERO
               MOVE WS-POSTED-TXN-ID (WS-REVERSAL-FOUND-SUB)
                   TO WS-REVERSAL-PRIOR-ID
               MOVE "T" TO WS-REVERSAL-MATCH-SWITCH
           ELSE
               PERFORM MATCH-REVERSAL-ORIGINAL
           END-IF.

       MATCH-REVERSAL-ORIGINAL.
           MOVE ZERO TO WS-REVERSAL-FOUND-SUB
           PERFORM SCAN-POSTED-TXN
               VARYING WS-POSTED-SUB FROM 1 BY 1
           IF WS-REVERSAL-FOUND-SUB > ZERO
               SUBTRACT WS-POSTED-TXN-AMT (WS-REVERSAL-FOUND-SUB)
                   FROM ZERO GIVING WS-POSTING-AMOUNT
               MOVE WS-POSTED-TXN-ACCOUNT (WS-REVERSAL-FOUND-SUB)
                   TO WS-REVERSAL-ORIGINAL-ACCOUNT
               MOVE WS-FILE-BUSINESS-DATE TO WS-REVERSAL-ORIGINAL-DATE
               MOVE WS-POSTED-TXN-TYPE (WS-REVERSAL-FOUND-SUB)
                   TO WS-REVERSAL-ORIGINAL-TYPE
               MOVE WS-POSTED-TXN-BRANCH (WS-REVERSAL-FOUND-SUB)
                   TO WS-REVERSAL-ORIGINAL-BRANCH
               PERFORM CHECK-REVERSAL-ACCOUNT
           ELSE
               IF WS-REG-AVAILABLE
                   PERFORM MATCH-REVERSAL-ON-REGISTRY
           MOVE TXN-REF-ID TO REG-TXN-ID
           READ TXN-REGISTRY-FILE
           IF WS-REG-STATUS-OK
               IF REG-REVERSED
                   MOVE REG-REVERSED-BY-ID TO WS-REVERSAL-PRIOR-ID
                   MOVE "T" TO WS-REVERSAL-MATCH-SWITCH
               ELSE
                   SUBTRACT REG-POSTING-AMOUNT FROM ZERO
                       GIVING WS-POSTING-AMOUNT
                   MOVE REG-TXN-ACCOUNT
                       TO WS-REVERSAL-ORIGINAL-ACCOUNT
                   MOVE REG-POST-DATE TO WS-REVERSAL-ORIGINAL-DATE
                   MOVE REG-TXN-TYPE TO WS-REVERSAL-ORIGINAL-TYPE
                   MOVE REG-BRANCH TO WS-REVERSAL-ORIGINAL-BRANCH
                   PERFORM CHECK-REVERSAL-ACCOUNT
               END-IF
           ELSE
               IF WS-REG-NOT-FOUND
                   MOVE "N" TO WS-REVERSAL-MATCH-SWITCH
           MOVE TXN-ACCOUNT TO REG-TXN-ACCOUNT
           MOVE WS-POSTING-AMOUNT TO REG-POSTING-AMOUNT
           MOVE WS-FILE-BUSINESS-DATE TO REG-POST-DATE
           MOVE "N" TO REG-REVERSED-SWITCH
           MOVE SPACES TO REG-REVERSED-BY-ID
           MOVE TXN-TYPE TO REG-TXN-TYPE
           MOVE TXN-BRANCH TO REG-BRANCH
           WRITE TXN-REGISTRY-RECORD
           IF NOT WS-REG-STATUS-OK
               MOVE "WRITE TXN-REGISTRY" TO WS-ERROR-OPERATION
               PERFORM ERROR-HANDLING
           END-IF.

      * A reversal backs out one posting on one account, so it cannot
      * undo a transfer, which also credited the target account; a
      * transfer is put right with a transfer back.
       CHECK-REVERSAL-ACCOUNT.
           IF WS-REVERSAL-ORIGINAL-TYPE = "TR"
               MOVE "X" TO WS-REVERSAL-MATCH-SWITCH
           ELSE
               IF WS-REVERSAL-ORIGINAL-ACCOUNT NOT = TXN-ACCOUNT
                   MOVE "A" TO WS-REVERSAL-MATCH-SWITCH
               END-IF
           END-IF.

      * The reversal has just been registered under its own id, so
      * the original is read back before it is flagged.
       MARK-ORIGINAL-REVERSED.
           MOVE TXN-REF-ID TO REG-TXN-ID
           READ TXN-REGISTRY-FILE
           IF NOT WS-REG-STATUS-OK
               MOVE "READ TXN-REGISTRY" TO WS-ERROR-OPERATION
               MOVE WS-REG-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           SET REG-REVERSED TO TRUE
           MOVE TXN-ID TO REG-REVERSED-BY-ID
           REWRITE TXN-REGISTRY-RECORD
           IF NOT WS-REG-STATUS-OK
               MOVE "REWRITE TXN-REGISTRY" TO WS-ERROR-OPERATION
               MOVE WS-REG-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-REVERSAL-REGISTER-LINE.
           MOVE TXN-ID TO RRL-REVERSAL-ID
           MOVE TXN-REF-ID TO RRL-ORIGINAL-ID
           MOVE WS-REVERSAL-ORIGINAL-DATE TO RRL-ORIGINAL-DATE
           MOVE WS-POSTING-AMOUNT TO RRL-AMOUNT
           MOVE TXN-BRANCH TO RRL-BRANCH
           WRITE REVERSAL-REGISTER-LINE FROM WS-REVERSAL-DETAIL-LINE
           PERFORM CHECK-REVERSAL-REGISTER-WRITE.

       CHECK-REVERSAL-REGISTER-WRITE.
           IF NOT WS-RVR-STATUS-OK
               MOVE "WRITE REVERSAL-REGISTER" TO WS-ERROR-OPERATION
               MOVE WS-RVR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       SCAN-POSTED-TXN.
           IF WS-POSTED-TXN-ID (WS-POSTED-SUB) = TXN-REF-ID
               MOVE WS-POSTED-SUB TO WS-REVERSAL-FOUND-SUB
           END-IF.

       SCAN-POSTED-REVERSAL.
           IF WS-POSTED-TXN-TYPE (WS-POSTED-SUB) = "RV"
               AND WS-POSTED-TXN-REF (WS-POSTED-SUB) = TXN-REF-ID
               MOVE WS-POSTED-SUB TO WS-REVERSAL-FOUND-SUB
           END-IF.

       RECORD-POSTED-TXN.
           IF WS-POSTED-TXN-COUNT >= 10000
               DISPLAY "POSTED TXN TABLE FULL - LIMIT 10000"
           ADD 1 TO WS-POSTED-TXN-COUNT
           MOVE TXN-ID TO WS-POSTED-TXN-ID (WS-POSTED-TXN-COUNT)
           MOVE WS-POSTING-AMOUNT
               TO WS-POSTED-TXN-AMT (WS-POSTED-TXN-COUNT)
           MOVE TXN-ACCOUNT
               TO WS-POSTED-TXN-ACCOUNT (WS-POSTED-TXN-COUNT)
           MOVE TXN-TYPE TO WS-POSTED-TXN-TYPE (WS-POSTED-TXN-COUNT)
           MOVE TXN-REF-ID TO WS-POSTED-TXN-REF (WS-POSTED-TXN-COUNT)
           MOVE TXN-BRANCH
               TO WS-POSTED-TXN-BRANCH (WS-POSTED-TXN-COUNT).

       ACCUMULATE-TYPE-TOTAL.
           MOVE ZERO TO WS-TYPE-FOUND-SUB
           PERFORM SCAN-TYPE-ENTRY
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 5
           IF WS-TYPE-FOUND-SUB > ZERO
               ADD WS-POSTING-AMOUNT
                   TO WS-TYPE-AMOUNT (WS-TYPE-FOUND-SUB)
           MOVE TXN-AMOUNT TO WS-AUDIT-AMOUNT
           PERFORM WRITE-AUDIT-DETAIL-LINE.

       REJECT-REFUSED-REVERSAL.
           IF WS-REVERSAL-UNMATCHED
               PERFORM REJECT-UNMATCHED-REVERSAL
           END-IF
           IF WS-REVERSAL-REPEATED
               PERFORM REJECT-REPEATED-REVERSAL
           END-IF
           IF WS-REVERSAL-WRONG-ACCOUNT
               PERFORM REJECT-MISDIRECTED-REVERSAL
           END-IF
           IF WS-REVERSAL-OF-TRANSFER
               PERFORM REJECT-TRANSFER-REVERSAL
           END-IF.

       REJECT-REPEATED-REVERSAL.
           DISPLAY "REVERSAL " TXN-ID
               " ORIGINAL " TXN-REF-ID
               " ALREADY REVERSED BY " WS-REVERSAL-PRIOR-ID
           PERFORM WRITE-REJECT-RECORD
           MOVE "RVREPEAT" TO WS-AUDIT-ACTION
           MOVE "99" TO WS-AUDIT-STATUS
           MOVE TXN-AMOUNT TO WS-AUDIT-AMOUNT
           PERFORM WRITE-AUDIT-DETAIL-LINE.

       REJECT-MISDIRECTED-REVERSAL.
           DISPLAY "REVERSAL " TXN-ID
               " ACCT " TXN-ACCOUNT
               " ORIGINAL " TXN-REF-ID
               " POSTED TO ACCT " WS-REVERSAL-ORIGINAL-ACCOUNT
           PERFORM WRITE-REJECT-RECORD
           MOVE "RVACCOUNT" TO WS-AUDIT-ACTION
           MOVE "99" TO WS-AUDIT-STATUS
           MOVE TXN-AMOUNT TO WS-AUDIT-AMOUNT
           PERFORM WRITE-AUDIT-DETAIL-LINE.

       REJECT-TRANSFER-REVERSAL.
           DISPLAY "REVERSAL " TXN-ID
               " ORIGINAL " TXN-REF-ID
               " IS A TRANSFER - USE A TRANSFER BACK"
           PERFORM WRITE-REJECT-RECORD
           MOVE "RVTRANSFER" TO WS-AUDIT-ACTION
           MOVE "99" TO WS-AUDIT-STATUS
           MOVE TXN-AMOUNT TO WS-AUDIT-AMOUNT
           PERFORM WRITE-AUDIT-DETAIL-LINE.

       READ-ACCOUNT-MASTER.
           MOVE TXN-ACCOUNT TO ACM-ACCOUNT
           READ ACCOUNT-MASTER-FILE
               PERFORM ERROR-HANDLING
           END-IF.

      * Interest and fees the month-end accrual run generates come in
      * under branch 000 with an I or F id; they are not the customer
      * doing anything, so they leave the last-activity date alone.
       POST-TO-ACCOUNT-MASTER.
           ADD WS-POSTING-AMOUNT TO ACM-BALANCE
           IF TXN-BRANCH = "000"
               AND (TXN-ID (1:1) = "I" OR TXN-ID (1:1) = "F")
               CONTINUE
           ELSE
               MOVE WS-FILE-BUSINESS-DATE TO ACM-LAST-ACTIVITY-DATE
               MOVE TXN-BRANCH TO ACM-LAST-ACTIVITY-BRANCH
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
           IF NOT WS-ACM-STATUS-OK
               MOVE "REWRITE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
           PERFORM WRITE-AUDIT-DETAIL-LINE.

       WRITE-AUDIT-DETAIL-LINE.
           MOVE TXN-ACCOUNT TO ADL-ACCOUNT
           PERFORM WRITE-AUDIT-LOG-DETAIL.

       WRITE-AUDIT-LOG-DETAIL.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO ADL-TIMESTAMP
           MOVE TXN-ID TO ADL-TXN-ID
           MOVE WS-AUDIT-ACTION TO ADL-ACTION
           MOVE WS-AUDIT-STATUS TO ADL-STATUS
           MOVE WS-AUDIT-AMOUNT TO ADL-AMOUNT
           END-IF
           PERFORM WRITE-TYPE-TOTAL-LINE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 5
           PERFORM WRITE-GL-JOURNAL-ENTRY
           MOVE ZERO TO WS-ACCOUNT-TOTAL
           MOVE ZERO TO WS-ACCOUNT-TRANSFERS
           MOVE ZERO TO WS-ACCOUNT-ACCRUALS.

       WRITE-GL-JOURNAL-ENTRY.
           SUBTRACT WS-ACCOUNT-TRANSFERS WS-ACCOUNT-ACCRUALS
               FROM WS-ACCOUNT-TOTAL GIVING WS-GL-MOVEMENT
           MOVE WS-FILE-BUSINESS-DATE TO GLJ-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO GLJ-BATCH-REFERENCE
           MOVE WS-PREVIOUS-BRANCH TO GLJ-BRANCH
           MOVE SPACES TO GLJ-TXN-ID
           MOVE WS-PREVIOUS-ACCOUNT TO GLJ-ACCOUNT
           IF WS-GL-MOVEMENT < ZERO
               MOVE WS-GL-MOVEMENT TO GLJ-DEBIT-AMOUNT
               MOVE ZERO TO GLJ-CREDIT-AMOUNT
           ELSE
               MOVE ZERO TO GLJ-DEBIT-AMOUNT
               MOVE WS-GL-MOVEMENT TO GLJ-CREDIT-AMOUNT
           END-IF
           PERFORM WRITE-GL-JOURNAL-RECORD
           MOVE WS-GL-CLEARING-ACCOUNT TO GLJ-ACCOUNT
           IF WS-GL-MOVEMENT < ZERO
               MOVE ZERO TO GLJ-DEBIT-AMOUNT
               MOVE WS-GL-MOVEMENT TO GLJ-CREDIT-AMOUNT
           ELSE
               MOVE WS-GL-MOVEMENT TO GLJ-DEBIT-AMOUNT
               MOVE ZERO TO GLJ-CREDIT-AMOUNT
           END-IF
           PERFORM WRITE-GL-JOURNAL-RECORD.
