      ******************************************************************
      * Author: Libardo Lozano Gambasica
      * Purpose:  Customer relationship report.  Sorts the account
      *           master by the customer each account is linked to
      *           and lists, under each customer read back from the
      *           customer master, every account it holds with its
      *           status, balance and overdraft limit, then the
      *           customer's total deposits and total overdraft
      *           exposure.  Accounts not yet attached to a customer
      *           are counted at the foot so the branches can clear
      *           them.  One report instead of one inquiry per
      *           account the caller happens to remember.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. Libardo_Lozano.
       INSTALLATION. www.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       REMARKS. Relacion de cuentas por cliente.
       PROGRAM-ID. CUSTREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "CUSTWORK.TMP".

           SELECT RELATIONSHIP-WORK-FILE ASSIGN TO "CUSTREL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLW-FILE-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER
               FILE STATUS IS WS-CUS-FILE-STATUS.

           SELECT RELATIONSHIP-REPORT-FILE ASSIGN TO "CUSTREL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO "ABENDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       SD  SORT-WORK-FILE.
           COPY ACCTREC
               REPLACING ==ACCOUNT-MASTER-RECORD==
                    BY ==SORT-WORK-RECORD==
                         ==ACM-ACCOUNT== BY ==SW-ACCOUNT==
                         ==ACM-NAME== BY ==SW-NAME==
                         ==ACM-STATUS== BY ==SW-STATUS==
                         ==ACM-ACTIVE== BY ==SW-ACTIVE==
                         ==ACM-CLOSED== BY ==SW-CLOSED==
                         ==ACM-FROZEN== BY ==SW-FROZEN==
                         ==ACM-DORMANT== BY ==SW-DORMANT==
                         ==ACM-BALANCE== BY ==SW-BALANCE==
                         ==ACM-OVERDRAFT-LIMIT==
                             BY ==SW-OVERDRAFT-LIMIT==
                         ==ACM-CUSTOMER== BY ==SW-CUSTOMER==
                         ==ACM-LAST-ACTIVITY-DATE==
                             BY ==SW-LAST-ACTIVITY-DATE==
                         ==ACM-LAST-ACTIVITY-BRANCH==
                             BY ==SW-LAST-ACTIVITY-BRANCH==.

       FD  RELATIONSHIP-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC
               REPLACING ==ACCOUNT-MASTER-RECORD==
                    BY ==RELATIONSHIP-WORK-RECORD==
                         ==ACM-ACCOUNT== BY ==RLW-ACCOUNT==
                         ==ACM-NAME== BY ==RLW-NAME==
                         ==ACM-STATUS== BY ==RLW-STATUS==
                         ==ACM-ACTIVE== BY ==RLW-ACTIVE==
                         ==ACM-CLOSED== BY ==RLW-CLOSED==
                         ==ACM-FROZEN== BY ==RLW-FROZEN==
                         ==ACM-DORMANT== BY ==RLW-DORMANT==
                         ==ACM-BALANCE== BY ==RLW-BALANCE==
                         ==ACM-OVERDRAFT-LIMIT==
                             BY ==RLW-OVERDRAFT-LIMIT==
                         ==ACM-CUSTOMER== BY ==RLW-CUSTOMER==
                         ==ACM-LAST-ACTIVITY-DATE==
                             BY ==RLW-LAST-ACTIVITY-DATE==
                         ==ACM-LAST-ACTIVITY-BRANCH==
                             BY ==RLW-LAST-ACTIVITY-BRANCH==.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  RELATIONSHIP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELATIONSHIP-REPORT-LINE   PIC X(80).

       FD  ABEND-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ABEND-LOG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88  WS-END-OF-FILE         VALUE "Y".

       01  WS-ACM-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ACM-STATUS-OK       VALUES "00" "10".

       01  WS-RLW-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RLW-STATUS-OK       VALUES "00" "10".

       01  WS-CUS-FILE-STATUS         PIC XX VALUE "00".
           88  WS-CUS-STATUS-OK       VALUES "00" "05" "10".
           88  WS-CUS-NOT-FOUND       VALUE "23".

       01  WS-RPT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RPT-STATUS-OK       VALUES "00" "10".

       01  WS-FIRST-CUSTOMER-SWITCH   PIC X VALUE "Y".
           88  WS-FIRST-CUSTOMER      VALUE "Y".

       01  WS-PREVIOUS-CUSTOMER       PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-EXPOSURE        PIC S9(11)V99 VALUE ZERO.

       01  WS-CUSTOMER-ACCOUNTS       PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMER-DEPOSITS       PIC S9(11)V99 VALUE ZERO.
       01  WS-CUSTOMER-EXPOSURE       PIC S9(11)V99 VALUE ZERO.

       01  WS-ACCOUNTS-READ           PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-LISTED         PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-UNLINKED       PIC 9(9) VALUE ZERO.
       01  WS-CUSTOMERS-LISTED        PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-DEPOSITS          PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-EXPOSURE          PIC S9(11)V99 VALUE ZERO.

       01  WS-REL-TITLE-LINE.
           05  FILLER                 PIC X(40)
               VALUE "CUSTOMER RELATIONSHIP REPORT".
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-REL-CUSTOMER-LINE.
           05  FILLER                 PIC X(10) VALUE "CUSTOMER: ".
           05  RCU-CUSTOMER           PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RCU-NAME               PIC X(30).
           05  FILLER                 PIC X(7) VALUE "  TYPE ".
           05  RCU-TYPE               PIC X(8).

       01  WS-REL-ADDRESS-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  RAD-ADDRESS-LINE-1     PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RAD-ADDRESS-LINE-2     PIC X(30).

       01  WS-REL-TAX-LINE.
           05  FILLER                 PIC X(18)
               VALUE "          TAX ID: ".
           05  RTX-TAX-ID             PIC X(15).

       01  WS-REL-ACCOUNT-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RAC-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RAC-STATUS             PIC X(8).
           05  FILLER                 PIC X(6) VALUE " BAL: ".
           05  RAC-BALANCE            PIC $$$$.$$$.$$$.$$9,99-.
           05  FILLER                 PIC X(5) VALUE " OD: ".
           05  RAC-OD-LIMIT           PIC $$$.$$$.$$9,99.

       01  WS-REL-TOTAL-LINE.
           05  RTL-LABEL              PIC X(30).
           05  RTL-AMOUNT             PIC $$$$.$$$.$$$.$$9,99-.

       01  WS-REL-COUNT-LINE.
           05  RCL-LABEL              PIC X(30).
           05  RCL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  WS-ERROR-OPERATION         PIC X(20).
       01  WS-ERROR-STATUS-CODE       PIC XX.

       01  WS-ABN-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ABN-STATUS-OK       VALUES "00" "05" "10".

           COPY ABNLINE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM REPORT-RELATIONSHIPS UNTIL WS-END-OF-FILE
           IF NOT WS-FIRST-CUSTOMER
               PERFORM WRITE-CUSTOMER-TOTALS
           END-IF
           PERFORM TERMINATE-RUN
           STOP RUN.

      * Unlinked accounts carry a blank customer number and so sort
      * ahead of every customer; they are counted, not listed.
       INITIALIZE-RUN.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER
               ON ASCENDING KEY SW-ACCOUNT
               USING ACCOUNT-MASTER-FILE
               GIVING RELATIONSHIP-WORK-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "SORT ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT RELATIONSHIP-WORK-FILE
           IF NOT WS-RLW-STATUS-OK
               MOVE "OPEN RELATION-WORK" TO WS-ERROR-OPERATION
               MOVE WS-RLW-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT WS-CUS-STATUS-OK
               MOVE "OPEN CUSTOMER-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT RELATIONSHIP-REPORT-FILE
           IF NOT WS-RPT-STATUS-OK
               MOVE "OPEN RELATION-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-REL-TITLE-LINE
           IF NOT WS-RPT-STATUS-OK
               MOVE "WRITE RELATION-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       REPORT-RELATIONSHIPS.
           READ RELATIONSHIP-WORK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   IF RLW-CUSTOMER = SPACES
                       ADD 1 TO WS-ACCOUNTS-UNLINKED
                   ELSE
                       PERFORM LIST-CUSTOMER-ACCOUNT
                   END-IF
           END-READ
           IF NOT WS-RLW-STATUS-OK
               MOVE "READ RELATION-WORK" TO WS-ERROR-OPERATION
               MOVE WS-RLW-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       LIST-CUSTOMER-ACCOUNT.
           IF WS-FIRST-CUSTOMER
               MOVE "N" TO WS-FIRST-CUSTOMER-SWITCH
               MOVE RLW-CUSTOMER TO WS-PREVIOUS-CUSTOMER
               PERFORM START-CUSTOMER
           END-IF
           IF RLW-CUSTOMER NOT = WS-PREVIOUS-CUSTOMER
               PERFORM WRITE-CUSTOMER-TOTALS
               MOVE RLW-CUSTOMER TO WS-PREVIOUS-CUSTOMER
               PERFORM START-CUSTOMER
           END-IF
           MOVE RLW-ACCOUNT TO RAC-ACCOUNT
           MOVE SPACES TO RAC-STATUS
           IF RLW-ACTIVE
               MOVE "ACTIVE" TO RAC-STATUS
           END-IF
           IF RLW-CLOSED
               MOVE "CLOSED" TO RAC-STATUS
           END-IF
           IF RLW-FROZEN
               MOVE "FROZEN" TO RAC-STATUS
           END-IF
           IF RLW-DORMANT
               MOVE "DORMANT" TO RAC-STATUS
           END-IF
           MOVE RLW-BALANCE TO RAC-BALANCE
           MOVE RLW-OVERDRAFT-LIMIT TO RAC-OD-LIMIT
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-REL-ACCOUNT-LINE
           IF NOT WS-RPT-STATUS-OK
               MOVE "WRITE RELATION-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-CUSTOMER-ACCOUNTS
           ADD 1 TO WS-ACCOUNTS-LISTED
           PERFORM ACCUMULATE-EXPOSURE.

      * Deposits are the credit balances.  Exposure is what the bank
      * stands to lose on the account: the overdraft limit it has
      * granted on an account still open, or the amount actually
      * overdrawn where that is more (a limit cut below the drawn
      * balance, or a closed account left overdrawn).
       ACCUMULATE-EXPOSURE.
           IF RLW-BALANCE > ZERO
               ADD RLW-BALANCE TO WS-CUSTOMER-DEPOSITS
           END-IF
           MOVE ZERO TO WS-ACCOUNT-EXPOSURE
           IF NOT RLW-CLOSED
               MOVE RLW-OVERDRAFT-LIMIT TO WS-ACCOUNT-EXPOSURE
           END-IF
           IF RLW-BALANCE < ZERO
               AND (ZERO - RLW-BALANCE) > WS-ACCOUNT-EXPOSURE
               SUBTRACT RLW-BALANCE FROM ZERO
                   GIVING WS-ACCOUNT-EXPOSURE
           END-IF
           ADD WS-ACCOUNT-EXPOSURE TO WS-CUSTOMER-EXPOSURE.

       START-CUSTOMER.
           MOVE ZERO TO WS-CUSTOMER-ACCOUNTS
           MOVE ZERO TO WS-CUSTOMER-DEPOSITS
           MOVE ZERO TO WS-CUSTOMER-EXPOSURE
           ADD 1 TO WS-CUSTOMERS-LISTED
           MOVE WS-PREVIOUS-CUSTOMER TO CUS-CUSTOMER
           READ CUSTOMER-MASTER-FILE
           IF NOT WS-CUS-STATUS-OK AND NOT WS-CUS-NOT-FOUND
               MOVE "READ CUSTOMER-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           MOVE SPACES TO RELATIONSHIP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PREVIOUS-CUSTOMER TO RCU-CUSTOMER
           IF WS-CUS-NOT-FOUND
               MOVE "*** NOT ON CUSTOMER FILE ***" TO RCU-NAME
               MOVE SPACES TO RCU-TYPE
               MOVE WS-REL-CUSTOMER-LINE TO RELATIONSHIP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE CUS-NAME TO RCU-NAME
               MOVE SPACES TO RCU-TYPE
               IF CUS-PERSONAL
                   MOVE "PERSONAL" TO RCU-TYPE
               END-IF
               IF CUS-BUSINESS
                   MOVE "BUSINESS" TO RCU-TYPE
               END-IF
               MOVE WS-REL-CUSTOMER-LINE TO RELATIONSHIP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE CUS-ADDRESS-LINE-1 TO RAD-ADDRESS-LINE-1
               MOVE CUS-ADDRESS-LINE-2 TO RAD-ADDRESS-LINE-2
               MOVE WS-REL-ADDRESS-LINE TO RELATIONSHIP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE CUS-TAX-ID TO RTX-TAX-ID
               MOVE WS-REL-TAX-LINE TO RELATIONSHIP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-CUSTOMER-TOTALS.
           MOVE "  ACCOUNTS HELD" TO RCL-LABEL
           MOVE WS-CUSTOMER-ACCOUNTS TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "  TOTAL DEPOSITS:" TO RTL-LABEL
           MOVE WS-CUSTOMER-DEPOSITS TO RTL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  TOTAL OVERDRAFT EXPOSURE:" TO RTL-LABEL
           MOVE WS-CUSTOMER-EXPOSURE TO RTL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           ADD WS-CUSTOMER-DEPOSITS TO WS-TOTAL-DEPOSITS
           ADD WS-CUSTOMER-EXPOSURE TO WS-TOTAL-EXPOSURE.

       WRITE-TOTAL-LINE.
           MOVE WS-REL-TOTAL-LINE TO RELATIONSHIP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-REL-COUNT-LINE TO RELATIONSHIP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE RELATIONSHIP-REPORT-LINE
           IF NOT WS-RPT-STATUS-OK
               MOVE "WRITE RELATION-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       TERMINATE-RUN.
           MOVE SPACES TO RELATIONSHIP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CUSTOMERS LISTED" TO RCL-LABEL
           MOVE WS-CUSTOMERS-LISTED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ACCOUNTS LISTED" TO RCL-LABEL
           MOVE WS-ACCOUNTS-LISTED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ACCOUNTS NOT LINKED" TO RCL-LABEL
           MOVE WS-ACCOUNTS-UNLINKED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "TOTAL DEPOSITS:" TO RTL-LABEL
           MOVE WS-TOTAL-DEPOSITS TO RTL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "TOTAL OVERDRAFT EXPOSURE:" TO RTL-LABEL
           MOVE WS-TOTAL-EXPOSURE TO RTL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           CLOSE RELATIONSHIP-WORK-FILE
           IF NOT WS-RLW-STATUS-OK
               MOVE "CLOSE RELATION-WORK" TO WS-ERROR-OPERATION
               MOVE WS-RLW-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           IF NOT WS-CUS-STATUS-OK
               MOVE "CLOSE CUSTOMER-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE RELATIONSHIP-REPORT-FILE
           IF NOT WS-RPT-STATUS-OK
               MOVE "CLOSE RELATION-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           DISPLAY "CUSTOMERS LISTED:    " WS-CUSTOMERS-LISTED
           DISPLAY "ACCOUNTS LISTED:     " WS-ACCOUNTS-LISTED
           DISPLAY "ACCOUNTS NOT LINKED: " WS-ACCOUNTS-UNLINKED.

      * Status 99 marks an edit or control failure, anything else is
      * a file error; the scheduler tests 12 and 16 apart from the
      * out-of-balance 8.
       ERROR-HANDLING.
           DISPLAY "FILE ERROR ON OPERATION: " WS-ERROR-OPERATION
           DISPLAY "FILE STATUS CODE: " WS-ERROR-STATUS-CODE
           PERFORM WRITE-ABEND-SNAPSHOT
           IF WS-ERROR-STATUS-CODE = "99"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The snapshot is best effort: a failing abend log must never
      * mask the original error, so its own status is not escalated.
       WRITE-ABEND-SNAPSHOT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ABL-TIMESTAMP
           MOVE "CUSTREL" TO ABL-PROGRAM
           MOVE WS-ERROR-OPERATION TO ABL-OPERATION
           MOVE WS-ERROR-STATUS-CODE TO ABL-STATUS
           MOVE WS-ACCOUNTS-READ TO ABL-RECORD-COUNT
           MOVE SPACES TO ABL-TXN-ID
           OPEN EXTEND ABEND-LOG-FILE
           IF WS-ABN-STATUS-OK
               WRITE ABEND-LOG-LINE FROM WS-ABEND-SNAPSHOT-LINE
               CLOSE ABEND-LOG-FILE
           END-IF.
       END PROGRAM CUSTREL.
