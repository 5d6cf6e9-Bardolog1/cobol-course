      *           and the closing balance carried on the account
      *           master.  The opening balance is derived by backing
      *           the month's net movement out of the master balance.
      *           Accounts linked to a customer are sorted together and
      *           printed as one combined statement for the customer,
      *           headed by the name and address on the customer
      *           master and closed by the combined balance; an account
      *           not linked to a customer still gets its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER
               FILE STATUS IS WS-CUS-FILE-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "MONSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           COPY HISTREC.

       SD  SORT-WORK-FILE.
           COPY STWREC
               REPLACING ==STMT-WORK-RECORD== BY ==SORT-WORK-RECORD==
                         ==STW-CUSTOMER== BY ==SW-CUSTOMER==
                         ==STW-HISTORY-DATA== BY ==SW-HISTORY-DATA==
                         ==STW-TXN-ID== BY ==SW-TXN-ID==
                         ==STW-TXN-DATE== BY ==SW-TXN-DATE==
                         ==STW-TXN-AMOUNT== BY ==SW-TXN-AMOUNT==
                         ==STW-TXN-ACCOUNT== BY ==SW-TXN-ACCOUNT==
                         ==STW-TXN-TYPE== BY ==SW-TXN-TYPE==
                         ==STW-TXN-REF-ID== BY ==SW-TXN-REF-ID==
                         ==STW-POSTING-AMOUNT==
                             BY ==SW-POSTING-AMOUNT==
                         ==STW-POST-DATE== BY ==SW-POST-DATE==
                         ==STW-BRANCH== BY ==SW-BRANCH==.

       FD  STATEMENT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STWREC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  STATEMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-REPORT-LINE      PIC X(80).
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88  WS-END-OF-FILE         VALUE "Y".

       01  WS-HIST-EOF-SWITCH         PIC X VALUE "N".
           88  WS-HIST-END-OF-FILE    VALUE "Y".

       01  WS-HIST-FILE-STATUS        PIC XX VALUE "00".
           88  WS-HIST-STATUS-OK      VALUES "00" "10".

           88  WS-ACM-STATUS-OK       VALUES "00" "10".
           88  WS-ACM-NOT-FOUND       VALUE "23".

       01  WS-CUS-FILE-STATUS         PIC XX VALUE "00".
           88  WS-CUS-STATUS-OK       VALUES "00" "05" "10".
           88  WS-CUS-NOT-FOUND       VALUE "23".

       01  WS-RPT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RPT-STATUS-OK       VALUES "00" "10".

           88  WS-FIRST-RECORD        VALUE "Y".

       01  WS-PREVIOUS-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-PREVIOUS-CUSTOMER       PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-BALANCE        PIC S9(11)V99 VALUE ZERO.
       01  WS-OPENING-BALANCE         PIC S9(11)V99 VALUE ZERO.
       01  WS-RUNNING-BALANCE         PIC S9(11)V99 VALUE ZERO.
       01  WS-CLOSING-BALANCE         PIC S9(11)V99 VALUE ZERO.
       01  WS-STATEMENTS-WRITTEN      PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-STATED         PIC 9(7) VALUE ZERO.

       01  WS-STMT-HEADER-LINE.
           05  FILLER                 PIC X(19)
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SHL-NAME               PIC X(30).

       01  WS-STMT-CUSTOMER-LINE.
           05  FILLER                 PIC X(20)
               VALUE "STATEMENT CUSTOMER: ".
           05  SCL-CUSTOMER           PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SCL-NAME               PIC X(30).

       01  WS-STMT-ADDRESS-LINE.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  SAL-ADDRESS            PIC X(30).

       01  WS-STMT-ACCOUNT-LINE.
           05  FILLER                 PIC X(11) VALUE "  ACCOUNT: ".
           05  SAC-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SAC-NAME               PIC X(30).

       01  WS-STMT-BALANCE-LINE.
           05  SBL-LABEL              PIC X(20).
           05  SBL-AMOUNT             PIC $$$$.$$$.$$$.$$9,99-.
           PERFORM WRITE-STATEMENTS UNTIL WS-END-OF-FILE
           IF NOT WS-FIRST-RECORD
               PERFORM WRITE-CLOSING-BALANCE
               PERFORM END-CUSTOMER-STATEMENT
           END-IF
           PERFORM TERMINATE-RUN
           STOP RUN.

      * The master is opened ahead of the sort because the input
      * procedure reads it to find the customer of each posting.
       INITIALIZE-RUN.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "OPEN ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT WS-CUS-STATUS-OK
               MOVE "OPEN CUSTOMER-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER
               ON ASCENDING KEY SW-TXN-ACCOUNT
               ON ASCENDING KEY SW-TXN-DATE
               ON ASCENDING KEY SW-POST-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-HISTORY-RECORDS
               GIVING STATEMENT-WORK-FILE
           OPEN INPUT STATEMENT-WORK-FILE
           IF NOT WS-STW-STATUS-OK
               MOVE "OPEN STMT-WORK" TO WS-ERROR-OPERATION
               MOVE WS-STW-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT STATEMENT-REPORT-FILE
           IF NOT WS-RPT-STATUS-OK
               MOVE "OPEN STATEMENT-RPT" TO WS-ERROR-OPERATION
               PERFORM ERROR-HANDLING
           END-IF.

       RELEASE-HISTORY-RECORDS.
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-STATUS-OK
               MOVE "OPEN HISTORY-FILE" TO WS-ERROR-OPERATION
               MOVE WS-HIST-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           PERFORM RELEASE-ONE-HISTORY UNTIL WS-HIST-END-OF-FILE
           CLOSE HISTORY-FILE
           IF NOT WS-HIST-STATUS-OK
               MOVE "CLOSE HISTORY-FILE" TO WS-ERROR-OPERATION
               MOVE WS-HIST-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       RELEASE-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM RELEASE-STATEMENT-ITEM
           END-READ
           IF NOT WS-HIST-STATUS-OK
               MOVE "READ HISTORY-FILE" TO WS-ERROR-OPERATION
               MOVE WS-HIST-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * A posting for an account no longer on the master sorts with
      * the unlinked accounts and gets a statement of its own.
       RELEASE-STATEMENT-ITEM.
           MOVE HIST-TXN-ACCOUNT TO ACM-ACCOUNT
           READ ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK AND NOT WS-ACM-NOT-FOUND
               MOVE "READ ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           IF WS-ACM-NOT-FOUND
               MOVE SPACES TO SW-CUSTOMER
           ELSE
               MOVE ACM-CUSTOMER TO SW-CUSTOMER
           END-IF
           MOVE HISTORY-TXN-RECORD TO SW-HISTORY-DATA
           RELEASE SORT-WORK-RECORD.

       BUILD-NET-TABLE.
           READ STATEMENT-WORK-FILE
               AT END
       WRITE-STATEMENT-DETAIL.
           IF WS-FIRST-RECORD
               MOVE STW-TXN-ACCOUNT TO WS-PREVIOUS-ACCOUNT
               MOVE STW-CUSTOMER TO WS-PREVIOUS-CUSTOMER
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-CUSTOMER-STATEMENT
               PERFORM START-ACCOUNT-STATEMENT
           END-IF
           IF STW-CUSTOMER NOT = WS-PREVIOUS-CUSTOMER
               PERFORM WRITE-CLOSING-BALANCE
               PERFORM END-CUSTOMER-STATEMENT
               MOVE STW-TXN-ACCOUNT TO WS-PREVIOUS-ACCOUNT
               MOVE STW-CUSTOMER TO WS-PREVIOUS-CUSTOMER
               PERFORM START-CUSTOMER-STATEMENT
               PERFORM START-ACCOUNT-STATEMENT
           ELSE
               IF STW-TXN-ACCOUNT NOT = WS-PREVIOUS-ACCOUNT
                   PERFORM WRITE-CLOSING-BALANCE
                   MOVE STW-TXN-ACCOUNT TO WS-PREVIOUS-ACCOUNT
                   PERFORM START-ACCOUNT-STATEMENT
               END-IF
           END-IF
           ADD STW-POSTING-AMOUNT TO WS-RUNNING-BALANCE
           MOVE STW-TXN-DATE TO SDL-DATE
               PERFORM ERROR-HANDLING
           END-IF.

      * A linked customer's statement opens with the name and
      * address from the customer master; an unlinked account has no
      * customer heading and is headed by its own account line.
       START-CUSTOMER-STATEMENT.
           MOVE ZERO TO WS-CUSTOMER-BALANCE
           IF WS-PREVIOUS-CUSTOMER NOT = SPACES
               MOVE WS-PREVIOUS-CUSTOMER TO CUS-CUSTOMER
               READ CUSTOMER-MASTER-FILE
               IF NOT WS-CUS-STATUS-OK AND NOT WS-CUS-NOT-FOUND
                   MOVE "READ CUSTOMER-MASTER" TO WS-ERROR-OPERATION
                   MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               MOVE WS-PREVIOUS-CUSTOMER TO SCL-CUSTOMER
               IF WS-CUS-NOT-FOUND
                   MOVE "*** NOT ON CUSTOMER FILE ***" TO SCL-NAME
               ELSE
                   MOVE CUS-NAME TO SCL-NAME
               END-IF
               WRITE STATEMENT-REPORT-LINE FROM WS-STMT-CUSTOMER-LINE
               IF NOT WS-RPT-STATUS-OK
                   MOVE "WRITE STATEMENT-RPT" TO WS-ERROR-OPERATION
                   MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               IF NOT WS-CUS-NOT-FOUND
                   MOVE CUS-ADDRESS-LINE-1 TO SAL-ADDRESS
                   PERFORM WRITE-ADDRESS-LINE
                   IF CUS-ADDRESS-LINE-2 NOT = SPACES
                       MOVE CUS-ADDRESS-LINE-2 TO SAL-ADDRESS
                       PERFORM WRITE-ADDRESS-LINE
                   END-IF
               END-IF
               ADD 1 TO WS-STATEMENTS-WRITTEN
           END-IF.

       WRITE-ADDRESS-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-STMT-ADDRESS-LINE
           IF NOT WS-RPT-STATUS-OK
               MOVE "WRITE STATEMENT-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       END-CUSTOMER-STATEMENT.
           IF WS-PREVIOUS-CUSTOMER NOT = SPACES
               MOVE "COMBINED BALANCE:   " TO SBL-LABEL
               MOVE WS-CUSTOMER-BALANCE TO SBL-AMOUNT
               PERFORM WRITE-BALANCE-LINE
               MOVE SPACES TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               IF NOT WS-RPT-STATUS-OK
                   MOVE "WRITE STATEMENT-RPT" TO WS-ERROR-OPERATION
                   MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
           END-IF.

       START-ACCOUNT-STATEMENT.
           MOVE ZERO TO WS-NET-FOUND-SUB
           PERFORM SCAN-PREVIOUS-NET-ENTRY
               PERFORM ERROR-HANDLING
           END-IF
           MOVE WS-PREVIOUS-ACCOUNT TO SHL-ACCOUNT
           MOVE WS-PREVIOUS-ACCOUNT TO SAC-ACCOUNT
           IF WS-ACM-NOT-FOUND
               MOVE "*** NOT ON MASTER ***" TO SHL-NAME
               MOVE "*** NOT ON MASTER ***" TO SAC-NAME
               MOVE ZERO TO WS-CLOSING-BALANCE
               IF WS-NET-FOUND-SUB > ZERO
                   MOVE WS-NET-AMOUNT (WS-NET-FOUND-SUB)
               END-IF
           ELSE
               MOVE ACM-NAME TO SHL-NAME
               MOVE ACM-NAME TO SAC-NAME
               MOVE ACM-BALANCE TO WS-CLOSING-BALANCE
           END-IF
           MOVE WS-CLOSING-BALANCE TO WS-OPENING-BALANCE
                   GIVING WS-OPENING-BALANCE
           END-IF
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           IF WS-PREVIOUS-CUSTOMER = SPACES
               WRITE STATEMENT-REPORT-LINE FROM WS-STMT-HEADER-LINE
               ADD 1 TO WS-STATEMENTS-WRITTEN
           ELSE
               WRITE STATEMENT-REPORT-LINE FROM WS-STMT-ACCOUNT-LINE
           END-IF
           IF NOT WS-RPT-STATUS-OK
               MOVE "WRITE STATEMENT-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
           MOVE "  OPENING BALANCE:  " TO SBL-LABEL
           MOVE WS-OPENING-BALANCE TO SBL-AMOUNT
           PERFORM WRITE-BALANCE-LINE
           ADD 1 TO WS-ACCOUNTS-STATED.

       SCAN-PREVIOUS-NET-ENTRY.
           IF WS-NET-ACCOUNT (WS-NET-SUB) = WS-PREVIOUS-ACCOUNT
           END-IF.

       WRITE-CLOSING-BALANCE.
           ADD WS-RUNNING-BALANCE TO WS-CUSTOMER-BALANCE
           MOVE "  CLOSING BALANCE:  " TO SBL-LABEL
           MOVE WS-RUNNING-BALANCE TO SBL-AMOUNT
           PERFORM WRITE-BALANCE-LINE
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           IF NOT WS-CUS-STATUS-OK
               MOVE "CLOSE CUSTOMER-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE STATEMENT-REPORT-FILE
           IF NOT WS-RPT-STATUS-OK
               MOVE "CLOSE STATEMENT-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           DISPLAY "STATEMENTS WRITTEN: " WS-STATEMENTS-WRITTEN
           DISPLAY "ACCOUNTS STATED:    " WS-ACCOUNTS-STATED.

      * Status 99 marks an edit or control failure, anything else is
      * a file error; the scheduler tests 12 and 16 apart from the
