      *           NM changes the name on an existing account.  The
      *           carried-forward balance is never touched, so the
      *           full ACCTLOAD reload is only needed at conversion.
      *           The same file maintains the customer master: CC
      *           creates a customer, CU changes one, and LK (or OP
      *           with a customer number) attaches an account to its
      *           customer.
      *           Status and limit changes: FZ freezes, UF unfreezes,
      *           RA reactivates a dormant account, RO reopens a
      *           closed one and LM sets the overdraft limit.  RA and
      *           an LM that does not raise the limit apply at once;
      *           FZ, UF, RO and a limit increase wait on PENDMNT.DAT
      *           until a different user approves them through
      *           MNTAPP.DAT on a later run.  A request left waiting
      *           longer than the MNTCTL.DAT expiry days is dropped,
      *           and every open or expired request is listed on the
      *           PENDAGE.RPT aging report.
      *           Every change is logged to DAILYAUD.LOG in the
      *           shared audit line format so account openings trace
      *           the same way postings do.
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER
               FILE STATUS IS WS-CUS-FILE-STATUS.

           SELECT MAINT-CONTROL-FILE ASSIGN TO "MNTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNC-FILE-STATUS.

           SELECT PENDING-MAINT-FILE ASSIGN TO "PENDMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT MAINT-APPROVAL-FILE ASSIGN TO "MNTAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT PENDING-AGING-FILE ASSIGN TO "PENDAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "DAILYAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  MAINT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNTCTL.

       FD  PENDING-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PNDREC.

       FD  MAINT-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPREC
               REPLACING ==APPROVAL-RECORD==
                      BY ==MAINT-APPROVAL-RECORD==
                         ==APP-TXN-ID== BY ==MAP-TXN-ID==
                         ==APP-SUPERVISOR== BY ==MAP-CHECKER==.

       FD  PENDING-AGING-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-AGING-LINE         PIC X(80).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-LINE             PIC X(137).

       FD  ABEND-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88  WS-END-OF-FILE         VALUE "Y".

       01  WS-PND-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PND-END-OF-FILE     VALUE "Y".

       01  WS-MAP-EOF-SWITCH          PIC X VALUE "N".
           88  WS-MAP-END-OF-FILE     VALUE "Y".

       01  WS-MNT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-MNT-STATUS-OK       VALUES "00" "10".

       01  WS-MNC-FILE-STATUS         PIC XX VALUE "00".
           88  WS-MNC-STATUS-OK       VALUES "00" "10".

       01  WS-PND-FILE-STATUS         PIC XX VALUE "00".
           88  WS-PND-STATUS-OK       VALUES "00" "10".
           88  WS-PND-FILE-MISSING    VALUE "35".

       01  WS-MAP-FILE-STATUS         PIC XX VALUE "00".
           88  WS-MAP-STATUS-OK       VALUES "00" "10".
           88  WS-MAP-FILE-MISSING    VALUE "35".

       01  WS-PAG-FILE-STATUS         PIC XX VALUE "00".
           88  WS-PAG-STATUS-OK       VALUES "00" "10".

       01  WS-ACM-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ACM-STATUS-OK       VALUES "00" "10".
           88  WS-ACM-NOT-FOUND       VALUE "23".
           88  WS-ACM-DUPLICATE       VALUE "22".

       01  WS-CUS-FILE-STATUS         PIC XX VALUE "00".
           88  WS-CUS-STATUS-OK       VALUES "00" "05" "10".
           88  WS-CUS-NOT-FOUND       VALUE "23".
           88  WS-CUS-DUPLICATE       VALUE "22".

       01  WS-AUD-FILE-STATUS         PIC XX VALUE "00".
           88  WS-AUD-STATUS-OK       VALUES "00" "10".

       01  WS-AUDIT-ACTION            PIC X(10).
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-AUDIT-AMOUNT            PIC S9(9)V99 VALUE ZERO.
       01  WS-AUDIT-ACCOUNT           PIC X(10).
       01  WS-AUDIT-TXN-ID            PIC X(10) VALUE SPACES.
       01  WS-AUDIT-MAKER             PIC X(8) VALUE SPACES.
       01  WS-AUDIT-CHECKER           PIC X(8) VALUE SPACES.

       01  WS-EXPIRY-DAYS             PIC 9(3) VALUE ZERO.
       01  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       01  WS-PENDING-AGE             PIC 9(5) VALUE ZERO.

       01  WS-MAINT-ACTION            PIC X(2).
           88  WS-MAINT-FREEZE        VALUE "FZ".
           88  WS-MAINT-UNFREEZE      VALUE "UF".
           88  WS-MAINT-REACTIVATE    VALUE "RA".
           88  WS-MAINT-REOPEN        VALUE "RO".
           88  WS-MAINT-LIMIT-CHANGE  VALUE "LM".
       01  WS-MAINT-LIMIT             PIC 9(9)V99 VALUE ZERO.

       01  WS-CHANGE-VALID-SWITCH     PIC X VALUE "N".
           88  WS-CHANGE-VALID        VALUE "Y".

       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 500 TIMES.
               10  WS-PND-TXN-ID      PIC X(10).
               10  WS-PND-ACTION      PIC X(2).
               10  WS-PND-ACCOUNT     PIC X(10).
               10  WS-PND-OVERDRAFT-LIMIT
                                      PIC 9(9)V99.
               10  WS-PND-MAKER       PIC X(8).
               10  WS-PND-REQUEST-DATE
                                      PIC 9(8).
               10  WS-PND-OPEN-SWITCH PIC X.
                   88  WS-PND-STILL-OPEN
                                      VALUE "Y".

       01  WS-PENDING-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-LOADED-PENDING-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-PENDING-SUB             PIC 9(4) VALUE ZERO.
       01  WS-PENDING-FOUND-SUB       PIC 9(4) VALUE ZERO.

       01  WS-APPROVAL-TABLE.
           05  WS-APPROVAL-ENTRY OCCURS 500 TIMES.
               10  WS-MAP-TXN-ID      PIC X(10).
               10  WS-MAP-CHECKER     PIC X(8).

       01  WS-APPROVAL-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-APPROVAL-SUB            PIC 9(4) VALUE ZERO.
       01  WS-APPROVAL-FOUND-SUB      PIC 9(4) VALUE ZERO.

           COPY AUDLINE.

       01  WS-ACCOUNTS-OPENED         PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-CLOSED         PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-RENAMED        PIC 9(9) VALUE ZERO.
       01  WS-CUSTOMERS-CREATED       PIC 9(9) VALUE ZERO.
       01  WS-CUSTOMERS-CHANGED       PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-LINKED         PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-FROZEN         PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-UNFROZEN       PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-REACTIVATED    PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-REOPENED       PIC 9(9) VALUE ZERO.
       01  WS-LIMITS-CHANGED          PIC 9(9) VALUE ZERO.
       01  WS-MAINTS-HELD             PIC 9(9) VALUE ZERO.
       01  WS-PENDING-KEPT            PIC 9(9) VALUE ZERO.
       01  WS-PENDING-EXPIRED         PIC 9(9) VALUE ZERO.
       01  WS-APPROVALS-REFUSED       PIC 9(9) VALUE ZERO.
       01  WS-MAINTS-IN-ERROR         PIC 9(9) VALUE ZERO.

       01  WS-AGING-TITLE-LINE.
           05  FILLER                 PIC X(40)
               VALUE "PENDING MAINTENANCE AGING REPORT".
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-AGING-DETAIL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PGL-TXN-ID             PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PGL-ACTION             PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PGL-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(5) VALUE "  BY ".
           05  PGL-MAKER              PIC X(8).
           05  FILLER                 PIC X(6) VALUE "  REQ ".
           05  PGL-REQUEST-DATE       PIC 9(8).
           05  FILLER                 PIC X(6) VALUE "  AGE ".
           05  PGL-AGE-DAYS           PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PGL-STATE              PIC X(8).
           05  FILLER                 PIC X(4) VALUE SPACES.

       01  WS-AGING-TOTAL-LINE.
           05  FILLER                 PIC X(20)
               VALUE "STILL PENDING:".
           05  PGT-PENDING            PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(12) VALUE "  EXPIRED:".
           05  PGT-EXPIRED            PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-ERROR-OPERATION         PIC X(20).
       01  WS-ERROR-STATUS-CODE       PIC XX.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-PENDING-MAINTENANCE UNTIL WS-PND-END-OF-FILE
           PERFORM LOAD-MAINT-APPROVALS UNTIL WS-MAP-END-OF-FILE
           PERFORM CLOSE-PENDING-INPUT
           MOVE WS-PENDING-COUNT TO WS-LOADED-PENDING-COUNT
           PERFORM APPROVE-OR-AGE-PENDING
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-LOADED-PENDING-COUNT
           PERFORM PROCESS-MAINTENANCE UNTIL WS-END-OF-FILE
           PERFORM REWRITE-PENDING-MAINTENANCE
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM READ-MAINT-CONTROL
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-TODAY-DATE
           OPEN INPUT MAINT-TXN-FILE
           IF NOT WS-MNT-STATUS-OK
               MOVE "OPEN MAINT-TXN-FILE" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF NOT WS-CUS-STATUS-OK
               MOVE "OPEN CUSTOMER-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF NOT WS-AUD-STATUS-OK
               MOVE "OPEN AUDIT-LOG-FILE" TO WS-ERROR-OPERATION
               MOVE WS-AUD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT PENDING-MAINT-FILE
           IF WS-PND-FILE-MISSING
               DISPLAY "NO PENDING MAINTENANCE FILE - NONE WAITING"
               SET WS-PND-END-OF-FILE TO TRUE
           ELSE
               IF NOT WS-PND-STATUS-OK
                   MOVE "OPEN PENDING-MAINT" TO WS-ERROR-OPERATION
                   MOVE WS-PND-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
           END-IF
           OPEN INPUT MAINT-APPROVAL-FILE
           IF WS-MAP-FILE-MISSING
               DISPLAY "NO MAINTENANCE APPROVAL FILE - NONE APPROVED"
               SET WS-MAP-END-OF-FILE TO TRUE
           ELSE
               IF NOT WS-MAP-STATUS-OK
                   MOVE "OPEN MAINT-APPROVAL" TO WS-ERROR-OPERATION
                   MOVE WS-MAP-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
           END-IF
           OPEN OUTPUT PENDING-AGING-FILE
           IF NOT WS-PAG-STATUS-OK
               MOVE "OPEN PENDING-AGING" TO WS-ERROR-OPERATION
               MOVE WS-PAG-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           WRITE PENDING-AGING-LINE FROM WS-AGING-TITLE-LINE
           IF NOT WS-PAG-STATUS-OK
               MOVE "WRITE PENDING-AGING" TO WS-ERROR-OPERATION
               MOVE WS-PAG-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       READ-MAINT-CONTROL.
           OPEN INPUT MAINT-CONTROL-FILE
           IF NOT WS-MNC-STATUS-OK
               MOVE "OPEN MAINT-CONTROL" TO WS-ERROR-OPERATION
               MOVE WS-MNC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           READ MAINT-CONTROL-FILE
               AT END
                   DISPLAY "MAINT-CONTROL FILE IS EMPTY"
                   MOVE "READ MAINT-CONTROL" TO WS-ERROR-OPERATION
                   MOVE "10" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               NOT AT END
                   MOVE MNC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
           END-READ
           IF NOT WS-MNC-STATUS-OK
               MOVE "READ MAINT-CONTROL" TO WS-ERROR-OPERATION
               MOVE WS-MNC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE MAINT-CONTROL-FILE
           IF NOT WS-MNC-STATUS-OK
               MOVE "CLOSE MAINT-CONTROL" TO WS-ERROR-OPERATION
               MOVE WS-MNC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           IF WS-EXPIRY-DAYS = ZERO
               DISPLAY "MAINT-CONTROL EXPIRY DAYS ARE NOT VALID"
               MOVE "CHECK MAINT-CONTROL" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       GET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP.

       LOAD-PENDING-MAINTENANCE.
           READ PENDING-MAINT-FILE
               AT END
                   SET WS-PND-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM STORE-PENDING-ENTRY
           END-READ
           IF NOT WS-PND-STATUS-OK
               MOVE "READ PENDING-MAINT" TO WS-ERROR-OPERATION
               MOVE WS-PND-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       STORE-PENDING-ENTRY.
           IF WS-PENDING-COUNT >= 500
               DISPLAY "PENDING TABLE FULL - LIMIT 500"
               MOVE "LOAD PENDING" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           MOVE PND-TXN-ID TO WS-PND-TXN-ID (WS-PENDING-COUNT)
           MOVE PND-ACTION TO WS-PND-ACTION (WS-PENDING-COUNT)
           MOVE PND-ACCOUNT TO WS-PND-ACCOUNT (WS-PENDING-COUNT)
           MOVE PND-OVERDRAFT-LIMIT
               TO WS-PND-OVERDRAFT-LIMIT (WS-PENDING-COUNT)
           MOVE PND-MAKER TO WS-PND-MAKER (WS-PENDING-COUNT)
           MOVE PND-REQUEST-DATE
               TO WS-PND-REQUEST-DATE (WS-PENDING-COUNT)
           MOVE "Y" TO WS-PND-OPEN-SWITCH (WS-PENDING-COUNT).

       LOAD-MAINT-APPROVALS.
           READ MAINT-APPROVAL-FILE
               AT END
                   SET WS-MAP-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM STORE-MAINT-APPROVAL
           END-READ
           IF NOT WS-MAP-STATUS-OK
               MOVE "READ MAINT-APPROVAL" TO WS-ERROR-OPERATION
               MOVE WS-MAP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       STORE-MAINT-APPROVAL.
           IF WS-APPROVAL-COUNT >= 500
               DISPLAY "APPROVAL TABLE FULL - LIMIT 500"
               MOVE "LOAD APPROVALS" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-APPROVAL-COUNT
           MOVE MAP-TXN-ID TO WS-MAP-TXN-ID (WS-APPROVAL-COUNT)
           MOVE MAP-CHECKER TO WS-MAP-CHECKER (WS-APPROVAL-COUNT).

      * The pending file is left as it is until the end of the run;
      * the table is the working copy from here on.
       CLOSE-PENDING-INPUT.
           IF NOT WS-PND-FILE-MISSING
               CLOSE PENDING-MAINT-FILE
               IF NOT WS-PND-STATUS-OK
                   MOVE "CLOSE PENDING-MAINT" TO WS-ERROR-OPERATION
                   MOVE WS-PND-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
           END-IF.

      * Only requests taken on an earlier run are offered for
      * approval, and the checker must be someone other than the
      * maker; an approval keyed by the maker is refused and the
      * request keeps waiting.  A request already past the expiry
      * period expires even when an approval has come in for it.
       APPROVE-OR-AGE-PENDING.
           MOVE WS-PND-TXN-ID (WS-PENDING-SUB) TO WS-AUDIT-TXN-ID
           MOVE WS-PND-ACCOUNT (WS-PENDING-SUB) TO WS-AUDIT-ACCOUNT
           MOVE WS-PND-MAKER (WS-PENDING-SUB) TO WS-AUDIT-MAKER
           MOVE SPACES TO WS-AUDIT-CHECKER
           MOVE ZERO TO WS-APPROVAL-FOUND-SUB
           PERFORM SCAN-APPROVAL-ENTRY
               VARYING WS-APPROVAL-SUB FROM 1 BY 1
               UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
           PERFORM COMPUTE-PENDING-AGE
           IF WS-PENDING-AGE > WS-EXPIRY-DAYS
               IF WS-APPROVAL-FOUND-SUB > ZERO
                   DISPLAY "APPROVAL IGNORED - REQUEST EXPIRED "
                       WS-AUDIT-TXN-ID
               END-IF
               PERFORM AGE-PENDING-MAINTENANCE
           ELSE
               PERFORM APPROVE-PENDING-MAINTENANCE
           END-IF.

       APPROVE-PENDING-MAINTENANCE.
           IF WS-APPROVAL-FOUND-SUB > ZERO
               MOVE WS-MAP-CHECKER (WS-APPROVAL-FOUND-SUB)
                   TO WS-AUDIT-CHECKER
               IF WS-AUDIT-CHECKER = SPACES
                   OR WS-AUDIT-CHECKER = WS-AUDIT-MAKER
                   DISPLAY "APPROVAL BY MAKER REFUSED ON "
                       WS-AUDIT-TXN-ID
                   ADD 1 TO WS-APPROVALS-REFUSED
                   MOVE "SELFAPPR" TO WS-AUDIT-ACTION
                   MOVE "99" TO WS-AUDIT-STATUS
                   MOVE ZERO TO WS-AUDIT-AMOUNT
                   PERFORM WRITE-AUDIT-DETAIL-LINE
                   MOVE SPACES TO WS-AUDIT-CHECKER
                   PERFORM AGE-PENDING-MAINTENANCE
               ELSE
                   MOVE "N" TO WS-PND-OPEN-SWITCH (WS-PENDING-SUB)
                   PERFORM APPLY-APPROVED-MAINTENANCE
               END-IF
           ELSE
               PERFORM AGE-PENDING-MAINTENANCE
           END-IF.

       SCAN-APPROVAL-ENTRY.
           IF WS-MAP-TXN-ID (WS-APPROVAL-SUB)
               = WS-PND-TXN-ID (WS-PENDING-SUB)
               MOVE WS-APPROVAL-SUB TO WS-APPROVAL-FOUND-SUB
           END-IF.

      * The account is read again at approval time, because the daily
      * run or another maintenance may have changed its status since
      * the request was keyed.
       APPLY-APPROVED-MAINTENANCE.
           MOVE WS-PND-ACTION (WS-PENDING-SUB) TO WS-MAINT-ACTION
           MOVE WS-PND-OVERDRAFT-LIMIT (WS-PENDING-SUB)
               TO WS-MAINT-LIMIT
           MOVE WS-PND-ACCOUNT (WS-PENDING-SUB) TO ACM-ACCOUNT
           READ ACCOUNT-MASTER-FILE
           IF WS-ACM-NOT-FOUND
               DISPLAY "ACCOUNT NOT ON MASTER " WS-AUDIT-ACCOUNT
                   " ON " WS-AUDIT-TXN-ID
               MOVE WS-ACM-FILE-STATUS TO WS-AUDIT-STATUS
               PERFORM LOG-MAINTENANCE-ERROR
           ELSE
               IF NOT WS-ACM-STATUS-OK
                   MOVE "READ ACCOUNT-MASTER" TO WS-ERROR-OPERATION
                   MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               PERFORM CHECK-STATUS-CHANGE
               IF WS-CHANGE-VALID
                   PERFORM APPLY-STATUS-CHANGE
               ELSE
                   DISPLAY "ACCOUNT STATUS " ACM-STATUS
                       " DOES NOT ALLOW " WS-MAINT-ACTION
                       " ON " WS-AUDIT-TXN-ID
                   MOVE "99" TO WS-AUDIT-STATUS
                   PERFORM LOG-MAINTENANCE-ERROR
               END-IF
           END-IF.

       COMPUTE-PENDING-AGE.
           COMPUTE WS-PENDING-AGE =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE
                   (WS-PND-REQUEST-DATE (WS-PENDING-SUB)).

       AGE-PENDING-MAINTENANCE.
           PERFORM COMPUTE-PENDING-AGE
           IF WS-PENDING-AGE > WS-EXPIRY-DAYS
               MOVE "N" TO WS-PND-OPEN-SWITCH (WS-PENDING-SUB)
               ADD 1 TO WS-PENDING-EXPIRED
               MOVE "MNTEXPIRED" TO WS-AUDIT-ACTION
               MOVE "EX" TO WS-AUDIT-STATUS
               MOVE ZERO TO WS-AUDIT-AMOUNT
               PERFORM WRITE-AUDIT-DETAIL-LINE
               MOVE "EXPIRED" TO PGL-STATE
           ELSE
               ADD 1 TO WS-PENDING-KEPT
               MOVE "PENDING" TO PGL-STATE
           END-IF
           PERFORM WRITE-PENDING-AGING-LINE.

      * Requests still waiting, old and new, are written back in one
      * pass once all the maintenance has been applied, so a failure
      * earlier in the run leaves the pending file as it was.
       REWRITE-PENDING-MAINTENANCE.
           OPEN OUTPUT PENDING-MAINT-FILE
           IF NOT WS-PND-STATUS-OK
               MOVE "REWRITE PENDING-MAINT" TO WS-ERROR-OPERATION
               MOVE WS-PND-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           PERFORM WRITE-PENDING-ENTRY
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
           CLOSE PENDING-MAINT-FILE
           IF NOT WS-PND-STATUS-OK
               MOVE "CLOSE PENDING-MAINT" TO WS-ERROR-OPERATION
               MOVE WS-PND-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-PENDING-ENTRY.
           IF WS-PND-STILL-OPEN (WS-PENDING-SUB)
               PERFORM WRITE-PENDING-RECORD
           END-IF.

       WRITE-PENDING-RECORD.
           MOVE WS-PND-TXN-ID (WS-PENDING-SUB) TO PND-TXN-ID
           MOVE WS-PND-ACTION (WS-PENDING-SUB) TO PND-ACTION
           MOVE WS-PND-ACCOUNT (WS-PENDING-SUB) TO PND-ACCOUNT
           MOVE WS-PND-OVERDRAFT-LIMIT (WS-PENDING-SUB)
               TO PND-OVERDRAFT-LIMIT
           MOVE WS-PND-MAKER (WS-PENDING-SUB) TO PND-MAKER
           MOVE WS-PND-REQUEST-DATE (WS-PENDING-SUB)
               TO PND-REQUEST-DATE
           WRITE PENDING-MAINT-RECORD
           IF NOT WS-PND-STATUS-OK
               MOVE "WRITE PENDING-MAINT" TO WS-ERROR-OPERATION
               MOVE WS-PND-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-PENDING-AGING-LINE.
           MOVE WS-PND-TXN-ID (WS-PENDING-SUB) TO PGL-TXN-ID
           MOVE WS-PND-ACTION (WS-PENDING-SUB) TO PGL-ACTION
           MOVE WS-PND-ACCOUNT (WS-PENDING-SUB) TO PGL-ACCOUNT
           MOVE WS-PND-MAKER (WS-PENDING-SUB) TO PGL-MAKER
           MOVE WS-PND-REQUEST-DATE (WS-PENDING-SUB)
               TO PGL-REQUEST-DATE
           MOVE WS-PENDING-AGE TO PGL-AGE-DAYS
           WRITE PENDING-AGING-LINE FROM WS-AGING-DETAIL-LINE
           IF NOT WS-PAG-STATUS-OK
               MOVE "WRITE PENDING-AGING" TO WS-ERROR-OPERATION
               MOVE WS-PAG-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       PROCESS-MAINTENANCE.
           READ MAINT-TXN-FILE
               AT END
               PERFORM ERROR-HANDLING
           END-IF.

      * Customer actions are logged against the customer number in
      * the account column of the audit line; everything else is
      * logged against the account the branch named.
       APPLY-ONE-MAINTENANCE.
           MOVE MNT-ACCOUNT TO WS-AUDIT-ACCOUNT
           MOVE MNT-TXN-ID TO WS-AUDIT-TXN-ID
           MOVE MNT-USER-ID TO WS-AUDIT-MAKER
           MOVE SPACES TO WS-AUDIT-CHECKER
           IF MNT-OPEN-ACCOUNT
               PERFORM OPEN-NEW-ACCOUNT
           ELSE
               IF MNT-CLOSE-ACCOUNT OR MNT-CHANGE-NAME
                   PERFORM CHANGE-EXISTING-ACCOUNT
               ELSE
                   IF MNT-FREEZE-ACCOUNT OR MNT-UNFREEZE-ACCOUNT
                       OR MNT-REACTIVATE-ACCOUNT OR MNT-REOPEN-ACCOUNT
                       OR MNT-CHANGE-LIMIT
                       PERFORM REQUEST-STATUS-CHANGE
                   ELSE
                       PERFORM APPLY-CUSTOMER-MAINTENANCE
                   END-IF
               END-IF
           END-IF.

       APPLY-CUSTOMER-MAINTENANCE.
           IF MNT-CREATE-CUSTOMER
               MOVE MNT-CUSTOMER TO WS-AUDIT-ACCOUNT
               PERFORM CREATE-NEW-CUSTOMER
           ELSE
               IF MNT-CHANGE-CUSTOMER
                   MOVE MNT-CUSTOMER TO WS-AUDIT-ACCOUNT
                   PERFORM CHANGE-EXISTING-CUSTOMER
               ELSE
                   IF MNT-LINK-ACCOUNT
                       PERFORM LINK-ACCOUNT-TO-CUSTOMER
                   ELSE
                       DISPLAY "INVALID MAINT ACTION "
                           MNT-ACTION " ON " MNT-TXN-ID
                       MOVE "99" TO WS-AUDIT-STATUS
                       PERFORM LOG-MAINTENANCE-ERROR
                   END-IF
               END-IF
           END-IF.

      * Status and limit changes need the clerk's user id, because a
      * change that waits for approval must be approved by somebody
      * else.  RA and an LM that keeps or lowers the limit apply at
      * once; FZ, UF, RO and a limit increase go to the pending file.
       REQUEST-STATUS-CHANGE.
           IF MNT-USER-ID = SPACES
               DISPLAY "NO USER ID ON " MNT-TXN-ID
               MOVE "99" TO WS-AUDIT-STATUS
               PERFORM LOG-MAINTENANCE-ERROR
           ELSE
               MOVE MNT-ACCOUNT TO ACM-ACCOUNT
               READ ACCOUNT-MASTER-FILE
               IF WS-ACM-NOT-FOUND
                   DISPLAY "ACCOUNT NOT ON MASTER " MNT-ACCOUNT
                       " ON " MNT-TXN-ID
                   MOVE WS-ACM-FILE-STATUS TO WS-AUDIT-STATUS
                   PERFORM LOG-MAINTENANCE-ERROR
               ELSE
                   IF NOT WS-ACM-STATUS-OK
                       MOVE "READ ACCOUNT-MASTER"
                           TO WS-ERROR-OPERATION
                       MOVE WS-ACM-FILE-STATUS
                           TO WS-ERROR-STATUS-CODE
                       PERFORM ERROR-HANDLING
                   END-IF
                   MOVE MNT-ACTION TO WS-MAINT-ACTION
                   MOVE MNT-OVERDRAFT-LIMIT TO WS-MAINT-LIMIT
                   PERFORM CHECK-STATUS-CHANGE
                   IF NOT WS-CHANGE-VALID
                       DISPLAY "ACCOUNT STATUS " ACM-STATUS
                           " DOES NOT ALLOW " MNT-ACTION
                           " ON " MNT-TXN-ID
                       MOVE "99" TO WS-AUDIT-STATUS
                       PERFORM LOG-MAINTENANCE-ERROR
                   ELSE
                       IF WS-MAINT-REACTIVATE
                           OR (WS-MAINT-LIMIT-CHANGE
                               AND WS-MAINT-LIMIT
                                   NOT > ACM-OVERDRAFT-LIMIT)
                           PERFORM APPLY-STATUS-CHANGE
                       ELSE
                           PERFORM HOLD-FOR-APPROVAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The account must be in a status the change makes sense from:
      * only an active or dormant account is frozen, only a frozen
      * one unfrozen, only a dormant one reactivated, only a closed
      * one reopened, and a closed account takes no limit change.
       CHECK-STATUS-CHANGE.
           MOVE "N" TO WS-CHANGE-VALID-SWITCH
           IF WS-MAINT-FREEZE AND (ACM-ACTIVE OR ACM-DORMANT)
               SET WS-CHANGE-VALID TO TRUE
           END-IF
           IF WS-MAINT-UNFREEZE AND ACM-FROZEN
               SET WS-CHANGE-VALID TO TRUE
           END-IF
           IF WS-MAINT-REACTIVATE AND ACM-DORMANT
               SET WS-CHANGE-VALID TO TRUE
           END-IF
           IF WS-MAINT-REOPEN AND ACM-CLOSED
               SET WS-CHANGE-VALID TO TRUE
           END-IF
           IF WS-MAINT-LIMIT-CHANGE AND NOT ACM-CLOSED
               SET WS-CHANGE-VALID TO TRUE
           END-IF.

      * Reactivating or reopening restarts the dormancy clock, or the
      * next sweep would make the account dormant again at once.
      * The audit amount is the balance, or the new limit on an LM.
       APPLY-STATUS-CHANGE.
           MOVE ACM-BALANCE TO WS-AUDIT-AMOUNT
           IF WS-MAINT-FREEZE
               MOVE "F" TO ACM-STATUS
               MOVE "FROZEN" TO WS-AUDIT-ACTION
               ADD 1 TO WS-ACCOUNTS-FROZEN
           END-IF
           IF WS-MAINT-UNFREEZE
               MOVE "A" TO ACM-STATUS
               MOVE "UNFROZEN" TO WS-AUDIT-ACTION
               ADD 1 TO WS-ACCOUNTS-UNFROZEN
           END-IF
           IF WS-MAINT-REACTIVATE
               MOVE "A" TO ACM-STATUS
               MOVE WS-TODAY-DATE TO ACM-LAST-ACTIVITY-DATE
               MOVE "REACTIVATE" TO WS-AUDIT-ACTION
               ADD 1 TO WS-ACCOUNTS-REACTIVATED
           END-IF
           IF WS-MAINT-REOPEN
               MOVE "A" TO ACM-STATUS
               MOVE WS-TODAY-DATE TO ACM-LAST-ACTIVITY-DATE
               MOVE "REOPENED" TO WS-AUDIT-ACTION
               ADD 1 TO WS-ACCOUNTS-REOPENED
           END-IF
           IF WS-MAINT-LIMIT-CHANGE
               MOVE WS-MAINT-LIMIT TO ACM-OVERDRAFT-LIMIT
               MOVE WS-MAINT-LIMIT TO WS-AUDIT-AMOUNT
               MOVE "LIMITCHG" TO WS-AUDIT-ACTION
               ADD 1 TO WS-LIMITS-CHANGED
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
           IF NOT WS-ACM-STATUS-OK
               MOVE "REWRITE ACCT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           MOVE WS-ACM-FILE-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-DETAIL-LINE.

      * A transaction id already waiting is a resend and is refused,
      * so one approval can never apply the same change twice.
       HOLD-FOR-APPROVAL.
           MOVE ZERO TO WS-PENDING-FOUND-SUB
           PERFORM SCAN-PENDING-ENTRY
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
           IF WS-PENDING-FOUND-SUB > ZERO
               DISPLAY "REQUEST ALREADY PENDING " MNT-TXN-ID
               MOVE "22" TO WS-AUDIT-STATUS
               PERFORM LOG-MAINTENANCE-ERROR
           ELSE
               PERFORM ADD-PENDING-ENTRY
           END-IF.

       SCAN-PENDING-ENTRY.
           IF WS-PND-TXN-ID (WS-PENDING-SUB) = MNT-TXN-ID
               AND WS-PND-STILL-OPEN (WS-PENDING-SUB)
               MOVE WS-PENDING-SUB TO WS-PENDING-FOUND-SUB
           END-IF.

       ADD-PENDING-ENTRY.
           IF WS-PENDING-COUNT >= 500
               DISPLAY "PENDING TABLE FULL - LIMIT 500"
               MOVE "HOLD PENDING" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           MOVE WS-PENDING-COUNT TO WS-PENDING-SUB
           MOVE MNT-TXN-ID TO WS-PND-TXN-ID (WS-PENDING-SUB)
           MOVE MNT-ACTION TO WS-PND-ACTION (WS-PENDING-SUB)
           MOVE MNT-ACCOUNT TO WS-PND-ACCOUNT (WS-PENDING-SUB)
           MOVE WS-MAINT-LIMIT
               TO WS-PND-OVERDRAFT-LIMIT (WS-PENDING-SUB)
           MOVE MNT-USER-ID TO WS-PND-MAKER (WS-PENDING-SUB)
           MOVE WS-TODAY-DATE TO WS-PND-REQUEST-DATE (WS-PENDING-SUB)
           MOVE "Y" TO WS-PND-OPEN-SWITCH (WS-PENDING-SUB)
           ADD 1 TO WS-MAINTS-HELD
           MOVE "PENDING" TO WS-AUDIT-ACTION
           MOVE "PA" TO WS-AUDIT-STATUS
           IF WS-MAINT-LIMIT-CHANGE
               MOVE WS-MAINT-LIMIT TO WS-AUDIT-AMOUNT
           ELSE
               MOVE ACM-BALANCE TO WS-AUDIT-AMOUNT
           END-IF
           PERFORM WRITE-AUDIT-DETAIL-LINE
           MOVE ZERO TO WS-PENDING-AGE
           MOVE "NEW" TO PGL-STATE
           PERFORM WRITE-PENDING-AGING-LINE.

      * A customer number on an OP must already be on the customer
      * master, so an account is never linked to a holder nobody set
      * up; a blank customer number opens the account unlinked.
       OPEN-NEW-ACCOUNT.
           IF MNT-CUSTOMER NOT = SPACES
               PERFORM READ-CUSTOMER-MASTER
               IF WS-CUS-NOT-FOUND
                   DISPLAY "CUSTOMER NOT ON FILE " MNT-CUSTOMER
                       " ON " MNT-TXN-ID
                   MOVE WS-CUS-FILE-STATUS TO WS-AUDIT-STATUS
                   PERFORM LOG-MAINTENANCE-ERROR
               ELSE
                   PERFORM WRITE-NEW-ACCOUNT
               END-IF
           ELSE
               PERFORM WRITE-NEW-ACCOUNT
           END-IF.

       WRITE-NEW-ACCOUNT.
           MOVE MNT-ACCOUNT TO ACM-ACCOUNT
           MOVE MNT-NAME TO ACM-NAME
           MOVE "A" TO ACM-STATUS
           MOVE ZERO TO ACM-BALANCE
           MOVE MNT-OVERDRAFT-LIMIT TO ACM-OVERDRAFT-LIMIT
           MOVE MNT-CUSTOMER TO ACM-CUSTOMER
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO ACM-LAST-ACTIVITY-DATE
           MOVE SPACES TO ACM-LAST-ACTIVITY-BRANCH
           WRITE ACCOUNT-MASTER-RECORD
           IF WS-ACM-DUPLICATE
               DISPLAY "ACCOUNT ALREADY ON MASTER " MNT-ACCOUNT
               PERFORM WRITE-AUDIT-DETAIL-LINE
           END-IF.

       CREATE-NEW-CUSTOMER.
           IF MNT-CUSTOMER = SPACES OR MNT-NAME = SPACES
               OR (MNT-CUSTOMER-TYPE NOT = "P"
                   AND MNT-CUSTOMER-TYPE NOT = "B")
               DISPLAY "INCOMPLETE CUSTOMER " MNT-CUSTOMER
                   " ON " MNT-TXN-ID
               MOVE "99" TO WS-AUDIT-STATUS
               PERFORM LOG-MAINTENANCE-ERROR
           ELSE
               MOVE MNT-CUSTOMER TO CUS-CUSTOMER
               MOVE MNT-NAME TO CUS-NAME
               MOVE MNT-ADDRESS-LINE-1 TO CUS-ADDRESS-LINE-1
               MOVE MNT-ADDRESS-LINE-2 TO CUS-ADDRESS-LINE-2
               MOVE MNT-TAX-ID TO CUS-TAX-ID
               MOVE MNT-CUSTOMER-TYPE TO CUS-TYPE
               WRITE CUSTOMER-MASTER-RECORD
               IF WS-CUS-DUPLICATE
                   DISPLAY "CUSTOMER ALREADY ON FILE " MNT-CUSTOMER
                       " ON " MNT-TXN-ID
                   MOVE WS-CUS-FILE-STATUS TO WS-AUDIT-STATUS
                   PERFORM LOG-MAINTENANCE-ERROR
               ELSE
                   IF NOT WS-CUS-STATUS-OK
                       MOVE "WRITE CUSTOMER-MASTER"
                           TO WS-ERROR-OPERATION
                       MOVE WS-CUS-FILE-STATUS
                           TO WS-ERROR-STATUS-CODE
                       PERFORM ERROR-HANDLING
                   END-IF
                   ADD 1 TO WS-CUSTOMERS-CREATED
                   MOVE "CUSTADDED" TO WS-AUDIT-ACTION
                   MOVE WS-CUS-FILE-STATUS TO WS-AUDIT-STATUS
                   MOVE ZERO TO WS-AUDIT-AMOUNT
                   PERFORM WRITE-AUDIT-DETAIL-LINE
               END-IF
           END-IF.

      * CU replaces only the fields the branch filled in, so an
      * address change does not have to re-key the name and tax id.
       CHANGE-EXISTING-CUSTOMER.
           PERFORM READ-CUSTOMER-MASTER
           IF WS-CUS-NOT-FOUND
               DISPLAY "CUSTOMER NOT ON FILE " MNT-CUSTOMER
                   " ON " MNT-TXN-ID
               MOVE WS-CUS-FILE-STATUS TO WS-AUDIT-STATUS
               PERFORM LOG-MAINTENANCE-ERROR
           ELSE
               IF MNT-CUSTOMER-TYPE NOT = SPACE
                   AND MNT-CUSTOMER-TYPE NOT = "P"
                   AND MNT-CUSTOMER-TYPE NOT = "B"
                   DISPLAY "INVALID CUSTOMER TYPE " MNT-CUSTOMER-TYPE
                       " ON " MNT-TXN-ID
                   MOVE "99" TO WS-AUDIT-STATUS
                   PERFORM LOG-MAINTENANCE-ERROR
               ELSE
                   PERFORM APPLY-CUSTOMER-CHANGES
               END-IF
           END-IF.

       APPLY-CUSTOMER-CHANGES.
           IF MNT-NAME NOT = SPACES
               MOVE MNT-NAME TO CUS-NAME
           END-IF
           IF MNT-ADDRESS-LINE-1 NOT = SPACES
               MOVE MNT-ADDRESS-LINE-1 TO CUS-ADDRESS-LINE-1
           END-IF
           IF MNT-ADDRESS-LINE-2 NOT = SPACES
               MOVE MNT-ADDRESS-LINE-2 TO CUS-ADDRESS-LINE-2
           END-IF
           IF MNT-TAX-ID NOT = SPACES
               MOVE MNT-TAX-ID TO CUS-TAX-ID
           END-IF
           IF MNT-CUSTOMER-TYPE NOT = SPACE
               MOVE MNT-CUSTOMER-TYPE TO CUS-TYPE
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
           IF NOT WS-CUS-STATUS-OK
               MOVE "REWRITE CUST-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-CUSTOMERS-CHANGED
           MOVE "CUSTCHGD" TO WS-AUDIT-ACTION
           MOVE WS-CUS-FILE-STATUS TO WS-AUDIT-STATUS
           MOVE ZERO TO WS-AUDIT-AMOUNT
           PERFORM WRITE-AUDIT-DETAIL-LINE.

      * LK moves an account to the customer named, whether or not it
      * was linked before; the balance is left as the daily run
      * carried it forward.
       LINK-ACCOUNT-TO-CUSTOMER.
           PERFORM READ-CUSTOMER-MASTER
           IF WS-CUS-NOT-FOUND
               DISPLAY "CUSTOMER NOT ON FILE " MNT-CUSTOMER
                   " ON " MNT-TXN-ID
               MOVE WS-CUS-FILE-STATUS TO WS-AUDIT-STATUS
               PERFORM LOG-MAINTENANCE-ERROR
           ELSE
               MOVE MNT-ACCOUNT TO ACM-ACCOUNT
               READ ACCOUNT-MASTER-FILE
               IF WS-ACM-NOT-FOUND
                   DISPLAY "ACCOUNT NOT ON MASTER " MNT-ACCOUNT
                       " ON " MNT-TXN-ID
                   MOVE WS-ACM-FILE-STATUS TO WS-AUDIT-STATUS
                   PERFORM LOG-MAINTENANCE-ERROR
               ELSE
                   IF NOT WS-ACM-STATUS-OK
                       MOVE "READ ACCOUNT-MASTER"
                           TO WS-ERROR-OPERATION
                       MOVE WS-ACM-FILE-STATUS
                           TO WS-ERROR-STATUS-CODE
                       PERFORM ERROR-HANDLING
                   END-IF
                   MOVE MNT-CUSTOMER TO ACM-CUSTOMER
                   REWRITE ACCOUNT-MASTER-RECORD
                   IF NOT WS-ACM-STATUS-OK
                       MOVE "REWRITE ACCT-MASTER"
                           TO WS-ERROR-OPERATION
                       MOVE WS-ACM-FILE-STATUS
                           TO WS-ERROR-STATUS-CODE
                       PERFORM ERROR-HANDLING
                   END-IF
                   ADD 1 TO WS-ACCOUNTS-LINKED
                   MOVE "LINKED" TO WS-AUDIT-ACTION
                   MOVE WS-ACM-FILE-STATUS TO WS-AUDIT-STATUS
                   MOVE ACM-BALANCE TO WS-AUDIT-AMOUNT
                   PERFORM WRITE-AUDIT-DETAIL-LINE
               END-IF
           END-IF.

       READ-CUSTOMER-MASTER.
           MOVE MNT-CUSTOMER TO CUS-CUSTOMER
           READ CUSTOMER-MASTER-FILE
           IF NOT WS-CUS-STATUS-OK AND NOT WS-CUS-NOT-FOUND
               MOVE "READ CUSTOMER-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       LOG-MAINTENANCE-ERROR.
           ADD 1 TO WS-MAINTS-IN-ERROR
           MOVE "MNTERROR" TO WS-AUDIT-ACTION
       WRITE-AUDIT-DETAIL-LINE.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO ADL-TIMESTAMP
           MOVE WS-AUDIT-TXN-ID TO ADL-TXN-ID
           MOVE WS-AUDIT-ACCOUNT TO ADL-ACCOUNT
           MOVE WS-AUDIT-ACTION TO ADL-ACTION
           MOVE WS-AUDIT-STATUS TO ADL-STATUS
           MOVE WS-AUDIT-AMOUNT TO ADL-AMOUNT
           MOVE WS-AUDIT-MAKER TO ADL-USER-ID
           MOVE SPACES TO ADL-BRANCH
           MOVE WS-AUDIT-CHECKER TO ADL-CHECKER-ID
           WRITE AUDIT-LOG-LINE FROM WS-AUDIT-DETAIL-LINE
           IF NOT WS-AUD-STATUS-OK
               MOVE "WRITE AUDIT-LOG-FILE" TO WS-ERROR-OPERATION
           END-IF.

       TERMINATE-RUN.
           ADD WS-MAINTS-HELD TO WS-PENDING-KEPT
           MOVE WS-PENDING-KEPT TO PGT-PENDING
           MOVE WS-PENDING-EXPIRED TO PGT-EXPIRED
           WRITE PENDING-AGING-LINE FROM WS-AGING-TOTAL-LINE
           IF NOT WS-PAG-STATUS-OK
               MOVE "WRITE PENDING-AGING" TO WS-ERROR-OPERATION
               MOVE WS-PAG-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE PENDING-AGING-FILE
           IF NOT WS-PAG-STATUS-OK
               MOVE "CLOSE PENDING-AGING" TO WS-ERROR-OPERATION
               MOVE WS-PAG-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           IF NOT WS-MAP-FILE-MISSING
               CLOSE MAINT-APPROVAL-FILE
               IF NOT WS-MAP-STATUS-OK
                   MOVE "CLOSE MAINT-APPROVAL" TO WS-ERROR-OPERATION
                   MOVE WS-MAP-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
           END-IF
           CLOSE MAINT-TXN-FILE
           IF NOT WS-MNT-STATUS-OK
               MOVE "CLOSE MAINT-TXN-FILE" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           IF NOT WS-CUS-STATUS-OK
               MOVE "CLOSE CUSTOMER-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE AUDIT-LOG-FILE
           IF NOT WS-AUD-STATUS-OK
               MOVE "CLOSE AUDIT-LOG-FILE" TO WS-ERROR-OPERATION
           DISPLAY "ACCOUNTS OPENED:   " WS-ACCOUNTS-OPENED
           DISPLAY "ACCOUNTS CLOSED:   " WS-ACCOUNTS-CLOSED
           DISPLAY "ACCOUNTS RENAMED:  " WS-ACCOUNTS-RENAMED
           DISPLAY "CUSTOMERS CREATED: " WS-CUSTOMERS-CREATED
           DISPLAY "CUSTOMERS CHANGED: " WS-CUSTOMERS-CHANGED
           DISPLAY "ACCOUNTS LINKED:   " WS-ACCOUNTS-LINKED
           DISPLAY "ACCOUNTS FROZEN:   " WS-ACCOUNTS-FROZEN
           DISPLAY "ACCOUNTS UNFROZEN: " WS-ACCOUNTS-UNFROZEN
           DISPLAY "ACCTS REACTIVATED: " WS-ACCOUNTS-REACTIVATED
           DISPLAY "ACCOUNTS REOPENED: " WS-ACCOUNTS-REOPENED
           DISPLAY "LIMITS CHANGED:    " WS-LIMITS-CHANGED
           DISPLAY "HELD FOR APPROVAL: " WS-MAINTS-HELD
           DISPLAY "TOTAL PENDING:     " WS-PENDING-KEPT
           DISPLAY "PENDING EXPIRED:   " WS-PENDING-EXPIRED
           DISPLAY "APPROVALS REFUSED: " WS-APPROVALS-REFUSED
           DISPLAY "MAINT IN ERROR:    " WS-MAINTS-IN-ERROR.

      * Status 99 marks an edit or control failure, anything else is
           MOVE WS-ERROR-OPERATION TO ABL-OPERATION
           MOVE WS-ERROR-STATUS-CODE TO ABL-STATUS
           MOVE WS-MAINTS-READ TO ABL-RECORD-COUNT
           MOVE WS-AUDIT-TXN-ID TO ABL-TXN-ID
           OPEN EXTEND ABEND-LOG-FILE
           IF WS-ABN-STATUS-OK
               WRITE ABEND-LOG-LINE FROM WS-ABEND-SNAPSHOT-LINE
