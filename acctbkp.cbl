      ******************************************************************
      * Author: Libardo Lozano Gambasica
      * Purpose:  Account master backup.  Runs ahead of the daily
      *           posting run and unloads the indexed account master
      *           ACCTMST.DAT, in key order, to a sequential copy
      *           named ACCTBKP.<business date> in the same record
      *           layout, and registers the copy on the archive
      *           catalog ARCHCAT.DAT so ARCHDAY purges it with the
      *           other archives once it passes the retention period.
      *           The copy is the starting point for ACCTRCV when the
      *           master has to be rebuilt: it holds every balance as
      *           it stood before the business date was posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. Libardo_Lozano.
       INSTALLATION. www.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       REMARKS. Respaldo fechado del maestro de cuentas.
       PROGRAM-ID. ACCTBKP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO "ABENDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC
               REPLACING ==ACCOUNT-MASTER-RECORD==
                    BY ==BACKUP-ACCOUNT-RECORD==
                         ==ACM-ACCOUNT== BY ==BKP-ACCOUNT==
                         ==ACM-NAME== BY ==BKP-NAME==
                         ==ACM-STATUS== BY ==BKP-STATUS==
                         ==ACM-ACTIVE== BY ==BKP-ACTIVE==
                         ==ACM-CLOSED== BY ==BKP-CLOSED==
                         ==ACM-FROZEN== BY ==BKP-FROZEN==
                         ==ACM-DORMANT== BY ==BKP-DORMANT==
                         ==ACM-BALANCE== BY ==BKP-BALANCE==
                         ==ACM-OVERDRAFT-LIMIT==
                             BY ==BKP-OVERDRAFT-LIMIT==
                         ==ACM-CUSTOMER== BY ==BKP-CUSTOMER==
                         ==ACM-LAST-ACTIVITY-DATE==
                             BY ==BKP-LAST-ACTIVITY-DATE==
                         ==ACM-LAST-ACTIVITY-BRANCH==
                             BY ==BKP-LAST-ACTIVITY-BRANCH==.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           05  CAT-ARCHIVE-DATE       PIC 9(8).
           05  CAT-ARCHIVE-NAME       PIC X(30).

       FD  ABEND-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ABEND-LOG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-ACM-END-OF-FILE     VALUE "Y".

       01  WS-CAT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-CAT-END-OF-FILE     VALUE "Y".

       01  WS-RCT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RCT-STATUS-OK       VALUES "00" "10".

       01  WS-ACM-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ACM-STATUS-OK       VALUES "00" "10".

       01  WS-BKP-FILE-STATUS         PIC XX VALUE "00".
           88  WS-BKP-STATUS-OK       VALUES "00" "10".

       01  WS-CAT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-CAT-STATUS-OK       VALUES "00" "05" "10".

       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE-X         PIC X(8).
       01  WS-BACKUP-NAME             PIC X(30) VALUE SPACES.

       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-ENTRY OCCURS 500 TIMES.
               10  WS-CAT-DATE        PIC 9(8).
               10  WS-CAT-NAME        PIC X(30).

       01  WS-CATALOG-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-CATALOG-SUB             PIC 9(4) VALUE ZERO.
       01  WS-CATALOG-FOUND-SUB       PIC 9(4) VALUE ZERO.

       01  WS-ACCOUNTS-COPIED         PIC 9(9) VALUE ZERO.
       01  WS-BALANCE-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  WS-BALANCE-TOTAL-EDIT      PIC $$$$.$$$.$$$.$$9,99-.

       01  WS-ERROR-OPERATION         PIC X(20).
       01  WS-ERROR-STATUS-CODE       PIC XX.

       01  WS-ABN-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ABN-STATUS-OK       VALUES "00" "05" "10".

           COPY ABNLINE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM COPY-ONE-ACCOUNT UNTIL WS-ACM-END-OF-FILE
           PERFORM CLOSE-BACKUP-FILES
           PERFORM LOAD-ARCHIVE-CATALOG UNTIL WS-CAT-END-OF-FILE
           PERFORM ADD-CATALOG-ENTRY
           PERFORM REWRITE-ARCHIVE-CATALOG
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT WS-RCT-STATUS-OK
               MOVE "OPEN RUN-CONTROL" TO WS-ERROR-OPERATION
               MOVE WS-RCT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "RUN-CONTROL FILE IS EMPTY"
                   MOVE "READ RUN-CONTROL" TO WS-ERROR-OPERATION
                   MOVE "10" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               NOT AT END
                   MOVE RCR-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ
           IF NOT WS-RCT-STATUS-OK
               MOVE "READ RUN-CONTROL" TO WS-ERROR-OPERATION
               MOVE WS-RCT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE RUN-CONTROL-FILE
           IF NOT WS-RCT-STATUS-OK
               MOVE "CLOSE RUN-CONTROL" TO WS-ERROR-OPERATION
               MOVE WS-RCT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           MOVE SPACES TO WS-BACKUP-NAME
           STRING "ACCTBKP." DELIMITED BY SIZE
               WS-BUSINESS-DATE-X DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           DISPLAY "BACKING UP ACCOUNT MASTER TO " WS-BACKUP-NAME
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "OPEN ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT BACKUP-FILE
           IF NOT WS-BKP-STATUS-OK
               MOVE "OPEN BACKUP-FILE" TO WS-ERROR-OPERATION
               MOVE WS-BKP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       COPY-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET WS-ACM-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM WRITE-BACKUP-RECORD
           END-READ
           IF NOT WS-ACM-STATUS-OK
               MOVE "READ ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-BACKUP-RECORD.
           WRITE BACKUP-ACCOUNT-RECORD FROM ACCOUNT-MASTER-RECORD
           IF NOT WS-BKP-STATUS-OK
               MOVE "WRITE BACKUP-FILE" TO WS-ERROR-OPERATION
               MOVE WS-BKP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-ACCOUNTS-COPIED
           ADD ACM-BALANCE TO WS-BALANCE-TOTAL.

       CLOSE-BACKUP-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "CLOSE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE BACKUP-FILE
           IF NOT WS-BKP-STATUS-OK
               MOVE "CLOSE BACKUP-FILE" TO WS-ERROR-OPERATION
               MOVE WS-BKP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT CATALOG-FILE
           IF NOT WS-CAT-STATUS-OK
               MOVE "OPEN ARCHIVE-CAT" TO WS-ERROR-OPERATION
               MOVE WS-CAT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       LOAD-ARCHIVE-CATALOG.
           READ CATALOG-FILE
               AT END
                   SET WS-CAT-END-OF-FILE TO TRUE
                   CLOSE CATALOG-FILE
                   IF NOT WS-CAT-STATUS-OK
                       MOVE "CLOSE ARCHIVE-CAT" TO WS-ERROR-OPERATION
                       MOVE WS-CAT-FILE-STATUS
                           TO WS-ERROR-STATUS-CODE
                       PERFORM ERROR-HANDLING
                   END-IF
               NOT AT END
                   IF WS-CATALOG-COUNT >= 500
                       DISPLAY "CATALOG TABLE FULL - LIMIT 500"
                       MOVE "LOAD ARCHIVE-CAT" TO WS-ERROR-OPERATION
                       MOVE "99" TO WS-ERROR-STATUS-CODE
                       PERFORM ERROR-HANDLING
                   END-IF
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE CAT-ARCHIVE-DATE
                       TO WS-CAT-DATE (WS-CATALOG-COUNT)
                   MOVE CAT-ARCHIVE-NAME
                       TO WS-CAT-NAME (WS-CATALOG-COUNT)
           END-READ
           IF NOT WS-CAT-STATUS-OK
               MOVE "READ ARCHIVE-CAT" TO WS-ERROR-OPERATION
               MOVE WS-CAT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * A rerun for the same business date overwrites the same
      * backup name, so an entry already on the catalog is kept
      * rather than doubled.
       ADD-CATALOG-ENTRY.
           MOVE ZERO TO WS-CATALOG-FOUND-SUB
           PERFORM SCAN-CATALOG-ENTRY
               VARYING WS-CATALOG-SUB FROM 1 BY 1
               UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
           IF WS-CATALOG-FOUND-SUB > ZERO
               MOVE WS-BUSINESS-DATE
                   TO WS-CAT-DATE (WS-CATALOG-FOUND-SUB)
           ELSE
               IF WS-CATALOG-COUNT >= 500
                   DISPLAY "CATALOG TABLE FULL - LIMIT 500"
                   MOVE "ADD ARCHIVE-CAT" TO WS-ERROR-OPERATION
                   MOVE "99" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               ADD 1 TO WS-CATALOG-COUNT
               MOVE WS-BUSINESS-DATE TO WS-CAT-DATE (WS-CATALOG-COUNT)
               MOVE WS-BACKUP-NAME TO WS-CAT-NAME (WS-CATALOG-COUNT)
           END-IF.

       SCAN-CATALOG-ENTRY.
           IF WS-CAT-NAME (WS-CATALOG-SUB) = WS-BACKUP-NAME
               MOVE WS-CATALOG-SUB TO WS-CATALOG-FOUND-SUB
           END-IF.

       REWRITE-ARCHIVE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           IF NOT WS-CAT-STATUS-OK
               MOVE "REWRITE ARCHIVE-CAT" TO WS-ERROR-OPERATION
               MOVE WS-CAT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           PERFORM WRITE-CATALOG-ENTRY
               VARYING WS-CATALOG-SUB FROM 1 BY 1
               UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
           CLOSE CATALOG-FILE
           IF NOT WS-CAT-STATUS-OK
               MOVE "CLOSE ARCHIVE-CAT" TO WS-ERROR-OPERATION
               MOVE WS-CAT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-CATALOG-ENTRY.
           MOVE WS-CAT-DATE (WS-CATALOG-SUB) TO CAT-ARCHIVE-DATE
           MOVE WS-CAT-NAME (WS-CATALOG-SUB) TO CAT-ARCHIVE-NAME
           WRITE CATALOG-RECORD
           IF NOT WS-CAT-STATUS-OK
               MOVE "WRITE ARCHIVE-CAT" TO WS-ERROR-OPERATION
               MOVE WS-CAT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       TERMINATE-RUN.
           MOVE WS-BALANCE-TOTAL TO WS-BALANCE-TOTAL-EDIT
           DISPLAY "ACCOUNTS BACKED UP: " WS-ACCOUNTS-COPIED
           DISPLAY "BALANCE TOTAL:      " WS-BALANCE-TOTAL-EDIT
           DISPLAY "REGISTERED AS:      " WS-BACKUP-NAME.

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
           MOVE "ACCTBKP" TO ABL-PROGRAM
           MOVE WS-ERROR-OPERATION TO ABL-OPERATION
           MOVE WS-ERROR-STATUS-CODE TO ABL-STATUS
           MOVE WS-ACCOUNTS-COPIED TO ABL-RECORD-COUNT
           MOVE SPACES TO ABL-TXN-ID
           OPEN EXTEND ABEND-LOG-FILE
           IF WS-ABN-STATUS-OK
               WRITE ABEND-LOG-LINE FROM WS-ABEND-SNAPSHOT-LINE
               CLOSE ABEND-LOG-FILE
           END-IF.
       END PROGRAM ACCTBKP.
