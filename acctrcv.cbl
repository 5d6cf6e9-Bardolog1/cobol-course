      ******************************************************************
      * Author: Libardo Lozano Gambasica
      * Purpose:  Account master forward recovery.  Rebuilds the
      *           indexed account master ACCTMST.DAT from the ACCTBKP
      *           backup the operator names in RCVCTL.DAT - it must be
      *           on the archive catalog ARCHCAT.DAT - and then applies
      *           again every posted amount on the monthly history
      *           file MONHIST.DAT from the backup's business date up
      *           to the recovery date on the same control record.
      *           A row a restarted posting run left on the history
      *           file twice is applied once and counted as repeated.
      *           Rows posted before the backup date are already in
      *           its balances and rows after the recovery date are
      *           left out, so a bad day can be backed out by
      *           recovering through the day before it.  The rebuilt
      *           master is proved the way MSTRBAL proves it: the
      *           backup balance plus the amounts applied again must
      *           equal the balance now on the master.  History for an
      *           account that is not on the backup cannot be applied
      *           and is listed as a difference.  The recovery report
      *           goes to ACCTRCV.RPT and an out-of-balance result ends
      *           with return code 8.  Names, statuses and limits come
      *           back as they stood on the backup.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. Libardo_Lozano.
       INSTALLATION. www.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       REMARKS. Recuperacion del maestro de cuentas desde respaldo.
       PROGRAM-ID. ACCTRCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-CONTROL-FILE ASSIGN TO "RCVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "MONHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "ACCTRCV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO "ABENDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RCVCTL.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           05  CAT-ARCHIVE-DATE       PIC 9(8).
           05  CAT-ARCHIVE-NAME       PIC X(30).

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

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  RECOVERY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECOVERY-REPORT-LINE       PIC X(80).

       FD  ABEND-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ABEND-LOG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CAT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-CAT-END-OF-FILE     VALUE "Y".

       01  WS-BKP-EOF-SWITCH          PIC X VALUE "N".
           88  WS-BKP-END-OF-FILE     VALUE "Y".

       01  WS-HIST-EOF-SWITCH         PIC X VALUE "N".
           88  WS-HIST-END-OF-FILE    VALUE "Y".

       01  WS-ACM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-ACM-END-OF-FILE     VALUE "Y".

       01  WS-RCV-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RCV-STATUS-OK       VALUES "00" "10".

       01  WS-CAT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-CAT-STATUS-OK       VALUES "00" "10".

       01  WS-BKP-FILE-STATUS         PIC XX VALUE "00".
           88  WS-BKP-STATUS-OK       VALUES "00" "10".

       01  WS-HIST-FILE-STATUS        PIC XX VALUE "00".
           88  WS-HIST-STATUS-OK      VALUES "00" "05" "10".

       01  WS-ACM-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ACM-STATUS-OK       VALUES "00" "10".
           88  WS-ACM-NOT-FOUND       VALUE "23".

       01  WS-RPT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RPT-STATUS-OK       VALUES "00" "10".

       01  WS-BACKUP-DATE             PIC 9(8) VALUE ZERO.
       01  WS-BACKUP-DATE-X           PIC X(8).
       01  WS-THROUGH-DATE            PIC 9(8) VALUE ZERO.
       01  WS-BACKUP-NAME             PIC X(30) VALUE SPACES.
       01  WS-EARLIEST-HIST-DATE      PIC 9(8) VALUE ZERO.

       01  WS-BACKUP-FOUND-SWITCH     PIC X VALUE "N".
           88  WS-BACKUP-ON-CATALOG   VALUE "Y".

       01  WS-RECON-TABLE.
           05  WS-RECON-ENTRY OCCURS 1000 TIMES.
               10  WS-RECON-ACCOUNT   PIC X(10).
               10  WS-RECON-OPENING   PIC S9(11)V99.
               10  WS-RECON-NET       PIC S9(11)V99.
               10  WS-RECON-SEEN      PIC X.

       01  WS-RECON-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-RECON-SUB               PIC 9(4) VALUE ZERO.
       01  WS-RECON-FOUND-SUB         PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT          PIC X(10).

       01  WS-APPLIED-TABLE.
           05  WS-APPLIED-ENTRY OCCURS 10000 TIMES.
               10  WS-APL-TXN-ID      PIC X(10).
               10  WS-APL-ACCOUNT     PIC X(10).

       01  WS-APPLIED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-SUB             PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-FOUND-SUB       PIC 9(5) VALUE ZERO.

       01  WS-EXPECTED-BALANCE        PIC S9(11)V99 VALUE ZERO.
       01  WS-BACKUP-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  WS-REAPPLIED-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-RECOVERED-TOTAL         PIC S9(13)V99 VALUE ZERO.

       01  WS-ACCOUNTS-RESTORED       PIC 9(9) VALUE ZERO.
       01  WS-HIST-ROWS-READ          PIC 9(9) VALUE ZERO.
       01  WS-HIST-ROWS-REAPPLIED     PIC 9(9) VALUE ZERO.
       01  WS-HIST-ROWS-BEFORE        PIC 9(9) VALUE ZERO.
       01  WS-HIST-ROWS-AFTER         PIC 9(9) VALUE ZERO.
       01  WS-HIST-ROWS-NO-ACCOUNT    PIC 9(9) VALUE ZERO.
       01  WS-HIST-ROWS-REPEATED      PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-CHECKED        PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-OFF            PIC 9(9) VALUE ZERO.

       01  WS-OUT-OF-BALANCE-SWITCH   PIC X VALUE "N".
           88  WS-OUT-OF-BALANCE      VALUE "Y".

       01  WS-RECOVERY-TITLE-LINE.
           05  FILLER                 PIC X(40)
               VALUE "ACCOUNT MASTER RECOVERY REPORT".
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-RECOVERY-SOURCE-LINE.
           05  FILLER                 PIC X(14) VALUE "BACKUP USED:  ".
           05  RSL-BACKUP-NAME        PIC X(30).
           05  FILLER                 PIC X(18)
               VALUE "  APPLIED THROUGH ".
           05  RSL-THROUGH-DATE       PIC 9(8).
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-RECOVERY-HISTORY-LINE.
           05  FILLER                 PIC X(30)
               VALUE "EARLIEST HISTORY POST DATE".
           05  RHL-EARLIEST-DATE      PIC 9(8).
           05  FILLER                 PIC X(42) VALUE SPACES.

       01  WS-RECON-DETAIL-LINE.
           05  FILLER                 PIC X(9) VALUE "ACCOUNT: ".
           05  MBL-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(6) VALUE " EXP: ".
           05  MBL-EXPECTED           PIC $$$$.$$$.$$$.$$9,99-.
           05  FILLER                 PIC X(6) VALUE " MST: ".
           05  MBL-MASTER             PIC $$$$.$$$.$$$.$$9,99-.

       01  WS-NO-ACCOUNT-LINE.
           05  FILLER                 PIC X(19)
               VALUE "NOT ON BACKUP:     ".
           05  NAL-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(6) VALUE " TXN: ".
           05  NAL-TXN-ID             PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  NAL-AMOUNT             PIC $$$.$$$.$$9,99-.
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-RECOVERY-COUNT-LINE.
           05  RCL-LABEL              PIC X(30).
           05  RCL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  WS-RECOVERY-AMOUNT-LINE.
           05  RAL-LABEL              PIC X(30).
           05  RAL-AMOUNT             PIC $$$$.$$$.$$$.$$9,99-.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-ERROR-OPERATION         PIC X(20).
       01  WS-ERROR-STATUS-CODE       PIC XX.

       01  WS-ABN-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ABN-STATUS-OK       VALUES "00" "05" "10".

           COPY ABNLINE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM FIND-BACKUP-ON-CATALOG UNTIL WS-CAT-END-OF-FILE
           PERFORM OPEN-RECOVERY-FILES
           PERFORM RESTORE-FROM-BACKUP UNTIL WS-BKP-END-OF-FILE
           PERFORM REOPEN-MASTER-FOR-UPDATE
           PERFORM REAPPLY-HISTORY UNTIL WS-HIST-END-OF-FILE
           PERFORM REOPEN-MASTER-FOR-PROOF
           PERFORM PROVE-MASTER-BALANCES UNTIL WS-ACM-END-OF-FILE
           PERFORM REPORT-UNSEEN-ACCOUNTS
               VARYING WS-RECON-SUB FROM 1 BY 1
               UNTIL WS-RECON-SUB > WS-RECON-COUNT
           PERFORM TERMINATE-RUN
           IF WS-OUT-OF-BALANCE
               DISPLAY "RECOVERED MASTER OUT OF BALANCE"
                   " - SEE ACCTRCV.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RECOVERED MASTER BALANCED"
           END-IF
           STOP RUN.

      * The recovery date may not fall before the backup date; the
      * backup already holds everything posted before its own date.
       INITIALIZE-RUN.
           OPEN INPUT RECOVERY-CONTROL-FILE
           IF NOT WS-RCV-STATUS-OK
               MOVE "OPEN RECOVERY-CTL" TO WS-ERROR-OPERATION
               MOVE WS-RCV-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           READ RECOVERY-CONTROL-FILE
               AT END
                   DISPLAY "RECOVERY-CONTROL FILE IS EMPTY"
                   MOVE "READ RECOVERY-CTL" TO WS-ERROR-OPERATION
                   MOVE "10" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               NOT AT END
                   MOVE RCV-BACKUP-DATE TO WS-BACKUP-DATE
                   MOVE RCV-THROUGH-DATE TO WS-THROUGH-DATE
           END-READ
           IF NOT WS-RCV-STATUS-OK
               MOVE "READ RECOVERY-CTL" TO WS-ERROR-OPERATION
               MOVE WS-RCV-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE RECOVERY-CONTROL-FILE
           IF NOT WS-RCV-STATUS-OK
               MOVE "CLOSE RECOVERY-CTL" TO WS-ERROR-OPERATION
               MOVE WS-RCV-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-BACKUP-DATE) NOT = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-THROUGH-DATE)
                   NOT = ZERO
               OR WS-THROUGH-DATE < WS-BACKUP-DATE
               DISPLAY "RECOVERY-CONTROL DATES ARE NOT VALID"
               MOVE "CHECK RECOVERY-CTL" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           MOVE WS-BACKUP-DATE TO WS-BACKUP-DATE-X
           MOVE SPACES TO WS-BACKUP-NAME
           STRING "ACCTBKP." DELIMITED BY SIZE
               WS-BACKUP-DATE-X DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           DISPLAY "RECOVERING FROM " WS-BACKUP-NAME
               " THROUGH " WS-THROUGH-DATE
           OPEN INPUT CATALOG-FILE
           IF NOT WS-CAT-STATUS-OK
               MOVE "OPEN ARCHIVE-CAT" TO WS-ERROR-OPERATION
               MOVE WS-CAT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * Only a backup the catalog still carries is trusted: one the
      * archive run has purged, or one never taken, stops the run.
       FIND-BACKUP-ON-CATALOG.
           READ CATALOG-FILE
               AT END
                   SET WS-CAT-END-OF-FILE TO TRUE
               NOT AT END
                   IF CAT-ARCHIVE-NAME = WS-BACKUP-NAME
                       SET WS-BACKUP-ON-CATALOG TO TRUE
                   END-IF
           END-READ
           IF NOT WS-CAT-STATUS-OK
               MOVE "READ ARCHIVE-CAT" TO WS-ERROR-OPERATION
               MOVE WS-CAT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       OPEN-RECOVERY-FILES.
           CLOSE CATALOG-FILE
           IF NOT WS-CAT-STATUS-OK
               MOVE "CLOSE ARCHIVE-CAT" TO WS-ERROR-OPERATION
               MOVE WS-CAT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           IF NOT WS-BACKUP-ON-CATALOG
               DISPLAY "BACKUP NOT ON ARCHIVE CATALOG "
                   WS-BACKUP-NAME
               MOVE "FIND BACKUP" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT BACKUP-FILE
           IF NOT WS-BKP-STATUS-OK
               MOVE "OPEN BACKUP-FILE" TO WS-ERROR-OPERATION
               MOVE WS-BKP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "OPEN ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF NOT WS-RPT-STATUS-OK
               MOVE "OPEN RECOVERY-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           WRITE RECOVERY-REPORT-LINE FROM WS-RECOVERY-TITLE-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE WS-BACKUP-NAME TO RSL-BACKUP-NAME
           MOVE WS-THROUGH-DATE TO RSL-THROUGH-DATE
           WRITE RECOVERY-REPORT-LINE FROM WS-RECOVERY-SOURCE-LINE
           PERFORM CHECK-REPORT-WRITE.

       RESTORE-FROM-BACKUP.
           READ BACKUP-FILE
               AT END
                   SET WS-BKP-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM RESTORE-ONE-ACCOUNT
           END-READ
           IF NOT WS-BKP-STATUS-OK
               MOVE "READ BACKUP-FILE" TO WS-ERROR-OPERATION
               MOVE WS-BKP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       RESTORE-ONE-ACCOUNT.
           WRITE ACCOUNT-MASTER-RECORD FROM BACKUP-ACCOUNT-RECORD
           IF NOT WS-ACM-STATUS-OK
               MOVE "WRITE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-ACCOUNTS-RESTORED
           ADD BKP-BALANCE TO WS-BACKUP-TOTAL
           MOVE BKP-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-OR-ADD-RECON-ENTRY
           MOVE BKP-BALANCE TO WS-RECON-OPENING (WS-RECON-FOUND-SUB).

       REOPEN-MASTER-FOR-UPDATE.
           CLOSE BACKUP-FILE
           IF NOT WS-BKP-STATUS-OK
               MOVE "CLOSE BACKUP-FILE" TO WS-ERROR-OPERATION
               MOVE WS-BKP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "CLOSE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "REOPEN ACCT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-STATUS-OK
               MOVE "OPEN HISTORY-FILE" TO WS-ERROR-OPERATION
               MOVE WS-HIST-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       REAPPLY-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-ROWS-READ
                   PERFORM REAPPLY-ONE-POSTING
           END-READ
           IF NOT WS-HIST-STATUS-OK
               MOVE "READ HISTORY-FILE" TO WS-ERROR-OPERATION
               MOVE WS-HIST-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * The backup is taken before the posting run of its business
      * date, so postings of that date itself are applied again.  A
      * row repeated by a restarted posting run is applied once; the
      * account is part of the match because both legs of a transfer
      * carry the same transaction id.
       REAPPLY-ONE-POSTING.
           IF WS-EARLIEST-HIST-DATE = ZERO
               OR HIST-POST-DATE < WS-EARLIEST-HIST-DATE
               MOVE HIST-POST-DATE TO WS-EARLIEST-HIST-DATE
           END-IF
           IF HIST-POST-DATE < WS-BACKUP-DATE
               ADD 1 TO WS-HIST-ROWS-BEFORE
           ELSE
               IF HIST-POST-DATE > WS-THROUGH-DATE
                   ADD 1 TO WS-HIST-ROWS-AFTER
               ELSE
                   MOVE ZERO TO WS-APPLIED-FOUND-SUB
                   PERFORM SCAN-APPLIED-ENTRY
                       VARYING WS-APPLIED-SUB FROM 1 BY 1
                       UNTIL WS-APPLIED-SUB > WS-APPLIED-COUNT
                   IF WS-APPLIED-FOUND-SUB > ZERO
                       ADD 1 TO WS-HIST-ROWS-REPEATED
                   ELSE
                       PERFORM STORE-APPLIED-ENTRY
                       MOVE HIST-TXN-ACCOUNT TO WS-LOOKUP-ACCOUNT
                       PERFORM FIND-OR-ADD-RECON-ENTRY
                       ADD HIST-POSTING-AMOUNT
                           TO WS-RECON-NET (WS-RECON-FOUND-SUB)
                       PERFORM APPLY-TO-ACCOUNT-MASTER
                   END-IF
               END-IF
           END-IF.

       SCAN-APPLIED-ENTRY.
           IF WS-APL-TXN-ID (WS-APPLIED-SUB) = HIST-TXN-ID
               AND WS-APL-ACCOUNT (WS-APPLIED-SUB) = HIST-TXN-ACCOUNT
               MOVE WS-APPLIED-SUB TO WS-APPLIED-FOUND-SUB
           END-IF.

       STORE-APPLIED-ENTRY.
           IF WS-APPLIED-COUNT >= 10000
               DISPLAY "APPLIED ROW TABLE FULL - LIMIT 10000"
               MOVE "STORE APPLIED ROW" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE HIST-TXN-ID TO WS-APL-TXN-ID (WS-APPLIED-COUNT)
           MOVE HIST-TXN-ACCOUNT TO WS-APL-ACCOUNT (WS-APPLIED-COUNT).

      * Last activity is restored the way the posting run sets it:
      * system interest and fees (branch 000, I or F id) do not
      * count as customer activity.
       APPLY-TO-ACCOUNT-MASTER.
           MOVE HIST-TXN-ACCOUNT TO ACM-ACCOUNT
           READ ACCOUNT-MASTER-FILE
           IF WS-ACM-NOT-FOUND
               ADD 1 TO WS-HIST-ROWS-NO-ACCOUNT
               MOVE HIST-TXN-ACCOUNT TO NAL-ACCOUNT
               MOVE HIST-TXN-ID TO NAL-TXN-ID
               MOVE HIST-POSTING-AMOUNT TO NAL-AMOUNT
               WRITE RECOVERY-REPORT-LINE FROM WS-NO-ACCOUNT-LINE
               PERFORM CHECK-REPORT-WRITE
           ELSE
               IF NOT WS-ACM-STATUS-OK
                   MOVE "READ ACCOUNT-MASTER" TO WS-ERROR-OPERATION
                   MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               ADD HIST-POSTING-AMOUNT TO ACM-BALANCE
               IF HIST-BRANCH = "000"
                   AND (HIST-TXN-ID (1:1) = "I"
                       OR HIST-TXN-ID (1:1) = "F")
                   CONTINUE
               ELSE
                   MOVE HIST-POST-DATE TO ACM-LAST-ACTIVITY-DATE
                   MOVE HIST-BRANCH TO ACM-LAST-ACTIVITY-BRANCH
               END-IF
               REWRITE ACCOUNT-MASTER-RECORD
               IF NOT WS-ACM-STATUS-OK
                   MOVE "REWRITE ACCT-MASTER" TO WS-ERROR-OPERATION
                   MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               ADD 1 TO WS-HIST-ROWS-REAPPLIED
               ADD HIST-POSTING-AMOUNT TO WS-REAPPLIED-TOTAL
           END-IF.

       FIND-OR-ADD-RECON-ENTRY.
           MOVE ZERO TO WS-RECON-FOUND-SUB
           PERFORM SCAN-RECON-ENTRY
               VARYING WS-RECON-SUB FROM 1 BY 1
               UNTIL WS-RECON-SUB > WS-RECON-COUNT
           IF WS-RECON-FOUND-SUB = ZERO
               IF WS-RECON-COUNT >= 1000
                   DISPLAY "RECON TABLE FULL - LIMIT 1000 ACCOUNTS"
                   MOVE "BUILD RECON TABLE" TO WS-ERROR-OPERATION
                   MOVE "99" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               ADD 1 TO WS-RECON-COUNT
               MOVE WS-RECON-COUNT TO WS-RECON-FOUND-SUB
               MOVE WS-LOOKUP-ACCOUNT
                   TO WS-RECON-ACCOUNT (WS-RECON-FOUND-SUB)
               MOVE ZERO TO WS-RECON-OPENING (WS-RECON-FOUND-SUB)
               MOVE ZERO TO WS-RECON-NET (WS-RECON-FOUND-SUB)
               MOVE "N" TO WS-RECON-SEEN (WS-RECON-FOUND-SUB)
           END-IF.

       SCAN-RECON-ENTRY.
           IF WS-RECON-ACCOUNT (WS-RECON-SUB) = WS-LOOKUP-ACCOUNT
               MOVE WS-RECON-SUB TO WS-RECON-FOUND-SUB
           END-IF.

       REOPEN-MASTER-FOR-PROOF.
           CLOSE HISTORY-FILE
           IF NOT WS-HIST-STATUS-OK
               MOVE "CLOSE HISTORY-FILE" TO WS-ERROR-OPERATION
               MOVE WS-HIST-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "CLOSE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "REOPEN ACCT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       PROVE-MASTER-BALANCES.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ACM-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-CHECKED
                   ADD ACM-BALANCE TO WS-RECOVERED-TOTAL
                   PERFORM PROVE-ONE-ACCOUNT
           END-READ
           IF NOT WS-ACM-STATUS-OK
               MOVE "READ ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       PROVE-ONE-ACCOUNT.
           MOVE ACM-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-OR-ADD-RECON-ENTRY
           MOVE "Y" TO WS-RECON-SEEN (WS-RECON-FOUND-SUB)
           ADD WS-RECON-OPENING (WS-RECON-FOUND-SUB)
               WS-RECON-NET (WS-RECON-FOUND-SUB)
               GIVING WS-EXPECTED-BALANCE
           IF WS-EXPECTED-BALANCE NOT = ACM-BALANCE
               ADD 1 TO WS-ACCOUNTS-OFF
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE ACM-ACCOUNT TO MBL-ACCOUNT
               MOVE WS-EXPECTED-BALANCE TO MBL-EXPECTED
               MOVE ACM-BALANCE TO MBL-MASTER
               WRITE RECOVERY-REPORT-LINE FROM WS-RECON-DETAIL-LINE
               PERFORM CHECK-REPORT-WRITE
           END-IF.

      * An account with history applied but no record on the rebuilt
      * master is one opened after the backup was taken.
       REPORT-UNSEEN-ACCOUNTS.
           IF WS-RECON-SEEN (WS-RECON-SUB) = "N"
               ADD 1 TO WS-ACCOUNTS-OFF
               SET WS-OUT-OF-BALANCE TO TRUE
               ADD WS-RECON-OPENING (WS-RECON-SUB)
                   WS-RECON-NET (WS-RECON-SUB)
                   GIVING WS-EXPECTED-BALANCE
               MOVE WS-RECON-ACCOUNT (WS-RECON-SUB) TO MBL-ACCOUNT
               MOVE WS-EXPECTED-BALANCE TO MBL-EXPECTED
               MOVE ZERO TO MBL-MASTER
               WRITE RECOVERY-REPORT-LINE FROM WS-RECON-DETAIL-LINE
               PERFORM CHECK-REPORT-WRITE
           END-IF.

       CHECK-REPORT-WRITE.
           IF NOT WS-RPT-STATUS-OK
               MOVE "WRITE RECOVERY-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       TERMINATE-RUN.
           MOVE WS-EARLIEST-HIST-DATE TO RHL-EARLIEST-DATE
           WRITE RECOVERY-REPORT-LINE FROM WS-RECOVERY-HISTORY-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE "ACCOUNTS RESTORED" TO RCL-LABEL
           MOVE WS-ACCOUNTS-RESTORED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "HISTORY ROWS READ" TO RCL-LABEL
           MOVE WS-HIST-ROWS-READ TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ROWS BEFORE BACKUP DATE" TO RCL-LABEL
           MOVE WS-HIST-ROWS-BEFORE TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ROWS AFTER RECOVERY DATE" TO RCL-LABEL
           MOVE WS-HIST-ROWS-AFTER TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ROWS APPLIED AGAIN" TO RCL-LABEL
           MOVE WS-HIST-ROWS-REAPPLIED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ROWS FOR ACCTS NOT ON BACKUP" TO RCL-LABEL
           MOVE WS-HIST-ROWS-NO-ACCOUNT TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "REPEATED ROWS SKIPPED" TO RCL-LABEL
           MOVE WS-HIST-ROWS-REPEATED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "BACKUP BALANCE TOTAL" TO RAL-LABEL
           MOVE WS-BACKUP-TOTAL TO RAL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "AMOUNT APPLIED AGAIN" TO RAL-LABEL
           MOVE WS-REAPPLIED-TOTAL TO RAL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "RECOVERED BALANCE TOTAL" TO RAL-LABEL
           MOVE WS-RECOVERED-TOTAL TO RAL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF WS-BACKUP-TOTAL + WS-REAPPLIED-TOTAL
               NOT = WS-RECOVERED-TOTAL
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE "ACCOUNTS CHECKED" TO RCL-LABEL
           MOVE WS-ACCOUNTS-CHECKED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ACCOUNTS OFF" TO RCL-LABEL
           MOVE WS-ACCOUNTS-OFF TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           IF WS-OUT-OF-BALANCE
               MOVE "RECOVERED MASTER OUT OF BALANCE"
                   TO RECOVERY-REPORT-LINE
           ELSE
               MOVE "RECOVERED MASTER BALANCED"
                   TO RECOVERY-REPORT-LINE
           END-IF
           WRITE RECOVERY-REPORT-LINE
           PERFORM CHECK-REPORT-WRITE
           CLOSE ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "CLOSE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE RECOVERY-REPORT-FILE
           IF NOT WS-RPT-STATUS-OK
               MOVE "CLOSE RECOVERY-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           DISPLAY "ACCOUNTS RESTORED:  " WS-ACCOUNTS-RESTORED
           DISPLAY "ROWS APPLIED AGAIN: " WS-HIST-ROWS-REAPPLIED
           DISPLAY "REPEATED ROWS:      " WS-HIST-ROWS-REPEATED
           DISPLAY "ACCOUNTS OFF:       " WS-ACCOUNTS-OFF.

       WRITE-COUNT-LINE.
           WRITE RECOVERY-REPORT-LINE FROM WS-RECOVERY-COUNT-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-AMOUNT-LINE.
           WRITE RECOVERY-REPORT-LINE FROM WS-RECOVERY-AMOUNT-LINE
           PERFORM CHECK-REPORT-WRITE.

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
           MOVE "ACCTRCV" TO ABL-PROGRAM
           MOVE WS-ERROR-OPERATION TO ABL-OPERATION
           MOVE WS-ERROR-STATUS-CODE TO ABL-STATUS
           MOVE WS-HIST-ROWS-READ TO ABL-RECORD-COUNT
           MOVE SPACES TO ABL-TXN-ID
           OPEN EXTEND ABEND-LOG-FILE
           IF WS-ABN-STATUS-OK
               WRITE ABEND-LOG-LINE FROM WS-ABEND-SNAPSHOT-LINE
               CLOSE ABEND-LOG-FILE
           END-IF.
       END PROGRAM ACCTRCV.
