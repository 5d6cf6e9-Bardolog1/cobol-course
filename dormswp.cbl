      ******************************************************************
      * Author: Libardo Lozano Gambasica
      * Purpose:  Dormancy sweep.  Takes the business date from the
      *           run control record and the inactivity periods from
      *           DRMCTL.DAT, then reads the whole account master.  An
      *           active account with no customer activity for the
      *           dormancy period is made dormant, logged on
      *           DAILYAUD.LOG and put on the notice list, sorted by
      *           the branch the customer last used.  A dormant account
      *           past the longer escheatment period with money still
      *           on it goes on the unclaimed-balance report with its
      *           balance and last-activity date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. Libardo_Lozano.
       INSTALLATION. www.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       REMARKS. Barrido de cuentas inactivas.
       PROGRAM-ID. DORMSWP.

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

           SELECT DORMANCY-CONTROL-FILE ASSIGN TO "DRMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRM-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT NOTICE-WORK-FILE ASSIGN TO "DRMNOTE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DNW-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "DRMWORK.TMP".

           SELECT NOTICE-SORTED-FILE ASSIGN TO "DRMSORT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DNS-FILE-STATUS.

           SELECT NOTICE-REPORT-FILE ASSIGN TO "DORMNOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTR-FILE-STATUS.

           SELECT UNCLAIMED-REPORT-FILE ASSIGN TO "UNCLAIM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNC-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "DAILYAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO "ABENDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  DORMANCY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DRMCTL.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  NOTICE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DNTREC.

       SD  SORT-WORK-FILE.
           COPY DNTREC
               REPLACING ==DORMANCY-NOTICE-RECORD==
                    BY ==SORT-WORK-RECORD==
                         ==DNT-BRANCH== BY ==SW-BRANCH==
                         ==DNT-ACCOUNT== BY ==SW-ACCOUNT==
                         ==DNT-NAME== BY ==SW-NAME==
                         ==DNT-CUSTOMER== BY ==SW-CUSTOMER==
                         ==DNT-BALANCE== BY ==SW-BALANCE==
                         ==DNT-LAST-ACTIVITY-DATE==
                             BY ==SW-LAST-ACTIVITY-DATE==
                         ==DNT-INACTIVE-DAYS==
                             BY ==SW-INACTIVE-DAYS==.

       FD  NOTICE-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DNTREC
               REPLACING ==DORMANCY-NOTICE-RECORD==
                    BY ==NOTICE-SORTED-RECORD==
                         ==DNT-BRANCH== BY ==DNS-BRANCH==
                         ==DNT-ACCOUNT== BY ==DNS-ACCOUNT==
                         ==DNT-NAME== BY ==DNS-NAME==
                         ==DNT-CUSTOMER== BY ==DNS-CUSTOMER==
                         ==DNT-BALANCE== BY ==DNS-BALANCE==
                         ==DNT-LAST-ACTIVITY-DATE==
                             BY ==DNS-LAST-ACTIVITY-DATE==
                         ==DNT-INACTIVE-DAYS==
                             BY ==DNS-INACTIVE-DAYS==.

       FD  NOTICE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-REPORT-LINE         PIC X(80).

       FD  UNCLAIMED-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNCLAIMED-REPORT-LINE      PIC X(80).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-LINE             PIC X(137).

       FD  ABEND-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ABEND-LOG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88  WS-END-OF-FILE         VALUE "Y".

       01  WS-NOTICE-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NOTICE-END-OF-FILE  VALUE "Y".

       01  WS-RCT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RCT-STATUS-OK       VALUES "00" "10".

       01  WS-DRM-FILE-STATUS         PIC XX VALUE "00".
           88  WS-DRM-STATUS-OK       VALUES "00" "10".

       01  WS-ACM-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ACM-STATUS-OK       VALUES "00" "10".

       01  WS-DNW-FILE-STATUS         PIC XX VALUE "00".
           88  WS-DNW-STATUS-OK       VALUES "00" "10".

       01  WS-DNS-FILE-STATUS         PIC XX VALUE "00".
           88  WS-DNS-STATUS-OK       VALUES "00" "10".

       01  WS-NTR-FILE-STATUS         PIC XX VALUE "00".
           88  WS-NTR-STATUS-OK       VALUES "00" "10".

       01  WS-UNC-FILE-STATUS         PIC XX VALUE "00".
           88  WS-UNC-STATUS-OK       VALUES "00" "10".

       01  WS-AUD-FILE-STATUS         PIC XX VALUE "00".
           88  WS-AUD-STATUS-OK       VALUES "00" "10".

       01  WS-CURRENT-TIMESTAMP       PIC X(14).

       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-INTEGER        PIC 9(9) VALUE ZERO.
       01  WS-ACTIVITY-INTEGER        PIC 9(9) VALUE ZERO.
       01  WS-INACTIVE-DAYS           PIC 9(5) VALUE ZERO.
       01  WS-DORMANCY-DAYS           PIC 9(5) VALUE ZERO.
       01  WS-ESCHEAT-DAYS            PIC 9(5) VALUE ZERO.

       01  WS-FIRST-BRANCH-SWITCH     PIC X VALUE "Y".
           88  WS-FIRST-BRANCH        VALUE "Y".

       01  WS-PREVIOUS-BRANCH         PIC X(3) VALUE SPACES.
       01  WS-BRANCH-NOTICES          PIC 9(7) VALUE ZERO.

       01  WS-ACCOUNTS-READ           PIC 9(9) VALUE ZERO.
       01  WS-CLOCKS-STARTED          PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-MADE-DORMANT   PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-UNCLAIMED      PIC 9(9) VALUE ZERO.
       01  WS-UNCLAIMED-TOTAL         PIC S9(13)V99 VALUE ZERO.

       01  WS-AUDIT-ACTION            PIC X(10).
       01  WS-AUDIT-STATUS            PIC XX.

           COPY AUDLINE.

       01  WS-NTC-TITLE-LINE.
           05  FILLER                 PIC X(37)
               VALUE "DORMANT ACCOUNT NOTICES - BUSINESS DA".
           05  FILLER                 PIC X(3) VALUE "TE ".
           05  NTT-BUSINESS-DATE      PIC 9(8).
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-NTC-BRANCH-LINE.
           05  FILLER                 PIC X(8) VALUE "BRANCH: ".
           05  NBL-BRANCH             PIC X(7).
           05  FILLER                 PIC X(65) VALUE SPACES.

       01  WS-NTC-DETAIL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  NDL-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  NDL-NAME               PIC X(22).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  NDL-BALANCE            PIC $$$.$$$.$$$.$$9,99-.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  NDL-LAST-ACTIVITY-DATE PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  NDL-INACTIVE-DAYS      PIC ZZZZ9.
           05  FILLER                 PIC X(6) VALUE SPACES.

       01  WS-UNC-TITLE-LINE.
           05  FILLER                 PIC X(37)
               VALUE "UNCLAIMED BALANCES - BUSINESS DATE   ".
           05  UTL-BUSINESS-DATE      PIC 9(8).
           05  FILLER                 PIC X(21)
               VALUE "  INACTIVE DAYS OVER ".
           05  UTL-ESCHEAT-DAYS       PIC ZZZZ9.
           05  FILLER                 PIC X(9) VALUE SPACES.

       01  WS-UNC-DETAIL-LINE.
           05  UDL-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UDL-CUSTOMER           PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UDL-NAME               PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UDL-BALANCE            PIC $$$.$$$.$$9,99-.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UDL-LAST-ACTIVITY-DATE PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UDL-INACTIVE-DAYS      PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.

       01  WS-DRM-COUNT-LINE.
           05  DCL-LABEL              PIC X(30).
           05  DCL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  WS-DRM-TOTAL-LINE.
           05  DTL-LABEL              PIC X(30).
           05  DTL-AMOUNT             PIC $$$$.$$$.$$$.$$9,99-.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-ERROR-OPERATION         PIC X(20).
       01  WS-ERROR-STATUS-CODE       PIC XX.

       01  WS-ABN-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ABN-STATUS-OK       VALUES "00" "05" "10".

           COPY ABNLINE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM SWEEP-ACCOUNTS UNTIL WS-END-OF-FILE
           PERFORM PRINT-NOTICE-LIST
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM READ-RUN-CONTROL
           PERFORM READ-DORMANCY-CONTROL
           MOVE FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               TO WS-BUSINESS-INTEGER
           OPEN I-O ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "OPEN ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT NOTICE-WORK-FILE
           IF NOT WS-DNW-STATUS-OK
               MOVE "OPEN NOTICE-WORK" TO WS-ERROR-OPERATION
               MOVE WS-DNW-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT UNCLAIMED-REPORT-FILE
           IF NOT WS-UNC-STATUS-OK
               MOVE "OPEN UNCLAIMED-RPT" TO WS-ERROR-OPERATION
               MOVE WS-UNC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF NOT WS-AUD-STATUS-OK
               MOVE "OPEN AUDIT-LOG-FILE" TO WS-ERROR-OPERATION
               MOVE WS-AUD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           MOVE WS-BUSINESS-DATE TO UTL-BUSINESS-DATE
           MOVE WS-ESCHEAT-DAYS TO UTL-ESCHEAT-DAYS
           MOVE WS-UNC-TITLE-LINE TO UNCLAIMED-REPORT-LINE
           PERFORM WRITE-UNCLAIMED-LINE
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           PERFORM WRITE-UNCLAIMED-LINE.

       GET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP.

       READ-RUN-CONTROL.
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
           END-IF.

      * The escheatment period runs from the same last-activity date
      * as dormancy, so it must be the longer of the two.
       READ-DORMANCY-CONTROL.
           OPEN INPUT DORMANCY-CONTROL-FILE
           IF NOT WS-DRM-STATUS-OK
               MOVE "OPEN DORMANCY-CTL" TO WS-ERROR-OPERATION
               MOVE WS-DRM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           READ DORMANCY-CONTROL-FILE
               AT END
                   DISPLAY "DORMANCY-CONTROL FILE IS EMPTY"
                   MOVE "READ DORMANCY-CTL" TO WS-ERROR-OPERATION
                   MOVE "10" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               NOT AT END
                   MOVE DRM-DORMANCY-DAYS TO WS-DORMANCY-DAYS
                   MOVE DRM-ESCHEAT-DAYS TO WS-ESCHEAT-DAYS
           END-READ
           IF NOT WS-DRM-STATUS-OK
               MOVE "READ DORMANCY-CTL" TO WS-ERROR-OPERATION
               MOVE WS-DRM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE DORMANCY-CONTROL-FILE
           IF NOT WS-DRM-STATUS-OK
               MOVE "CLOSE DORMANCY-CTL" TO WS-ERROR-OPERATION
               MOVE WS-DRM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           IF WS-DORMANCY-DAYS = ZERO
               OR WS-ESCHEAT-DAYS NOT > WS-DORMANCY-DAYS
               DISPLAY "DORMANCY-CONTROL PERIODS ARE NOT VALID"
               MOVE "CHECK DORMANCY-CTL" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           DISPLAY "DORMANCY SWEEP AS OF: " WS-BUSINESS-DATE
               "  DORMANT AFTER: " WS-DORMANCY-DAYS
               "  UNCLAIMED AFTER: " WS-ESCHEAT-DAYS.

       SWEEP-ACCOUNTS.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   PERFORM SWEEP-ONE-ACCOUNT
           END-READ
           IF NOT WS-ACM-STATUS-OK
               MOVE "READ ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * An account with no activity date yet, whether loaded before
      * the date was kept or carrying a date that is not valid, has
      * its clock started at this business date instead of being
      * made dormant on the strength of a missing date.
       SWEEP-ONE-ACCOUNT.
           IF ACM-LAST-ACTIVITY-DATE = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD (ACM-LAST-ACTIVITY-DATE)
                   NOT = ZERO
               MOVE WS-BUSINESS-DATE TO ACM-LAST-ACTIVITY-DATE
               PERFORM REWRITE-ACCOUNT-MASTER
               ADD 1 TO WS-CLOCKS-STARTED
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE (ACM-LAST-ACTIVITY-DATE)
                   TO WS-ACTIVITY-INTEGER
               IF WS-ACTIVITY-INTEGER < WS-BUSINESS-INTEGER
                   COMPUTE WS-INACTIVE-DAYS =
                       WS-BUSINESS-INTEGER - WS-ACTIVITY-INTEGER
               ELSE
                   MOVE ZERO TO WS-INACTIVE-DAYS
               END-IF
               IF ACM-ACTIVE
                   AND WS-INACTIVE-DAYS NOT < WS-DORMANCY-DAYS
                   PERFORM MAKE-ACCOUNT-DORMANT
               END-IF
               IF ACM-DORMANT
                   AND WS-INACTIVE-DAYS NOT < WS-ESCHEAT-DAYS
                   AND ACM-BALANCE > ZERO
                   PERFORM WRITE-UNCLAIMED-DETAIL
               END-IF
           END-IF.

       MAKE-ACCOUNT-DORMANT.
           MOVE "D" TO ACM-STATUS
           PERFORM REWRITE-ACCOUNT-MASTER
           ADD 1 TO WS-ACCOUNTS-MADE-DORMANT
           MOVE "DORMSET" TO WS-AUDIT-ACTION
           MOVE "DO" TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-DETAIL-LINE
           MOVE ACM-LAST-ACTIVITY-BRANCH TO DNT-BRANCH
           MOVE ACM-ACCOUNT TO DNT-ACCOUNT
           MOVE ACM-NAME TO DNT-NAME
           MOVE ACM-CUSTOMER TO DNT-CUSTOMER
           MOVE ACM-BALANCE TO DNT-BALANCE
           MOVE ACM-LAST-ACTIVITY-DATE TO DNT-LAST-ACTIVITY-DATE
           MOVE WS-INACTIVE-DAYS TO DNT-INACTIVE-DAYS
           WRITE DORMANCY-NOTICE-RECORD
           IF NOT WS-DNW-STATUS-OK
               MOVE "WRITE NOTICE-WORK" TO WS-ERROR-OPERATION
               MOVE WS-DNW-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       REWRITE-ACCOUNT-MASTER.
           REWRITE ACCOUNT-MASTER-RECORD
           IF NOT WS-ACM-STATUS-OK
               MOVE "REWRITE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-UNCLAIMED-DETAIL.
           MOVE ACM-ACCOUNT TO UDL-ACCOUNT
           MOVE ACM-CUSTOMER TO UDL-CUSTOMER
           MOVE ACM-NAME TO UDL-NAME
           MOVE ACM-BALANCE TO UDL-BALANCE
           MOVE ACM-LAST-ACTIVITY-DATE TO UDL-LAST-ACTIVITY-DATE
           MOVE WS-INACTIVE-DAYS TO UDL-INACTIVE-DAYS
           MOVE WS-UNC-DETAIL-LINE TO UNCLAIMED-REPORT-LINE
           PERFORM WRITE-UNCLAIMED-LINE
           ADD 1 TO WS-ACCOUNTS-UNCLAIMED
           ADD ACM-BALANCE TO WS-UNCLAIMED-TOTAL.

       WRITE-AUDIT-DETAIL-LINE.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO ADL-TIMESTAMP
           MOVE SPACES TO ADL-TXN-ID
           MOVE ACM-ACCOUNT TO ADL-ACCOUNT
           MOVE WS-AUDIT-ACTION TO ADL-ACTION
           MOVE WS-AUDIT-STATUS TO ADL-STATUS
           MOVE ACM-BALANCE TO ADL-AMOUNT
           MOVE SPACES TO ADL-USER-ID
           MOVE ACM-LAST-ACTIVITY-BRANCH TO ADL-BRANCH
           WRITE AUDIT-LOG-LINE FROM WS-AUDIT-DETAIL-LINE
           IF NOT WS-AUD-STATUS-OK
               MOVE "WRITE AUDIT-LOG-FILE" TO WS-ERROR-OPERATION
               MOVE WS-AUD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * Accounts no branch has ever posted to carry a blank branch and
      * sort ahead of the rest, under their own heading.
       PRINT-NOTICE-LIST.
           CLOSE NOTICE-WORK-FILE
           IF NOT WS-DNW-STATUS-OK
               MOVE "CLOSE NOTICE-WORK" TO WS-ERROR-OPERATION
               MOVE WS-DNW-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-BRANCH
               ON ASCENDING KEY SW-ACCOUNT
               USING NOTICE-WORK-FILE
               GIVING NOTICE-SORTED-FILE
           IF NOT WS-DNS-STATUS-OK
               MOVE "SORT NOTICE-WORK" TO WS-ERROR-OPERATION
               MOVE WS-DNS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT NOTICE-SORTED-FILE
           IF NOT WS-DNS-STATUS-OK
               MOVE "OPEN NOTICE-SORTED" TO WS-ERROR-OPERATION
               MOVE WS-DNS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT NOTICE-REPORT-FILE
           IF NOT WS-NTR-STATUS-OK
               MOVE "OPEN NOTICE-RPT" TO WS-ERROR-OPERATION
               MOVE WS-NTR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           MOVE WS-BUSINESS-DATE TO NTT-BUSINESS-DATE
           MOVE WS-NTC-TITLE-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           PERFORM LIST-DORMANCY-NOTICE UNTIL WS-NOTICE-END-OF-FILE
           IF NOT WS-FIRST-BRANCH
               PERFORM WRITE-BRANCH-COUNT
           END-IF.

       LIST-DORMANCY-NOTICE.
           READ NOTICE-SORTED-FILE
               AT END
                   SET WS-NOTICE-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM WRITE-NOTICE-DETAIL
           END-READ
           IF NOT WS-DNS-STATUS-OK
               MOVE "READ NOTICE-SORTED" TO WS-ERROR-OPERATION
               MOVE WS-DNS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-NOTICE-DETAIL.
           IF WS-FIRST-BRANCH
               MOVE "N" TO WS-FIRST-BRANCH-SWITCH
               MOVE DNS-BRANCH TO WS-PREVIOUS-BRANCH
               PERFORM START-BRANCH-NOTICES
           END-IF
           IF DNS-BRANCH NOT = WS-PREVIOUS-BRANCH
               PERFORM WRITE-BRANCH-COUNT
               MOVE DNS-BRANCH TO WS-PREVIOUS-BRANCH
               PERFORM START-BRANCH-NOTICES
           END-IF
           MOVE DNS-ACCOUNT TO NDL-ACCOUNT
           MOVE DNS-NAME TO NDL-NAME
           MOVE DNS-BALANCE TO NDL-BALANCE
           MOVE DNS-LAST-ACTIVITY-DATE TO NDL-LAST-ACTIVITY-DATE
           MOVE DNS-INACTIVE-DAYS TO NDL-INACTIVE-DAYS
           MOVE WS-NTC-DETAIL-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           ADD 1 TO WS-BRANCH-NOTICES.

       START-BRANCH-NOTICES.
           MOVE ZERO TO WS-BRANCH-NOTICES
           MOVE SPACES TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           IF WS-PREVIOUS-BRANCH = SPACES
               MOVE "UNKNOWN" TO NBL-BRANCH
           ELSE
               MOVE WS-PREVIOUS-BRANCH TO NBL-BRANCH
           END-IF
           MOVE WS-NTC-BRANCH-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE.

       WRITE-BRANCH-COUNT.
           MOVE "  ACCOUNTS MADE DORMANT" TO DCL-LABEL
           MOVE WS-BRANCH-NOTICES TO DCL-COUNT
           MOVE WS-DRM-COUNT-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE.

       WRITE-NOTICE-LINE.
           WRITE NOTICE-REPORT-LINE
           IF NOT WS-NTR-STATUS-OK
               MOVE "WRITE NOTICE-RPT" TO WS-ERROR-OPERATION
               MOVE WS-NTR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-UNCLAIMED-LINE.
           WRITE UNCLAIMED-REPORT-LINE
           IF NOT WS-UNC-STATUS-OK
               MOVE "WRITE UNCLAIMED-RPT" TO WS-ERROR-OPERATION
               MOVE WS-UNC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       TERMINATE-RUN.
           MOVE SPACES TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "ACCOUNTS READ" TO DCL-LABEL
           MOVE WS-ACCOUNTS-READ TO DCL-COUNT
           MOVE WS-DRM-COUNT-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "ACTIVITY DATES STARTED" TO DCL-LABEL
           MOVE WS-CLOCKS-STARTED TO DCL-COUNT
           MOVE WS-DRM-COUNT-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "ACCOUNTS MADE DORMANT" TO DCL-LABEL
           MOVE WS-ACCOUNTS-MADE-DORMANT TO DCL-COUNT
           MOVE WS-DRM-COUNT-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           PERFORM WRITE-UNCLAIMED-LINE
           MOVE "ACCOUNTS LISTED" TO DCL-LABEL
           MOVE WS-ACCOUNTS-UNCLAIMED TO DCL-COUNT
           MOVE WS-DRM-COUNT-LINE TO UNCLAIMED-REPORT-LINE
           PERFORM WRITE-UNCLAIMED-LINE
           MOVE "TOTAL UNCLAIMED:" TO DTL-LABEL
           MOVE WS-UNCLAIMED-TOTAL TO DTL-AMOUNT
           MOVE WS-DRM-TOTAL-LINE TO UNCLAIMED-REPORT-LINE
           PERFORM WRITE-UNCLAIMED-LINE
           CLOSE ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "CLOSE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE NOTICE-SORTED-FILE
           IF NOT WS-DNS-STATUS-OK
               MOVE "CLOSE NOTICE-SORTED" TO WS-ERROR-OPERATION
               MOVE WS-DNS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE NOTICE-REPORT-FILE
           IF NOT WS-NTR-STATUS-OK
               MOVE "CLOSE NOTICE-RPT" TO WS-ERROR-OPERATION
               MOVE WS-NTR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE UNCLAIMED-REPORT-FILE
           IF NOT WS-UNC-STATUS-OK
               MOVE "CLOSE UNCLAIMED-RPT" TO WS-ERROR-OPERATION
               MOVE WS-UNC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE AUDIT-LOG-FILE
           IF NOT WS-AUD-STATUS-OK
               MOVE "CLOSE AUDIT-LOG-FILE" TO WS-ERROR-OPERATION
               MOVE WS-AUD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           DISPLAY "ACCOUNTS READ:          " WS-ACCOUNTS-READ
           DISPLAY "ACTIVITY DATES STARTED: " WS-CLOCKS-STARTED
           DISPLAY "ACCOUNTS MADE DORMANT:  " WS-ACCOUNTS-MADE-DORMANT
           DISPLAY "UNCLAIMED BALANCES:     " WS-ACCOUNTS-UNCLAIMED.

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
           MOVE "DORMSWP" TO ABL-PROGRAM
           MOVE WS-ERROR-OPERATION TO ABL-OPERATION
           MOVE WS-ERROR-STATUS-CODE TO ABL-STATUS
           MOVE WS-ACCOUNTS-READ TO ABL-RECORD-COUNT
           MOVE ACM-ACCOUNT TO ABL-TXN-ID
           OPEN EXTEND ABEND-LOG-FILE
           IF WS-ABN-STATUS-OK
               WRITE ABEND-LOG-LINE FROM WS-ABEND-SNAPSHOT-LINE
               CLOSE ABEND-LOG-FILE
           END-IF.
       END PROGRAM DORMSWP.
