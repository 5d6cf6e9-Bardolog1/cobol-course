      ******************************************************************
      * Author: Libardo Lozano Gambasica
      * Purpose:  Large-cash and structuring monitoring run for
      *           compliance.  Takes the business date from the run
      *           control record and the thresholds and window length
      *           from CMPCTL.DAT, then reads the posted deposits and
      *           withdrawals on MONHIST.DAT that fall inside the
      *           window of business days ending on the business date.
      *           Each item is confirmed against the transaction
      *           registry, counted once, and left out if it has been
      *           reversed.  An account is flagged when its cash in or
      *           cash out on the business date exceeds the threshold,
      *           or when enough items just under the threshold build
      *           up in the window on the account or across one
      *           branch.  Flagged accounts go on the compliance
      *           report, on the filing extract CASHFILE.DAT, and get
      *           an audit line on DAILYAUD.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. Libardo_Lozano.
       INSTALLATION. www.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       REMARKS. Monitoreo de efectivo y fraccionamiento.
       PROGRAM-ID. CASHMON.

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

           SELECT MONITOR-CONTROL-FILE ASSIGN TO "CMPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "MONHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT TXN-REGISTRY-FILE ASSIGN TO "TXNREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-TXN-ID
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT MONITOR-REPORT-FILE ASSIGN TO "CASHMON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT FILING-FILE ASSIGN TO "CASHFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFR-FILE-STATUS.

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

       FD  MONITOR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CMPCTL.

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE       PIC 9(8).

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  TXN-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REGREC.

       FD  MONITOR-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MONITOR-REPORT-LINE        PIC X(80).

       FD  FILING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CMPREC.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-LINE             PIC X(137).

       FD  ABEND-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ABEND-LOG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88  WS-END-OF-FILE         VALUE "Y".

       01  WS-RCT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RCT-STATUS-OK       VALUES "00" "10".

       01  WS-CMP-FILE-STATUS         PIC XX VALUE "00".
           88  WS-CMP-STATUS-OK       VALUES "00" "10".

       01  WS-CAL-FILE-STATUS         PIC XX VALUE "00".
           88  WS-CAL-STATUS-OK       VALUES "00" "10".

       01  WS-HIST-FILE-STATUS        PIC XX VALUE "00".
           88  WS-HIST-STATUS-OK      VALUES "00" "10".

       01  WS-REG-FILE-STATUS         PIC XX VALUE "00".
           88  WS-REG-STATUS-OK       VALUES "00" "10".
           88  WS-REG-NOT-FOUND       VALUE "23".

       01  WS-RPT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RPT-STATUS-OK       VALUES "00" "10".

       01  WS-CFR-FILE-STATUS         PIC XX VALUE "00".
           88  WS-CFR-STATUS-OK       VALUES "00" "10".

       01  WS-AUD-FILE-STATUS         PIC XX VALUE "00".
           88  WS-AUD-STATUS-OK       VALUES "00" "10".

       01  WS-CAL-EOF-SWITCH          PIC X VALUE "N".
           88  WS-CAL-END-OF-FILE     VALUE "Y".

       01  WS-CURRENT-TIMESTAMP       PIC X(14).

       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-START-DATE       PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-DAYS             PIC 9(3) VALUE ZERO.
       01  WS-WINDOW-DAYS-FOUND       PIC 9(3) VALUE ZERO.
       01  WS-REPORT-THRESHOLD        PIC 9(9)V99 VALUE ZERO.
       01  WS-NEAR-FLOOR              PIC 9(9)V99 VALUE ZERO.
       01  WS-ACCOUNT-ITEM-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-BRANCH-ITEM-COUNT       PIC 9(3) VALUE ZERO.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE OCCURS 400 TIMES
                                      PIC 9(8).

       01  WS-HOLIDAY-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-HOLIDAY-SUB             PIC 9(4) VALUE ZERO.

       01  WS-WORK-DATE               PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE-INTEGER       PIC 9(9) VALUE ZERO.
       01  WS-DOW-DATE-INTEGER        PIC 9(9) VALUE ZERO.
       01  WS-DAY-QUOTIENT            PIC 9(9) VALUE ZERO.
       01  WS-DAY-OF-WEEK             PIC 9 VALUE ZERO.

       01  WS-PROCESSING-DAY-SWITCH   PIC X VALUE "Y".
           88  WS-PROCESSING-DAY      VALUE "Y".

       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES.
               10  WS-ITM-TXN-ID      PIC X(10).
               10  WS-ITM-ACCOUNT     PIC X(10).
               10  WS-ITM-BRANCH      PIC X(3).
               10  WS-ITM-TYPE        PIC X(2).
               10  WS-ITM-POST-DATE   PIC 9(8).
               10  WS-ITM-AMOUNT      PIC 9(9)V99.
               10  WS-ITM-REVERSED    PIC X.

       01  WS-ITEM-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-ITEM-SUB                PIC 9(4) VALUE ZERO.
       01  WS-ITEM-FOUND-SUB          PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-TXN-ID           PIC X(10).

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACC-ACCOUNT     PIC X(10).
               10  WS-ACC-BRANCH      PIC X(3).
               10  WS-ACC-CASH-IN     PIC 9(11)V99.
               10  WS-ACC-CASH-OUT    PIC 9(11)V99.
               10  WS-ACC-NEAR-COUNT  PIC 9(5).
               10  WS-ACC-NEAR-AMOUNT PIC 9(11)V99.
               10  WS-ACC-LAST-TXN-ID PIC X(10).
               10  WS-ACC-TODAY-SWITCH
                                      PIC X.
               10  WS-ACC-LARGE-IN    PIC X.
               10  WS-ACC-LARGE-OUT   PIC X.
               10  WS-ACC-ACCT-PATTERN
                                      PIC X.
               10  WS-ACC-BRANCH-PATTERN
                                      PIC X.

       01  WS-ACCOUNT-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-ACCOUNT-SUB             PIC 9(4) VALUE ZERO.
       01  WS-ACCOUNT-FOUND-SUB       PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT          PIC X(10).

       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 100 TIMES.
               10  WS-BRN-BRANCH      PIC X(3).
               10  WS-BRN-NEAR-COUNT  PIC 9(5).
               10  WS-BRN-NEAR-AMOUNT PIC 9(11)V99.
               10  WS-BRN-TODAY-SWITCH
                                      PIC X.
               10  WS-BRN-FLAGGED     PIC X.

       01  WS-BRANCH-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-BRANCH-SUB              PIC 9(3) VALUE ZERO.
       01  WS-BRANCH-FOUND-SUB        PIC 9(3) VALUE ZERO.
       01  WS-LOOKUP-BRANCH           PIC X(3).

       01  WS-NEAR-ITEM-SWITCH        PIC X VALUE "N".
           88  WS-NEAR-ITEM           VALUE "Y".

       01  WS-ACCOUNT-FLAGGED-SWITCH  PIC X VALUE "N".
           88  WS-ACCOUNT-FLAGGED     VALUE "Y".

       01  WS-HISTORY-READ            PIC 9(9) VALUE ZERO.
       01  WS-CASH-ITEMS              PIC 9(9) VALUE ZERO.
       01  WS-UNREGISTERED-ITEMS      PIC 9(9) VALUE ZERO.
       01  WS-REPEATED-ITEMS          PIC 9(9) VALUE ZERO.
       01  WS-REVERSED-ITEMS          PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-FLAGGED        PIC 9(9) VALUE ZERO.
       01  WS-BRANCHES-FLAGGED        PIC 9(9) VALUE ZERO.
       01  WS-FILING-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-FILING-CASH-IN          PIC 9(13)V99 VALUE ZERO.
       01  WS-FILING-CASH-OUT         PIC 9(13)V99 VALUE ZERO.

       01  WS-AUDIT-ACTION            PIC X(10).
       01  WS-AUDIT-AMOUNT            PIC S9(9)V99.

           COPY AUDLINE.

       01  WS-CMR-TITLE-LINE.
           05  FILLER                 PIC X(32)
               VALUE "CASH MONITORING - BUSINESS DATE ".
           05  CTL-BUSINESS-DATE      PIC 9(8).
           05  FILLER                 PIC X(14)
               VALUE "  WINDOW FROM ".
           05  CTL-WINDOW-START       PIC 9(8).
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-CMR-PARAMETER-LINE.
           05  CPL-LABEL              PIC X(30).
           05  CPL-AMOUNT             PIC $$$.$$$.$$9,99.
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-CMR-HEADING-LINE.
           05  FILLER                 PIC X(40)
               VALUE "ACCOUNT     BR    CASH IN TODAY  CASH OU".
           05  FILLER                 PIC X(40)
               VALUE "T TODAY   NEAR  FLAGS".

       01  WS-CMR-DETAIL-LINE.
           05  CDL-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CDL-BRANCH             PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CDL-CASH-IN            PIC $$$.$$$.$$9,99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CDL-CASH-OUT           PIC $$$.$$$.$$9,99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CDL-NEAR-COUNT         PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CDL-LARGE-IN-FLAG      PIC X(3).
           05  CDL-LARGE-OUT-FLAG     PIC X(3).
           05  CDL-ACCT-PATTERN-FLAG  PIC X(3).
           05  CDL-BRANCH-PATTERN-FLAG
                                      PIC X(3).
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-CMR-BRANCH-LINE.
           05  FILLER                 PIC X(16)
               VALUE "BRANCH PATTERN: ".
           05  CBL-BRANCH             PIC X(3).
           05  FILLER                 PIC X(15)
               VALUE "  NEAR ITEMS: ".
           05  CBL-NEAR-COUNT         PIC ZZZZ9.
           05  FILLER                 PIC X(10)
               VALUE "  AMOUNT: ".
           05  CBL-NEAR-AMOUNT        PIC $$$.$$$.$$$.$$9,99.
           05  FILLER                 PIC X(13) VALUE SPACES.

       01  WS-CMR-LEGEND-LINE.
           05  FILLER                 PIC X(40)
               VALUE "FLAGS: LI/LO CASH IN/OUT OVER THRESHOLD,".
           05  FILLER                 PIC X(40)
               VALUE " SA/SB PATTERN ON ACCOUNT/BRANCH".

       01  WS-CMR-COUNT-LINE.
           05  CCL-LABEL              PIC X(30).
           05  CCL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  WS-ERROR-OPERATION         PIC X(20).
       01  WS-ERROR-STATUS-CODE       PIC XX.

       01  WS-ABN-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ABN-STATUS-OK       VALUES "00" "05" "10".

           COPY ABNLINE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-CASH-ITEMS UNTIL WS-END-OF-FILE
           PERFORM ACCUMULATE-CASH-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           PERFORM EVALUATE-BRANCH-PATTERN
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
           PERFORM MARK-BRANCH-PATTERN-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           PERFORM EVALUATE-ACCOUNT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM READ-RUN-CONTROL
           PERFORM READ-MONITOR-CONTROL
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM FIND-WINDOW-START
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-STATUS-OK
               MOVE "OPEN HISTORY-FILE" TO WS-ERROR-OPERATION
               MOVE WS-HIST-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT TXN-REGISTRY-FILE
           IF NOT WS-REG-STATUS-OK
               MOVE "OPEN TXN-REGISTRY" TO WS-ERROR-OPERATION
               MOVE WS-REG-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT MONITOR-REPORT-FILE
           IF NOT WS-RPT-STATUS-OK
               MOVE "OPEN MONITOR-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT FILING-FILE
           IF NOT WS-CFR-STATUS-OK
               MOVE "OPEN FILING-FILE" TO WS-ERROR-OPERATION
               MOVE WS-CFR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF NOT WS-AUD-STATUS-OK
               MOVE "OPEN AUDIT-LOG-FILE" TO WS-ERROR-OPERATION
               MOVE WS-AUD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           PERFORM WRITE-REPORT-HEADINGS.

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

       READ-MONITOR-CONTROL.
           OPEN INPUT MONITOR-CONTROL-FILE
           IF NOT WS-CMP-STATUS-OK
               MOVE "OPEN MONITOR-CTL" TO WS-ERROR-OPERATION
               MOVE WS-CMP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           READ MONITOR-CONTROL-FILE
               AT END
                   DISPLAY "MONITOR-CONTROL FILE IS EMPTY"
                   MOVE "READ MONITOR-CTL" TO WS-ERROR-OPERATION
                   MOVE "10" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               NOT AT END
                   MOVE CMP-REPORT-THRESHOLD TO WS-REPORT-THRESHOLD
                   MOVE CMP-WINDOW-DAYS TO WS-WINDOW-DAYS
                   MOVE CMP-ACCOUNT-ITEM-COUNT
                       TO WS-ACCOUNT-ITEM-COUNT
                   MOVE CMP-BRANCH-ITEM-COUNT TO WS-BRANCH-ITEM-COUNT
                   COMPUTE WS-NEAR-FLOOR ROUNDED =
                       CMP-REPORT-THRESHOLD * CMP-NEAR-PERCENT / 100
           END-READ
           IF NOT WS-CMP-STATUS-OK
               MOVE "READ MONITOR-CTL" TO WS-ERROR-OPERATION
               MOVE WS-CMP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE MONITOR-CONTROL-FILE
           IF NOT WS-CMP-STATUS-OK
               MOVE "CLOSE MONITOR-CTL" TO WS-ERROR-OPERATION
               MOVE WS-CMP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           IF WS-REPORT-THRESHOLD = ZERO
               OR WS-NEAR-FLOOR = ZERO
               OR WS-NEAR-FLOOR > WS-REPORT-THRESHOLD
               OR WS-ACCOUNT-ITEM-COUNT = ZERO
               OR WS-BRANCH-ITEM-COUNT = ZERO
               DISPLAY "MONITOR-CONTROL PARAMETERS ARE NOT VALID"
               MOVE "CHECK MONITOR-CTL" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           IF WS-WINDOW-DAYS = ZERO
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CAL-STATUS-OK
               MOVE "OPEN CALENDAR" TO WS-ERROR-OPERATION
               MOVE WS-CAL-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           MOVE "N" TO WS-CAL-EOF-SWITCH
           PERFORM LOAD-HOLIDAY-RECORD UNTIL WS-CAL-END-OF-FILE
           CLOSE CALENDAR-FILE
           IF NOT WS-CAL-STATUS-OK
               MOVE "CLOSE CALENDAR" TO WS-ERROR-OPERATION
               MOVE WS-CAL-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       LOAD-HOLIDAY-RECORD.
           READ CALENDAR-FILE
               AT END
                   SET WS-CAL-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-HOLIDAY-COUNT >= 400
                       DISPLAY "HOLIDAY TABLE FULL - LIMIT 400"
                       MOVE "LOAD CALENDAR" TO WS-ERROR-OPERATION
                       MOVE "99" TO WS-ERROR-STATUS-CODE
                       PERFORM ERROR-HANDLING
                   END-IF
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE CAL-HOLIDAY-DATE
                       TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
           END-READ
           IF NOT WS-CAL-STATUS-OK
               MOVE "READ CALENDAR" TO WS-ERROR-OPERATION
               MOVE WS-CAL-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       CHECK-PROCESSING-DAY.
           MOVE "Y" TO WS-PROCESSING-DAY-SWITCH
           MOVE FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
               TO WS-DOW-DATE-INTEGER
           DIVIDE WS-DOW-DATE-INTEGER BY 7
               GIVING WS-DAY-QUOTIENT
               REMAINDER WS-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = ZERO
               MOVE "N" TO WS-PROCESSING-DAY-SWITCH
           END-IF
           PERFORM CHECK-HOLIDAY-ENTRY
               VARYING WS-HOLIDAY-SUB FROM 1 BY 1
               UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT.

       CHECK-HOLIDAY-ENTRY.
           IF WS-HOLIDAY-DATE (WS-HOLIDAY-SUB) = WS-WORK-DATE
               MOVE "N" TO WS-PROCESSING-DAY-SWITCH
           END-IF.

      * The window is counted in processing days, the business date
      * itself being the first, so a long weekend does not shorten
      * the period compliance looks back over.
       FIND-WINDOW-START.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           MOVE WS-BUSINESS-DATE TO WS-WINDOW-START-DATE
           MOVE 1 TO WS-WINDOW-DAYS-FOUND
           PERFORM STEP-BACK-ONE-DAY
               UNTIL WS-WINDOW-DAYS-FOUND >= WS-WINDOW-DAYS.

       STEP-BACK-ONE-DAY.
           MOVE FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
               TO WS-WORK-DATE-INTEGER
           SUBTRACT 1 FROM WS-WORK-DATE-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER (WS-WORK-DATE-INTEGER)
               TO WS-WORK-DATE
           PERFORM CHECK-PROCESSING-DAY
           IF WS-PROCESSING-DAY
               ADD 1 TO WS-WINDOW-DAYS-FOUND
               MOVE WS-WORK-DATE TO WS-WINDOW-START-DATE
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE WS-WINDOW-START-DATE TO CTL-WINDOW-START
           MOVE WS-CMR-TITLE-LINE TO MONITOR-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "REPORTING THRESHOLD:" TO CPL-LABEL
           MOVE WS-REPORT-THRESHOLD TO CPL-AMOUNT
           MOVE WS-CMR-PARAMETER-LINE TO MONITOR-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "NEAR-THRESHOLD ITEMS FROM:" TO CPL-LABEL
           MOVE WS-NEAR-FLOOR TO CPL-AMOUNT
           MOVE WS-CMR-PARAMETER-LINE TO MONITOR-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO MONITOR-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CMR-HEADING-LINE TO MONITOR-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       LOAD-CASH-ITEMS.
           READ HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   PERFORM SELECT-HISTORY-ITEM
           END-READ
           IF NOT WS-HIST-STATUS-OK
               MOVE "READ HISTORY-FILE" TO WS-ERROR-OPERATION
               MOVE WS-HIST-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * Only cash in and cash out posted inside the window count; a
      * reversal posted up to the business date takes its original
      * back out wherever that original falls in the window.
      * Interest the month-end accrual run credits comes in as a DP
      * under branch 000 with an I id; it is not cash and is left out.
       SELECT-HISTORY-ITEM.
           IF HIST-POST-DATE NOT < WS-WINDOW-START-DATE
               AND HIST-POST-DATE NOT > WS-BUSINESS-DATE
               IF HIST-TXN-TYPE = "DP" OR HIST-TXN-TYPE = "WD"
                   IF HIST-BRANCH = "000"
                       AND HIST-TXN-ID (1:1) = "I"
                       AND HIST-TXN-TYPE = "DP"
                       CONTINUE
                   ELSE
                       PERFORM ADD-CASH-ITEM
                   END-IF
               END-IF
               IF HIST-TXN-TYPE = "RV"
                   PERFORM EXCLUDE-REVERSED-ITEM
               END-IF
           END-IF.

      * A history row is counted once however many times it appears,
      * and only when the registry holds it as posted; a row left
      * behind by a run that was later restarted is not cash twice.
       ADD-CASH-ITEM.
           MOVE HIST-TXN-ID TO WS-LOOKUP-TXN-ID
           MOVE ZERO TO WS-ITEM-FOUND-SUB
           PERFORM SCAN-ITEM-ENTRY
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           IF WS-ITEM-FOUND-SUB > ZERO
               ADD 1 TO WS-REPEATED-ITEMS
           ELSE
               MOVE HIST-TXN-ID TO REG-TXN-ID
               READ TXN-REGISTRY-FILE
               IF WS-REG-NOT-FOUND
                   ADD 1 TO WS-UNREGISTERED-ITEMS
               ELSE
                   IF NOT WS-REG-STATUS-OK
                       MOVE "READ TXN-REGISTRY" TO WS-ERROR-OPERATION
                       MOVE WS-REG-FILE-STATUS TO WS-ERROR-STATUS-CODE
                       PERFORM ERROR-HANDLING
                   END-IF
                   PERFORM STORE-CASH-ITEM
               END-IF
           END-IF.

       STORE-CASH-ITEM.
           IF WS-ITEM-COUNT >= 5000
               DISPLAY "CASH ITEM TABLE FULL - LIMIT 5000"
               MOVE "LOAD CASH ITEMS" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-CASH-ITEMS
           MOVE HIST-TXN-ID TO WS-ITM-TXN-ID (WS-ITEM-COUNT)
           MOVE HIST-TXN-ACCOUNT TO WS-ITM-ACCOUNT (WS-ITEM-COUNT)
           MOVE HIST-BRANCH TO WS-ITM-BRANCH (WS-ITEM-COUNT)
           MOVE HIST-TXN-TYPE TO WS-ITM-TYPE (WS-ITEM-COUNT)
           MOVE HIST-POST-DATE TO WS-ITM-POST-DATE (WS-ITEM-COUNT)
           MOVE HIST-TXN-AMOUNT TO WS-ITM-AMOUNT (WS-ITEM-COUNT)
           MOVE "N" TO WS-ITM-REVERSED (WS-ITEM-COUNT).

       SCAN-ITEM-ENTRY.
           IF WS-ITM-TXN-ID (WS-ITEM-SUB) = WS-LOOKUP-TXN-ID
               MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-SUB
           END-IF.

       EXCLUDE-REVERSED-ITEM.
           MOVE HIST-TXN-REF-ID TO WS-LOOKUP-TXN-ID
           MOVE ZERO TO WS-ITEM-FOUND-SUB
           PERFORM SCAN-ITEM-ENTRY
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           IF WS-ITEM-FOUND-SUB > ZERO
               IF WS-ITM-REVERSED (WS-ITEM-FOUND-SUB) = "N"
                   MOVE "Y" TO WS-ITM-REVERSED (WS-ITEM-FOUND-SUB)
                   ADD 1 TO WS-REVERSED-ITEMS
               END-IF
           END-IF.

      * Cash in and out are totalled for the business date only; the
      * items just under the threshold are counted over the whole
      * window, on the account and on the branch that took them.
       ACCUMULATE-CASH-ITEM.
           IF WS-ITM-REVERSED (WS-ITEM-SUB) = "N"
               MOVE WS-ITM-ACCOUNT (WS-ITEM-SUB) TO WS-LOOKUP-ACCOUNT
               MOVE WS-ITM-BRANCH (WS-ITEM-SUB) TO WS-LOOKUP-BRANCH
               PERFORM FIND-OR-ADD-ACCOUNT-ENTRY
               IF WS-ITM-POST-DATE (WS-ITEM-SUB) = WS-BUSINESS-DATE
                   PERFORM ADD-TODAY-CASH
               END-IF
               PERFORM CHECK-NEAR-THRESHOLD
               IF WS-NEAR-ITEM
                   PERFORM ADD-NEAR-THRESHOLD-ITEM
               END-IF
           END-IF.

       ADD-TODAY-CASH.
           IF WS-ITM-TYPE (WS-ITEM-SUB) = "DP"
               ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
                   TO WS-ACC-CASH-IN (WS-ACCOUNT-FOUND-SUB)
           ELSE
               ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
                   TO WS-ACC-CASH-OUT (WS-ACCOUNT-FOUND-SUB)
           END-IF
           MOVE "Y" TO WS-ACC-TODAY-SWITCH (WS-ACCOUNT-FOUND-SUB)
           MOVE WS-ITM-TXN-ID (WS-ITEM-SUB)
               TO WS-ACC-LAST-TXN-ID (WS-ACCOUNT-FOUND-SUB).

       CHECK-NEAR-THRESHOLD.
           MOVE "N" TO WS-NEAR-ITEM-SWITCH
           IF WS-ITM-AMOUNT (WS-ITEM-SUB) NOT < WS-NEAR-FLOOR
               AND WS-ITM-AMOUNT (WS-ITEM-SUB)
                   NOT > WS-REPORT-THRESHOLD
               SET WS-NEAR-ITEM TO TRUE
           END-IF.

       ADD-NEAR-THRESHOLD-ITEM.
           ADD 1 TO WS-ACC-NEAR-COUNT (WS-ACCOUNT-FOUND-SUB)
           ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
               TO WS-ACC-NEAR-AMOUNT (WS-ACCOUNT-FOUND-SUB)
           PERFORM FIND-OR-ADD-BRANCH-ENTRY
           ADD 1 TO WS-BRN-NEAR-COUNT (WS-BRANCH-FOUND-SUB)
           ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
               TO WS-BRN-NEAR-AMOUNT (WS-BRANCH-FOUND-SUB)
           IF WS-ITM-POST-DATE (WS-ITEM-SUB) = WS-BUSINESS-DATE
               MOVE "Y" TO WS-BRN-TODAY-SWITCH (WS-BRANCH-FOUND-SUB)
           END-IF.

       FIND-OR-ADD-ACCOUNT-ENTRY.
           MOVE ZERO TO WS-ACCOUNT-FOUND-SUB
           PERFORM SCAN-ACCOUNT-ENTRY
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
           IF WS-ACCOUNT-FOUND-SUB = ZERO
               IF WS-ACCOUNT-COUNT >= 2000
                   DISPLAY "ACCOUNT TABLE FULL - LIMIT 2000"
                   MOVE "ACCUMULATE ACCOUNTS" TO WS-ERROR-OPERATION
                   MOVE "99" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-FOUND-SUB
               MOVE WS-LOOKUP-ACCOUNT
                   TO WS-ACC-ACCOUNT (WS-ACCOUNT-FOUND-SUB)
               MOVE WS-LOOKUP-BRANCH
                   TO WS-ACC-BRANCH (WS-ACCOUNT-FOUND-SUB)
               MOVE ZERO TO WS-ACC-CASH-IN (WS-ACCOUNT-FOUND-SUB)
               MOVE ZERO TO WS-ACC-CASH-OUT (WS-ACCOUNT-FOUND-SUB)
               MOVE ZERO TO WS-ACC-NEAR-COUNT (WS-ACCOUNT-FOUND-SUB)
               MOVE ZERO TO WS-ACC-NEAR-AMOUNT (WS-ACCOUNT-FOUND-SUB)
               MOVE SPACES
                   TO WS-ACC-LAST-TXN-ID (WS-ACCOUNT-FOUND-SUB)
               MOVE "N" TO WS-ACC-TODAY-SWITCH (WS-ACCOUNT-FOUND-SUB)
               MOVE "N" TO WS-ACC-LARGE-IN (WS-ACCOUNT-FOUND-SUB)
               MOVE "N" TO WS-ACC-LARGE-OUT (WS-ACCOUNT-FOUND-SUB)
               MOVE "N" TO WS-ACC-ACCT-PATTERN (WS-ACCOUNT-FOUND-SUB)
               MOVE "N"
                   TO WS-ACC-BRANCH-PATTERN (WS-ACCOUNT-FOUND-SUB)
           ELSE
               IF WS-ACC-BRANCH (WS-ACCOUNT-FOUND-SUB)
                   NOT = WS-LOOKUP-BRANCH
                   MOVE "***" TO WS-ACC-BRANCH (WS-ACCOUNT-FOUND-SUB)
               END-IF
           END-IF.

       SCAN-ACCOUNT-ENTRY.
           IF WS-ACC-ACCOUNT (WS-ACCOUNT-SUB) = WS-LOOKUP-ACCOUNT
               MOVE WS-ACCOUNT-SUB TO WS-ACCOUNT-FOUND-SUB
           END-IF.

       FIND-OR-ADD-BRANCH-ENTRY.
           MOVE ZERO TO WS-BRANCH-FOUND-SUB
           PERFORM SCAN-BRANCH-ENTRY
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
           IF WS-BRANCH-FOUND-SUB = ZERO
               IF WS-BRANCH-COUNT >= 100
                   DISPLAY "BRANCH TABLE FULL - LIMIT 100"
                   MOVE "ACCUMULATE BRANCHES" TO WS-ERROR-OPERATION
                   MOVE "99" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               END-IF
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND-SUB
               MOVE WS-LOOKUP-BRANCH
                   TO WS-BRN-BRANCH (WS-BRANCH-FOUND-SUB)
               MOVE ZERO TO WS-BRN-NEAR-COUNT (WS-BRANCH-FOUND-SUB)
               MOVE ZERO TO WS-BRN-NEAR-AMOUNT (WS-BRANCH-FOUND-SUB)
               MOVE "N" TO WS-BRN-TODAY-SWITCH (WS-BRANCH-FOUND-SUB)
               MOVE "N" TO WS-BRN-FLAGGED (WS-BRANCH-FOUND-SUB)
           END-IF.

       SCAN-BRANCH-ENTRY.
           IF WS-BRN-BRANCH (WS-BRANCH-SUB) = WS-LOOKUP-BRANCH
               MOVE WS-BRANCH-SUB TO WS-BRANCH-FOUND-SUB
           END-IF.

      * A pattern is raised only when one of its items was posted on
      * the business date, so the same run of items is not reported
      * again on every day it stays inside the window.
       EVALUATE-BRANCH-PATTERN.
           IF WS-BRN-NEAR-COUNT (WS-BRANCH-SUB)
                   NOT < WS-BRANCH-ITEM-COUNT
               AND WS-BRN-TODAY-SWITCH (WS-BRANCH-SUB) = "Y"
               MOVE "Y" TO WS-BRN-FLAGGED (WS-BRANCH-SUB)
               ADD 1 TO WS-BRANCHES-FLAGGED
           END-IF.

       MARK-BRANCH-PATTERN-ITEM.
           IF WS-ITM-REVERSED (WS-ITEM-SUB) = "N"
               PERFORM CHECK-NEAR-THRESHOLD
               IF WS-NEAR-ITEM
                   MOVE WS-ITM-BRANCH (WS-ITEM-SUB)
                       TO WS-LOOKUP-BRANCH
                   PERFORM FIND-OR-ADD-BRANCH-ENTRY
                   IF WS-BRN-FLAGGED (WS-BRANCH-FOUND-SUB) = "Y"
                       MOVE WS-ITM-ACCOUNT (WS-ITEM-SUB)
                           TO WS-LOOKUP-ACCOUNT
                       PERFORM FIND-OR-ADD-ACCOUNT-ENTRY
                       MOVE "Y" TO
                           WS-ACC-BRANCH-PATTERN (WS-ACCOUNT-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       EVALUATE-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-FLAGGED-SWITCH
           IF WS-ACC-CASH-IN (WS-ACCOUNT-SUB) > WS-REPORT-THRESHOLD
               MOVE "Y" TO WS-ACC-LARGE-IN (WS-ACCOUNT-SUB)
               SET WS-ACCOUNT-FLAGGED TO TRUE
           END-IF
           IF WS-ACC-CASH-OUT (WS-ACCOUNT-SUB) > WS-REPORT-THRESHOLD
               MOVE "Y" TO WS-ACC-LARGE-OUT (WS-ACCOUNT-SUB)
               SET WS-ACCOUNT-FLAGGED TO TRUE
           END-IF
           IF WS-ACC-NEAR-COUNT (WS-ACCOUNT-SUB)
                   NOT < WS-ACCOUNT-ITEM-COUNT
               AND WS-ACC-TODAY-SWITCH (WS-ACCOUNT-SUB) = "Y"
               MOVE "Y" TO WS-ACC-ACCT-PATTERN (WS-ACCOUNT-SUB)
               SET WS-ACCOUNT-FLAGGED TO TRUE
           END-IF
           IF WS-ACC-BRANCH-PATTERN (WS-ACCOUNT-SUB) = "Y"
               SET WS-ACCOUNT-FLAGGED TO TRUE
           END-IF
           IF WS-ACCOUNT-FLAGGED
               ADD 1 TO WS-ACCOUNTS-FLAGGED
               PERFORM WRITE-FLAGGED-ACCOUNT-LINE
               PERFORM WRITE-FILING-DETAIL
               PERFORM WRITE-AUDIT-DETAIL-LINE
           END-IF.

       WRITE-FLAGGED-ACCOUNT-LINE.
           MOVE WS-ACC-ACCOUNT (WS-ACCOUNT-SUB) TO CDL-ACCOUNT
           MOVE WS-ACC-BRANCH (WS-ACCOUNT-SUB) TO CDL-BRANCH
           MOVE WS-ACC-CASH-IN (WS-ACCOUNT-SUB) TO CDL-CASH-IN
           MOVE WS-ACC-CASH-OUT (WS-ACCOUNT-SUB) TO CDL-CASH-OUT
           MOVE WS-ACC-NEAR-COUNT (WS-ACCOUNT-SUB) TO CDL-NEAR-COUNT
           MOVE SPACES TO CDL-LARGE-IN-FLAG
           MOVE SPACES TO CDL-LARGE-OUT-FLAG
           MOVE SPACES TO CDL-ACCT-PATTERN-FLAG
           MOVE SPACES TO CDL-BRANCH-PATTERN-FLAG
           IF WS-ACC-LARGE-IN (WS-ACCOUNT-SUB) = "Y"
               MOVE "LI" TO CDL-LARGE-IN-FLAG
           END-IF
           IF WS-ACC-LARGE-OUT (WS-ACCOUNT-SUB) = "Y"
               MOVE "LO" TO CDL-LARGE-OUT-FLAG
           END-IF
           IF WS-ACC-ACCT-PATTERN (WS-ACCOUNT-SUB) = "Y"
               MOVE "SA" TO CDL-ACCT-PATTERN-FLAG
           END-IF
           IF WS-ACC-BRANCH-PATTERN (WS-ACCOUNT-SUB) = "Y"
               MOVE "SB" TO CDL-BRANCH-PATTERN-FLAG
           END-IF
           MOVE WS-CMR-DETAIL-LINE TO MONITOR-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-FILING-DETAIL.
           MOVE SPACES TO CASH-FILING-RECORD
           MOVE "D" TO CFR-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO CFR-BUSINESS-DATE
           MOVE WS-ACC-ACCOUNT (WS-ACCOUNT-SUB) TO CFR-ACCOUNT
           MOVE WS-ACC-BRANCH (WS-ACCOUNT-SUB) TO CFR-BRANCH
           MOVE WS-ACC-CASH-IN (WS-ACCOUNT-SUB) TO CFR-CASH-IN
           MOVE WS-ACC-CASH-OUT (WS-ACCOUNT-SUB) TO CFR-CASH-OUT
           MOVE WS-ACC-NEAR-COUNT (WS-ACCOUNT-SUB) TO CFR-NEAR-COUNT
           MOVE WS-ACC-NEAR-AMOUNT (WS-ACCOUNT-SUB)
               TO CFR-NEAR-AMOUNT
           MOVE WS-WINDOW-START-DATE TO CFR-WINDOW-START
           MOVE WS-ACC-LARGE-IN (WS-ACCOUNT-SUB) TO CFR-LARGE-IN-FLAG
           MOVE WS-ACC-LARGE-OUT (WS-ACCOUNT-SUB)
               TO CFR-LARGE-OUT-FLAG
           MOVE WS-ACC-ACCT-PATTERN (WS-ACCOUNT-SUB)
               TO CFR-ACCOUNT-PATTERN-FLAG
           MOVE WS-ACC-BRANCH-PATTERN (WS-ACCOUNT-SUB)
               TO CFR-BRANCH-PATTERN-FLAG
           WRITE CASH-FILING-RECORD
           IF NOT WS-CFR-STATUS-OK
               MOVE "WRITE FILING-FILE" TO WS-ERROR-OPERATION
               MOVE WS-CFR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-FILING-COUNT
           ADD WS-ACC-CASH-IN (WS-ACCOUNT-SUB) TO WS-FILING-CASH-IN
           ADD WS-ACC-CASH-OUT (WS-ACCOUNT-SUB) TO WS-FILING-CASH-OUT.

      * A large-cash flag logs the day's cash through the account; a
      * pattern alone logs the near-threshold total in the window.
       WRITE-AUDIT-DETAIL-LINE.
           IF WS-ACC-LARGE-IN (WS-ACCOUNT-SUB) = "Y"
               OR WS-ACC-LARGE-OUT (WS-ACCOUNT-SUB) = "Y"
               MOVE "LARGECASH" TO WS-AUDIT-ACTION
               ADD WS-ACC-CASH-IN (WS-ACCOUNT-SUB)
                   WS-ACC-CASH-OUT (WS-ACCOUNT-SUB)
                   GIVING WS-AUDIT-AMOUNT
           ELSE
               MOVE "STRUCTURE" TO WS-AUDIT-ACTION
               MOVE WS-ACC-NEAR-AMOUNT (WS-ACCOUNT-SUB)
                   TO WS-AUDIT-AMOUNT
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO ADL-TIMESTAMP
           MOVE WS-ACC-LAST-TXN-ID (WS-ACCOUNT-SUB) TO ADL-TXN-ID
           MOVE WS-ACC-ACCOUNT (WS-ACCOUNT-SUB) TO ADL-ACCOUNT
           MOVE WS-AUDIT-ACTION TO ADL-ACTION
           MOVE "00" TO ADL-STATUS
           MOVE WS-AUDIT-AMOUNT TO ADL-AMOUNT
           MOVE SPACES TO ADL-USER-ID
           MOVE WS-ACC-BRANCH (WS-ACCOUNT-SUB) TO ADL-BRANCH
           WRITE AUDIT-LOG-LINE FROM WS-AUDIT-DETAIL-LINE
           IF NOT WS-AUD-STATUS-OK
               MOVE "WRITE AUDIT-LOG-FILE" TO WS-ERROR-OPERATION
               MOVE WS-AUD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-BRANCH-PATTERN-LINE.
           IF WS-BRN-FLAGGED (WS-BRANCH-SUB) = "Y"
               MOVE WS-BRN-BRANCH (WS-BRANCH-SUB) TO CBL-BRANCH
               MOVE WS-BRN-NEAR-COUNT (WS-BRANCH-SUB)
                   TO CBL-NEAR-COUNT
               MOVE WS-BRN-NEAR-AMOUNT (WS-BRANCH-SUB)
                   TO CBL-NEAR-AMOUNT
               MOVE WS-CMR-BRANCH-LINE TO MONITOR-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-FILING-TRAILER.
           MOVE SPACES TO CASH-FILING-TRAILER
           MOVE "T" TO CFT-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO CFT-BUSINESS-DATE
           MOVE WS-FILING-COUNT TO CFT-RECORD-COUNT
           MOVE WS-FILING-CASH-IN TO CFT-CASH-IN-TOTAL
           MOVE WS-FILING-CASH-OUT TO CFT-CASH-OUT-TOTAL
           WRITE CASH-FILING-TRAILER
           IF NOT WS-CFR-STATUS-OK
               MOVE "WRITE FILING-FILE" TO WS-ERROR-OPERATION
               MOVE WS-CFR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE
           IF NOT WS-RPT-STATUS-OK
               MOVE "WRITE MONITOR-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-CMR-COUNT-LINE TO MONITOR-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       TERMINATE-RUN.
           MOVE SPACES TO MONITOR-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BRANCH-PATTERN-LINE
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
           MOVE WS-CMR-LEGEND-LINE TO MONITOR-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO MONITOR-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "HISTORY RECORDS READ" TO CCL-LABEL
           MOVE WS-HISTORY-READ TO CCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CASH ITEMS IN WINDOW" TO CCL-LABEL
           MOVE WS-CASH-ITEMS TO CCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "REVERSED ITEMS LEFT OUT" TO CCL-LABEL
           MOVE WS-REVERSED-ITEMS TO CCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "REPEATED ROWS LEFT OUT" TO CCL-LABEL
           MOVE WS-REPEATED-ITEMS TO CCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ITEMS NOT ON REGISTRY" TO CCL-LABEL
           MOVE WS-UNREGISTERED-ITEMS TO CCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ACCOUNTS FLAGGED" TO CCL-LABEL
           MOVE WS-ACCOUNTS-FLAGGED TO CCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "BRANCHES FLAGGED" TO CCL-LABEL
           MOVE WS-BRANCHES-FLAGGED TO CCL-COUNT
           PERFORM WRITE-COUNT-LINE
           PERFORM WRITE-FILING-TRAILER
           CLOSE HISTORY-FILE
           IF NOT WS-HIST-STATUS-OK
               MOVE "CLOSE HISTORY-FILE" TO WS-ERROR-OPERATION
               MOVE WS-HIST-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE TXN-REGISTRY-FILE
           IF NOT WS-REG-STATUS-OK
               MOVE "CLOSE TXN-REGISTRY" TO WS-ERROR-OPERATION
               MOVE WS-REG-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE MONITOR-REPORT-FILE
           IF NOT WS-RPT-STATUS-OK
               MOVE "CLOSE MONITOR-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE FILING-FILE
           IF NOT WS-CFR-STATUS-OK
               MOVE "CLOSE FILING-FILE" TO WS-ERROR-OPERATION
               MOVE WS-CFR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE AUDIT-LOG-FILE
           IF NOT WS-AUD-STATUS-OK
               MOVE "CLOSE AUDIT-LOG-FILE" TO WS-ERROR-OPERATION
               MOVE WS-AUD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           DISPLAY "CASH ITEMS IN WINDOW: " WS-CASH-ITEMS
           DISPLAY "ACCOUNTS FLAGGED:     " WS-ACCOUNTS-FLAGGED
           DISPLAY "BRANCHES FLAGGED:     " WS-BRANCHES-FLAGGED.

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
           MOVE "CASHMON" TO ABL-PROGRAM
           MOVE WS-ERROR-OPERATION TO ABL-OPERATION
           MOVE WS-ERROR-STATUS-CODE TO ABL-STATUS
           MOVE WS-HISTORY-READ TO ABL-RECORD-COUNT
           MOVE HIST-TXN-ID TO ABL-TXN-ID
           OPEN EXTEND ABEND-LOG-FILE
           IF WS-ABN-STATUS-OK
               WRITE ABEND-LOG-LINE FROM WS-ABEND-SNAPSHOT-LINE
               CLOSE ABEND-LOG-FILE
           END-IF.
       END PROGRAM CASHMON.
