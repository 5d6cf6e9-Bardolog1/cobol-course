      ******************************************************************
      * Author: Libardo Lozano Gambasica
      * Purpose:  Standing-order run.  Takes the business date from
      *           the run control record and the holidays from the
      *           calendar, reads every standing order the branches
      *           keep on STANDORD.DAT, and writes each order that
      *           has fallen due as an ordinary transaction in the
      *           daily layout, wrapped in a HDR/TRL pair carrying the
      *           record count and hash total the way the month-end
      *           accrual run builds its file.  A due date on a
      *           weekend or holiday rolls to the next processing
      *           day.  The next due date of every order is advanced,
      *           orders past their end date drop off the file, and
      *           an order whose account is closed, frozen or missing
      *           is skipped for that date.  The report lists what
      *           was generated and what was skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. Libardo_Lozano.
       INSTALLATION. www.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       REMARKS. Generacion de ordenes permanentes de pago.
       PROGRAM-ID. STORDER.

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

           SELECT ORDER-CONTROL-FILE ASSIGN TO "STOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOC-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOR-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT ORDER-TXN-FILE ASSIGN TO "STOTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOX-FILE-STATUS.

           SELECT ORDER-REPORT-FILE ASSIGN TO "STORDER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO "ABENDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  ORDER-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SOCTL.

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE       PIC 9(8).

       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SORREC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  ORDER-TXN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TXNREC.

       FD  ORDER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDER-REPORT-LINE          PIC X(80).

       FD  ABEND-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ABEND-LOG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88  WS-END-OF-FILE         VALUE "Y".

       01  WS-RCT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RCT-STATUS-OK       VALUES "00" "10".

       01  WS-SOC-FILE-STATUS         PIC XX VALUE "00".
           88  WS-SOC-STATUS-OK       VALUES "00" "10".

       01  WS-CAL-FILE-STATUS         PIC XX VALUE "00".
           88  WS-CAL-STATUS-OK       VALUES "00" "10".

       01  WS-SOR-FILE-STATUS         PIC XX VALUE "00".
           88  WS-SOR-STATUS-OK       VALUES "00" "10".

       01  WS-ACM-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ACM-STATUS-OK       VALUES "00" "10".
           88  WS-ACM-NOT-FOUND       VALUE "23".

       01  WS-SOX-FILE-STATUS         PIC XX VALUE "00".
           88  WS-SOX-STATUS-OK       VALUES "00" "10".

       01  WS-RPT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RPT-STATUS-OK       VALUES "00" "10".

       01  WS-CAL-EOF-SWITCH          PIC X VALUE "N".
           88  WS-CAL-END-OF-FILE     VALUE "Y".

           COPY TXNCTL.

       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05  FILLER                 PIC X(4).
           05  WS-BUSINESS-MMDD       PIC X(4).

       01  WS-FILE-SEQUENCE           PIC 9(6) VALUE ZERO.

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

       01  WS-EFFECTIVE-DATE          PIC 9(8) VALUE ZERO.

       01  WS-MONTH-DATE              PIC 9(8) VALUE ZERO.
       01  WS-MONTH-DATE-R REDEFINES WS-MONTH-DATE.
           05  WS-MONTH-YYYY          PIC 9(4).
           05  WS-MONTH-MM            PIC 9(2).
           05  WS-MONTH-DD            PIC 9(2).

       01  WS-FOLLOWING-MONTH-DATE    PIC 9(8) VALUE ZERO.
       01  WS-FOLLOWING-MONTH-DATE-R
               REDEFINES WS-FOLLOWING-MONTH-DATE.
           05  WS-FOLLOWING-YYYY      PIC 9(4).
           05  WS-FOLLOWING-MM        PIC 9(2).
           05  WS-FOLLOWING-DD        PIC 9(2).

       01  WS-MONTH-END-DATE          PIC 9(8) VALUE ZERO.
       01  WS-MONTH-END-DATE-R REDEFINES WS-MONTH-END-DATE.
           05  FILLER                 PIC X(6).
           05  WS-MONTH-END-DD        PIC 9(2).

       01  WS-START-DATE              PIC 9(8) VALUE ZERO.
       01  WS-START-DATE-R REDEFINES WS-START-DATE.
           05  FILLER                 PIC X(6).
           05  WS-START-DD            PIC 9(2).

       01  WS-ANCHOR-DAY              PIC 9(2) VALUE ZERO.
       01  WS-DUE-INTEGER             PIC 9(9) VALUE ZERO.

       01  WS-ORDER-VALID-SWITCH      PIC X VALUE "Y".
           88  WS-ORDER-VALID         VALUE "Y".
           88  WS-ORDER-INVALID       VALUE "N".

       01  WS-ORDER-EXPIRED-SWITCH    PIC X VALUE "N".
           88  WS-ORDER-EXPIRED       VALUE "Y".

       01  WS-SKIP-REASON             PIC X(14) VALUE SPACES.

       01  WS-GENERATED-TXN-ID.
           05  WS-GEN-PREFIX          PIC X.
           05  WS-GEN-MMDD            PIC X(4).
           05  WS-GEN-SEQUENCE        PIC 9(5).

       01  WS-TXN-SEQUENCE            PIC 9(5) VALUE ZERO.

       01  WS-DETAIL-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-HASH-TOTAL              PIC S9(13)V99 VALUE ZERO.

       01  WS-ORDER-TABLE.
           05  WS-ORDER-ENTRY OCCURS 1000 TIMES
                                      PIC X(73).

       01  WS-ORDER-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-ORDER-SUB               PIC 9(4) VALUE ZERO.

       01  WS-ORDERS-READ             PIC 9(9) VALUE ZERO.
       01  WS-ORDERS-GENERATED        PIC 9(9) VALUE ZERO.
       01  WS-ORDERS-SKIPPED          PIC 9(9) VALUE ZERO.
       01  WS-ORDERS-INVALID          PIC 9(9) VALUE ZERO.
       01  WS-ORDERS-EXPIRED          PIC 9(9) VALUE ZERO.
       01  WS-GENERATED-AMOUNT        PIC S9(11)V99 VALUE ZERO.

       01  WS-ORD-TITLE-LINE.
           05  FILLER                 PIC X(35)
               VALUE "STANDING ORDER RUN - BUSINESS DATE ".
           05  OTL-BUSINESS-DATE      PIC 9(8).
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-ORD-DETAIL-LINE.
           05  ODL-ACTION             PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ODL-ORDER-ID           PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ODL-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ODL-TYPE               PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ODL-DUE-DATE           PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ODL-AMOUNT             PIC $$$.$$$.$$9,99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ODL-NOTE               PIC X(14).

       01  WS-ORD-COUNT-LINE.
           05  OCL-LABEL              PIC X(30).
           05  OCL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  WS-ORD-TOTAL-LINE.
           05  OTT-LABEL              PIC X(30).
           05  OTT-AMOUNT             PIC $$$$.$$$.$$$.$$9,99-.

       01  WS-ERROR-OPERATION         PIC X(20).
       01  WS-ERROR-STATUS-CODE       PIC XX.

       01  WS-ABN-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ABN-STATUS-OK       VALUES "00" "05" "10".

           COPY ABNLINE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-STANDING-ORDERS UNTIL WS-END-OF-FILE
           PERFORM CLOSE-ORDER-TXN-FILE
           PERFORM REWRITE-STANDING-ORDERS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM READ-RUN-CONTROL
           PERFORM READ-ORDER-CONTROL
           PERFORM LOAD-HOLIDAY-CALENDAR
           OPEN INPUT STANDING-ORDER-FILE
           IF NOT WS-SOR-STATUS-OK
               MOVE "OPEN STANDING-ORDER" TO WS-ERROR-OPERATION
               MOVE WS-SOR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "OPEN ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT ORDER-TXN-FILE
           IF NOT WS-SOX-STATUS-OK
               MOVE "OPEN ORDER-TXN" TO WS-ERROR-OPERATION
               MOVE WS-SOX-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT ORDER-REPORT-FILE
           IF NOT WS-RPT-STATUS-OK
               MOVE "OPEN ORDER-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           MOVE WS-BUSINESS-DATE TO OTL-BUSINESS-DATE
           MOVE WS-ORD-TITLE-LINE TO ORDER-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-FILE-HEADER.

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

       READ-ORDER-CONTROL.
           OPEN INPUT ORDER-CONTROL-FILE
           IF NOT WS-SOC-STATUS-OK
               MOVE "OPEN ORDER-CTL" TO WS-ERROR-OPERATION
               MOVE WS-SOC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           READ ORDER-CONTROL-FILE
               AT END
                   DISPLAY "ORDER-CONTROL FILE IS EMPTY"
                   MOVE "READ ORDER-CTL" TO WS-ERROR-OPERATION
                   MOVE "10" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               NOT AT END
                   MOVE SOC-FILE-SEQUENCE TO WS-FILE-SEQUENCE
           END-READ
           IF NOT WS-SOC-STATUS-OK
               MOVE "READ ORDER-CTL" TO WS-ERROR-OPERATION
               MOVE WS-SOC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE ORDER-CONTROL-FILE
           IF NOT WS-SOC-STATUS-OK
               MOVE "CLOSE ORDER-CTL" TO WS-ERROR-OPERATION
               MOVE WS-SOC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           DISPLAY "STANDING ORDERS DUE BY: " WS-BUSINESS-DATE
               "  FILE SEQUENCE: " WS-FILE-SEQUENCE.

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

       WRITE-FILE-HEADER.
           MOVE SPACES TO TXN-HEADER-RECORD
           MOVE "HDR" TO THR-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO THR-BUSINESS-DATE
           MOVE WS-FILE-SEQUENCE TO THR-FILE-SEQUENCE
           MOVE TXN-HEADER-RECORD TO DAILY-TXN-RECORD
           PERFORM WRITE-ORDER-TXN-RECORD.

       PROCESS-STANDING-ORDERS.
           READ STANDING-ORDER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ORDERS-READ
                   PERFORM PROCESS-ONE-ORDER
           END-READ
           IF NOT WS-SOR-STATUS-OK
               MOVE "READ STANDING-ORDER" TO WS-ERROR-OPERATION
               MOVE WS-SOR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * An invalid order is reported and kept as keyed so the branch
      * can correct it; a valid one generates every occurrence that
      * has come due by the business date, so a run missed over a
      * long weekend still catches up on a weekly order.
       PROCESS-ONE-ORDER.
           MOVE "N" TO WS-ORDER-EXPIRED-SWITCH
           PERFORM VALIDATE-STANDING-ORDER
           IF WS-ORDER-INVALID
               MOVE "INVALID ORDER" TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-ORDER
               ADD 1 TO WS-ORDERS-INVALID
           ELSE
               IF SOR-NEXT-DUE-DATE = ZERO
                   PERFORM SET-FIRST-DUE-DATE
               END-IF
               PERFORM READ-ORDER-ACCOUNT
               PERFORM COMPUTE-EFFECTIVE-DATE
               PERFORM PROCESS-DUE-OCCURRENCE
                   UNTIL WS-EFFECTIVE-DATE > WS-BUSINESS-DATE
                      OR WS-ORDER-EXPIRED
               IF SOR-END-DATE NOT = ZERO
                   AND SOR-NEXT-DUE-DATE > SOR-END-DATE
                   SET WS-ORDER-EXPIRED TO TRUE
               END-IF
           END-IF
           IF WS-ORDER-EXPIRED
               MOVE "EXPIRED" TO ODL-ACTION
               MOVE SOR-END-DATE TO ODL-DUE-DATE
               MOVE "DROPPED" TO ODL-NOTE
               PERFORM WRITE-ORDER-DETAIL-LINE
               ADD 1 TO WS-ORDERS-EXPIRED
           ELSE
               PERFORM KEEP-STANDING-ORDER
           END-IF.

       VALIDATE-STANDING-ORDER.
           MOVE "Y" TO WS-ORDER-VALID-SWITCH
           IF SOR-TXN-TYPE NOT = "DP" AND "WD" AND "FE" AND "TR"
               SET WS-ORDER-INVALID TO TRUE
           END-IF
           IF NOT SOR-WEEKLY AND NOT SOR-MONTHLY
               AND NOT SOR-DAY-OF-MONTH
               SET WS-ORDER-INVALID TO TRUE
           END-IF
           IF SOR-DAY-OF-MONTH
               AND (SOR-DUE-DAY < 1 OR SOR-DUE-DAY > 31)
               SET WS-ORDER-INVALID TO TRUE
           END-IF
           IF SOR-AMOUNT NOT > ZERO OR SOR-ACCOUNT = SPACES
               SET WS-ORDER-INVALID TO TRUE
           END-IF
           IF SOR-TXN-TYPE = "TR"
               AND (SOR-REF-ID = SPACES OR SOR-REF-ID = SOR-ACCOUNT)
               SET WS-ORDER-INVALID TO TRUE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (SOR-START-DATE) NOT = ZERO
               SET WS-ORDER-INVALID TO TRUE
           END-IF
           IF SOR-END-DATE NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD (SOR-END-DATE)
                   NOT = ZERO
               SET WS-ORDER-INVALID TO TRUE
           END-IF
           IF SOR-NEXT-DUE-DATE NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD (SOR-NEXT-DUE-DATE)
                   NOT = ZERO
               SET WS-ORDER-INVALID TO TRUE
           END-IF.

      * A day-of-month order falls due on its day in the start month
      * when that is not before the start date, otherwise in the
      * month after.
       SET-FIRST-DUE-DATE.
           IF SOR-DAY-OF-MONTH
               MOVE SOR-START-DATE TO WS-MONTH-DATE
               PERFORM SET-ANCHOR-DAY
               MOVE WS-MONTH-DATE TO SOR-NEXT-DUE-DATE
               IF WS-MONTH-DATE < SOR-START-DATE
                   PERFORM ADVANCE-NEXT-DUE-DATE
               END-IF
           ELSE
               MOVE SOR-START-DATE TO SOR-NEXT-DUE-DATE
           END-IF.

       READ-ORDER-ACCOUNT.
           MOVE SOR-ACCOUNT TO ACM-ACCOUNT
           READ ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK AND NOT WS-ACM-NOT-FOUND
               MOVE "READ ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * The next due date stays on the schedule; only the date the
      * order is generated on rolls past weekends and holidays, so a
      * monthly order due on a Saturday does not drift to Mondays.
       COMPUTE-EFFECTIVE-DATE.
           MOVE SOR-NEXT-DUE-DATE TO WS-WORK-DATE
           PERFORM CHECK-PROCESSING-DAY
           PERFORM ROLL-TO-NEXT-DAY UNTIL WS-PROCESSING-DAY
           MOVE WS-WORK-DATE TO WS-EFFECTIVE-DATE.

       ROLL-TO-NEXT-DAY.
           MOVE FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
               TO WS-WORK-DATE-INTEGER
           ADD 1 TO WS-WORK-DATE-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER (WS-WORK-DATE-INTEGER)
               TO WS-WORK-DATE
           PERFORM CHECK-PROCESSING-DAY.

      * A closed or frozen account, or one no longer on the master,
      * misses this occurrence; the order itself stays on file and
      * is tried again on its next due date.
       PROCESS-DUE-OCCURRENCE.
           IF SOR-END-DATE NOT = ZERO
               AND SOR-NEXT-DUE-DATE > SOR-END-DATE
               SET WS-ORDER-EXPIRED TO TRUE
           ELSE
               MOVE SPACES TO WS-SKIP-REASON
               IF WS-ACM-NOT-FOUND
                   MOVE "NOT ON MASTER" TO WS-SKIP-REASON
               ELSE
                   IF ACM-CLOSED
                       MOVE "ACCOUNT CLOSED" TO WS-SKIP-REASON
                   END-IF
                   IF ACM-FROZEN
                       MOVE "ACCOUNT FROZEN" TO WS-SKIP-REASON
                   END-IF
               END-IF
               IF WS-SKIP-REASON = SPACES
                   PERFORM GENERATE-ORDER-TXN
               ELSE
                   PERFORM REPORT-SKIPPED-ORDER
                   ADD 1 TO WS-ORDERS-SKIPPED
               END-IF
               PERFORM ADVANCE-NEXT-DUE-DATE
               PERFORM COMPUTE-EFFECTIVE-DATE
           END-IF.

       GENERATE-ORDER-TXN.
           PERFORM BUILD-NEXT-TXN-ID
           MOVE "S" TO WS-GEN-PREFIX
           MOVE WS-GENERATED-TXN-ID TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE SOR-AMOUNT TO TXN-AMOUNT
           MOVE SOR-ACCOUNT TO TXN-ACCOUNT
           MOVE SOR-TXN-TYPE TO TXN-TYPE
           IF SOR-TXN-TYPE = "TR"
               MOVE SOR-REF-ID TO TXN-REF-ID
           ELSE
               MOVE SPACES TO TXN-REF-ID
           END-IF
           MOVE SOR-BRANCH TO TXN-BRANCH
           ADD 1 TO WS-DETAIL-COUNT
           ADD TXN-AMOUNT TO WS-HASH-TOTAL
           PERFORM WRITE-ORDER-TXN-RECORD
           ADD 1 TO WS-ORDERS-GENERATED
           ADD SOR-AMOUNT TO WS-GENERATED-AMOUNT
           MOVE "GENERATED" TO ODL-ACTION
           MOVE SOR-NEXT-DUE-DATE TO ODL-DUE-DATE
           MOVE TXN-ID TO ODL-NOTE
           PERFORM WRITE-ORDER-DETAIL-LINE.

      * Generated ids carry the month and day plus a sequence so the
      * registry sees a fresh id each cycle; the prefix byte is set
      * by the caller after this builds the stem.
       BUILD-NEXT-TXN-ID.
           ADD 1 TO WS-TXN-SEQUENCE
           MOVE WS-BUSINESS-MMDD TO WS-GEN-MMDD
           MOVE WS-TXN-SEQUENCE TO WS-GEN-SEQUENCE.

       ADVANCE-NEXT-DUE-DATE.
           IF SOR-WEEKLY
               MOVE FUNCTION INTEGER-OF-DATE (SOR-NEXT-DUE-DATE)
                   TO WS-DUE-INTEGER
               ADD 7 TO WS-DUE-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
                   TO SOR-NEXT-DUE-DATE
           ELSE
               MOVE SOR-NEXT-DUE-DATE TO WS-MONTH-DATE
               IF WS-MONTH-MM = 12
                   MOVE 1 TO WS-MONTH-MM
                   ADD 1 TO WS-MONTH-YYYY
               ELSE
                   ADD 1 TO WS-MONTH-MM
               END-IF
               PERFORM SET-ANCHOR-DAY
               MOVE WS-MONTH-DATE TO SOR-NEXT-DUE-DATE
           END-IF.

      * Sets the day within the month held in WS-MONTH-DATE: the
      * start date's day for a monthly order, the order's own day for
      * a day-of-month order, cut back to the last day of a short
      * month.  The anchor is taken afresh each time, so an order
      * started on the 31st comes back to the 31st after February.
       SET-ANCHOR-DAY.
           IF SOR-MONTHLY
               MOVE SOR-START-DATE TO WS-START-DATE
               MOVE WS-START-DD TO WS-ANCHOR-DAY
           ELSE
               MOVE SOR-DUE-DAY TO WS-ANCHOR-DAY
           END-IF
           MOVE WS-MONTH-YYYY TO WS-FOLLOWING-YYYY
           MOVE WS-MONTH-MM TO WS-FOLLOWING-MM
           MOVE 1 TO WS-FOLLOWING-DD
           IF WS-FOLLOWING-MM = 12
               MOVE 1 TO WS-FOLLOWING-MM
               ADD 1 TO WS-FOLLOWING-YYYY
           ELSE
               ADD 1 TO WS-FOLLOWING-MM
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE (WS-FOLLOWING-MONTH-DATE)
               TO WS-DUE-INTEGER
           SUBTRACT 1 FROM WS-DUE-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
               TO WS-MONTH-END-DATE
           IF WS-ANCHOR-DAY > WS-MONTH-END-DD
               MOVE WS-MONTH-END-DD TO WS-MONTH-DD
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-MONTH-DD
           END-IF.

       REPORT-SKIPPED-ORDER.
           MOVE "SKIPPED" TO ODL-ACTION
           MOVE SOR-NEXT-DUE-DATE TO ODL-DUE-DATE
           MOVE WS-SKIP-REASON TO ODL-NOTE
           PERFORM WRITE-ORDER-DETAIL-LINE.

       WRITE-ORDER-DETAIL-LINE.
           MOVE SOR-ORDER-ID TO ODL-ORDER-ID
           MOVE SOR-ACCOUNT TO ODL-ACCOUNT
           MOVE SOR-TXN-TYPE TO ODL-TYPE
           MOVE SOR-AMOUNT TO ODL-AMOUNT
           MOVE WS-ORD-DETAIL-LINE TO ORDER-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       KEEP-STANDING-ORDER.
           IF WS-ORDER-COUNT >= 1000
               DISPLAY "ORDER TABLE FULL - LIMIT 1000 ORDERS"
               MOVE "KEEP STANDING-ORDER" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-ORDER-COUNT
           MOVE STANDING-ORDER-RECORD
               TO WS-ORDER-ENTRY (WS-ORDER-COUNT).

      * The generated transactions are complete, trailer included,
      * before the orders are moved on.  A failure up to here leaves
      * the order file as it was, so the whole run can be repeated.
       CLOSE-ORDER-TXN-FILE.
           PERFORM WRITE-FILE-TRAILER
           CLOSE ORDER-TXN-FILE
           IF NOT WS-SOX-STATUS-OK
               MOVE "CLOSE ORDER-TXN" TO WS-ERROR-OPERATION
               MOVE WS-SOX-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * The order file is rewritten last, only once every order has
      * been processed and the transaction file is closed.
       REWRITE-STANDING-ORDERS.
           CLOSE STANDING-ORDER-FILE
           IF NOT WS-SOR-STATUS-OK
               MOVE "CLOSE STANDING-ORDER" TO WS-ERROR-OPERATION
               MOVE WS-SOR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT STANDING-ORDER-FILE
           IF NOT WS-SOR-STATUS-OK
               MOVE "REWRITE STANDING-ORD" TO WS-ERROR-OPERATION
               MOVE WS-SOR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           PERFORM WRITE-STANDING-ORDER
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
           CLOSE STANDING-ORDER-FILE
           IF NOT WS-SOR-STATUS-OK
               MOVE "CLOSE STANDING-ORDER" TO WS-ERROR-OPERATION
               MOVE WS-SOR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-STANDING-ORDER.
           MOVE WS-ORDER-ENTRY (WS-ORDER-SUB)
               TO STANDING-ORDER-RECORD
           WRITE STANDING-ORDER-RECORD
           IF NOT WS-SOR-STATUS-OK
               MOVE "WRITE STANDING-ORDER" TO WS-ERROR-OPERATION
               MOVE WS-SOR-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-ORDER-TXN-RECORD.
           WRITE DAILY-TXN-RECORD
           IF NOT WS-SOX-STATUS-OK
               MOVE "WRITE ORDER-TXN" TO WS-ERROR-OPERATION
               MOVE WS-SOX-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-FILE-TRAILER.
           MOVE SPACES TO TXN-TRAILER-RECORD
           MOVE "TRL" TO TTR-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO TTR-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO TTR-HASH-TOTAL
           MOVE TXN-TRAILER-RECORD TO DAILY-TXN-RECORD
           PERFORM WRITE-ORDER-TXN-RECORD.

       WRITE-REPORT-LINE.
           WRITE ORDER-REPORT-LINE
           IF NOT WS-RPT-STATUS-OK
               MOVE "WRITE ORDER-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-ORD-COUNT-LINE TO ORDER-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       TERMINATE-RUN.
           MOVE SPACES TO ORDER-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ORDERS READ" TO OCL-LABEL
           MOVE WS-ORDERS-READ TO OCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "TRANSACTIONS GENERATED" TO OCL-LABEL
           MOVE WS-ORDERS-GENERATED TO OCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "SKIPPED (ACCOUNT)" TO OCL-LABEL
           MOVE WS-ORDERS-SKIPPED TO OCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "SKIPPED (INVALID ORDER)" TO OCL-LABEL
           MOVE WS-ORDERS-INVALID TO OCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ORDERS EXPIRED" TO OCL-LABEL
           MOVE WS-ORDERS-EXPIRED TO OCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "AMOUNT GENERATED:" TO OTT-LABEL
           MOVE WS-GENERATED-AMOUNT TO OTT-AMOUNT
           MOVE WS-ORD-TOTAL-LINE TO ORDER-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "CLOSE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE ORDER-REPORT-FILE
           IF NOT WS-RPT-STATUS-OK
               MOVE "CLOSE ORDER-RPT" TO WS-ERROR-OPERATION
               MOVE WS-RPT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           DISPLAY "ORDERS READ:       " WS-ORDERS-READ
           DISPLAY "TXNS GENERATED:    " WS-ORDERS-GENERATED
           DISPLAY "ORDERS SKIPPED:    " WS-ORDERS-SKIPPED
           DISPLAY "ORDERS INVALID:    " WS-ORDERS-INVALID
           DISPLAY "ORDERS EXPIRED:    " WS-ORDERS-EXPIRED.

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
           MOVE "STORDER" TO ABL-PROGRAM
           MOVE WS-ERROR-OPERATION TO ABL-OPERATION
           MOVE WS-ERROR-STATUS-CODE TO ABL-STATUS
           MOVE WS-ORDERS-READ TO ABL-RECORD-COUNT
           MOVE SOR-ORDER-ID TO ABL-TXN-ID
           OPEN EXTEND ABEND-LOG-FILE
           IF WS-ABN-STATUS-OK
               WRITE ABEND-LOG-LINE FROM WS-ABEND-SNAPSHOT-LINE
               CLOSE ABEND-LOG-FILE
           END-IF.
       END PROGRAM STORDER.
