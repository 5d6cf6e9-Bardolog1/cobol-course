      ******************************************************************
      * Author: Libardo Lozano Gambasica
      * Purpose:  Year-end interest and fee tax summary.  Takes the
      *           tax year from TAXCTL.DAT and reads that year's
      *           records on the year-to-date accumulator YTDTAX.DAT,
      *           which the daily run feeds with every interest and
      *           fee item the month-end accrual run generates.  The
      *           accounts are sorted by the customer they belong to
      *           and printed as one tax certificate per account
      *           holder, headed by the name, address and tax id on
      *           the customer master; an account not linked to a
      *           customer gets a certificate of its own.  Each holder
      *           goes on the fixed-format filing extract TAXFILE.DAT.
      *           The year's totals are then proved against the
      *           interest and fee accounts on the period ledger
      *           GLPTD.DAT, and the run ends with return code 8 when
      *           they disagree so the filing is held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. Libardo_Lozano.
       INSTALLATION. www.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       REMARKS. Resumen anual de intereses y cuotas para impuestos.
       PROGRAM-ID. TAXSUMM.

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

           SELECT TAX-CONTROL-FILE ASSIGN TO "TAXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXC-FILE-STATUS.

           SELECT YTD-ACCUMULATOR-FILE ASSIGN TO "YTDTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER
               FILE STATUS IS WS-CUS-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "TAXWORK.TMP".

           SELECT TAX-WORK-FILE ASSIGN TO "TAXSUMM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXW-FILE-STATUS.

           SELECT PERIOD-LEDGER-FILE ASSIGN TO "GLPTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTD-FILE-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO "TAXCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-FILE-STATUS.

           SELECT TAX-FILING-FILE ASSIGN TO "TAXFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TFL-FILE-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "TAXSUMM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-FILE-STATUS.

           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO "ABENDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  TAX-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXCTL.

       FD  YTD-ACCUMULATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY YTDREC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       SD  SORT-WORK-FILE.
           COPY TXWREC
               REPLACING ==TAX-WORK-RECORD== BY ==SORT-WORK-RECORD==
                         ==TXW-CUSTOMER== BY ==SW-CUSTOMER==
                         ==TXW-ACCOUNT-NAME== BY ==SW-ACCOUNT-NAME==
                         ==TXW-ACCOUNT== BY ==SW-ACCOUNT==
                         ==TXW-INTEREST-AMOUNT==
                             BY ==SW-INTEREST-AMOUNT==
                         ==TXW-FEE-AMOUNT== BY ==SW-FEE-AMOUNT==.

       FD  TAX-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TXWREC.

       FD  PERIOD-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJREC
               REPLACING ==GL-JOURNAL-RECORD== BY ==PERIOD-GL-RECORD==
                         ==GLJ-BUSINESS-DATE== BY ==PTD-BUSINESS-DATE==
                         ==GLJ-BATCH-REFERENCE==
                             BY ==PTD-BATCH-REFERENCE==
                         ==GLJ-ACCOUNT== BY ==PTD-ACCOUNT==
                         ==GLJ-DEBIT-AMOUNT== BY ==PTD-DEBIT-AMOUNT==
                         ==GLJ-CREDIT-AMOUNT==
                             BY ==PTD-CREDIT-AMOUNT==
                         ==GLJ-BRANCH== BY ==PTD-BRANCH==
                         ==GLJ-TXN-ID== BY ==PTD-TXN-ID==.

       FD  CERTIFICATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CERTIFICATE-LINE           PIC X(80).

       FD  TAX-FILING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXFREC.

       FD  SUMMARY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUMMARY-REPORT-LINE        PIC X(80).

       FD  ABEND-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ABEND-LOG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88  WS-END-OF-FILE         VALUE "Y".

       01  WS-YTD-EOF-SWITCH          PIC X VALUE "N".
           88  WS-YTD-END-OF-FILE     VALUE "Y".

       01  WS-PTD-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PTD-END-OF-FILE     VALUE "Y".

       01  WS-RCT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RCT-STATUS-OK       VALUES "00" "10".

       01  WS-TXC-FILE-STATUS         PIC XX VALUE "00".
           88  WS-TXC-STATUS-OK       VALUES "00" "10".

       01  WS-YTD-FILE-STATUS         PIC XX VALUE "00".
           88  WS-YTD-STATUS-OK       VALUES "00" "10".

       01  WS-ACM-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ACM-STATUS-OK       VALUES "00" "10".
           88  WS-ACM-NOT-FOUND       VALUE "23".

       01  WS-CUS-FILE-STATUS         PIC XX VALUE "00".
           88  WS-CUS-STATUS-OK       VALUES "00" "05" "10".
           88  WS-CUS-NOT-FOUND       VALUE "23".

       01  WS-TXW-FILE-STATUS         PIC XX VALUE "00".
           88  WS-TXW-STATUS-OK       VALUES "00" "10".

       01  WS-PTD-FILE-STATUS         PIC XX VALUE "00".
           88  WS-PTD-STATUS-OK       VALUES "00" "10".

       01  WS-CRT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-CRT-STATUS-OK       VALUES "00" "10".

       01  WS-TFL-FILE-STATUS         PIC XX VALUE "00".
           88  WS-TFL-STATUS-OK       VALUES "00" "10".

       01  WS-SUM-FILE-STATUS         PIC XX VALUE "00".
           88  WS-SUM-STATUS-OK       VALUES "00" "10".

       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05  WS-BUSINESS-YEAR       PIC 9(4).
           05  FILLER                 PIC X(4).

       01  WS-TAX-YEAR                PIC 9(4) VALUE ZERO.

       01  WS-GL-INTEREST-ACCOUNT     PIC X(10) VALUE "GLINTEREST".
       01  WS-GL-FEE-ACCOUNT          PIC X(10) VALUE "GLFEES".

       01  WS-FIRST-RECORD-SWITCH     PIC X VALUE "Y".
           88  WS-FIRST-RECORD        VALUE "Y".

       01  WS-OUT-OF-BALANCE-SWITCH   PIC X VALUE "N".
           88  WS-OUT-OF-BALANCE      VALUE "Y".

       01  WS-PREVIOUS-CUSTOMER       PIC X(10) VALUE SPACES.
       01  WS-HOLDER-TYPE             PIC X VALUE SPACES.
       01  WS-HOLDER                  PIC X(10) VALUE SPACES.
       01  WS-HOLDER-NAME             PIC X(30) VALUE SPACES.
       01  WS-HOLDER-TAX-ID           PIC X(15) VALUE SPACES.
       01  WS-HOLDER-ACCOUNTS         PIC 9(5) VALUE ZERO.
       01  WS-HOLDER-INTEREST         PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLDER-FEES             PIC S9(11)V99 VALUE ZERO.

       01  WS-ACCOUNTS-READ           PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-NOT-ON-MASTER  PIC 9(9) VALUE ZERO.
       01  WS-CERTIFICATES-WRITTEN    PIC 9(9) VALUE ZERO.
       01  WS-HOLDERS-WITHOUT-TAX-ID  PIC 9(9) VALUE ZERO.
       01  WS-FILING-RECORDS          PIC 9(9) VALUE ZERO.
       01  WS-LEDGER-ENTRIES          PIC 9(9) VALUE ZERO.

       01  WS-YTD-INTEREST-TOTAL      PIC S9(13)V99 VALUE ZERO.
       01  WS-YTD-FEE-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  WS-GL-INTEREST-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01  WS-GL-FEE-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  WS-FILED-INTEREST-TOTAL    PIC S9(13)V99 VALUE ZERO.
       01  WS-FILED-FEE-TOTAL         PIC S9(13)V99 VALUE ZERO.

       01  WS-CERT-TITLE-LINE.
           05  FILLER                 PIC X(40)
               VALUE "INTEREST AND FEE TAX CERTIFICATE".
           05  FILLER                 PIC X(6) VALUE "YEAR: ".
           05  CTL-TAX-YEAR           PIC 9(4).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-CERT-HOLDER-LINE.
           05  FILLER                 PIC X(8) VALUE "HOLDER: ".
           05  CHL-HOLDER             PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CHL-NAME               PIC X(30).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-CERT-ADDRESS-LINE.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  CAL-ADDRESS            PIC X(30).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-CERT-TAX-LINE.
           05  FILLER                 PIC X(20)
               VALUE "          TAX ID:   ".
           05  CTX-TAX-ID             PIC X(19).
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  WS-CERT-COLUMN-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
           05  FILLER                 PIC X(30) VALUE "ACCOUNT NAME".
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE "INTEREST".
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE "FEES".
           05  FILLER                 PIC X(4) VALUE SPACES.

       01  WS-CERT-ACCOUNT-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CAC-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CAC-NAME               PIC X(30).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  CAC-INTEREST           PIC $$$.$$$.$$9,99-.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  CAC-FEES               PIC $$$.$$$.$$9,99-.
           05  FILLER                 PIC X(4) VALUE SPACES.

       01  WS-CERT-TOTAL-LINE.
           05  CTT-LABEL              PIC X(30).
           05  CTT-AMOUNT             PIC $$$$.$$$.$$$.$$9,99-.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-SUM-TITLE-LINE.
           05  FILLER                 PIC X(40)
               VALUE "YEAR-END TAX SUMMARY CONTROL REPORT".
           05  FILLER                 PIC X(6) VALUE "YEAR: ".
           05  STL-TAX-YEAR           PIC 9(4).
           05  FILLER                 PIC X(9) VALUE "  AS OF: ".
           05  STL-BUSINESS-DATE      PIC 9(8).
           05  FILLER                 PIC X(13) VALUE SPACES.

       01  WS-SUM-COUNT-LINE.
           05  SCL-LABEL              PIC X(30).
           05  SCL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  WS-SUM-AMOUNT-LINE.
           05  SAL-LABEL              PIC X(30).
           05  SAL-AMOUNT             PIC $$$$.$$$.$$$.$$9,99-.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-SUM-CHECK-LINE.
           05  SKL-LABEL              PIC X(40).
           05  SKL-RESULT             PIC X(16).
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-ERROR-OPERATION         PIC X(20).
       01  WS-ERROR-STATUS-CODE       PIC XX.

       01  WS-ABN-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ABN-STATUS-OK       VALUES "00" "05" "10".

           COPY ABNLINE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM WRITE-CERTIFICATES UNTIL WS-END-OF-FILE
           IF NOT WS-FIRST-RECORD
               PERFORM END-CERTIFICATE
           END-IF
           PERFORM WRITE-FILING-TRAILER
           PERFORM SCAN-PERIOD-LEDGER UNTIL WS-PTD-END-OF-FILE
           PERFORM WRITE-SUMMARY-REPORT
           PERFORM TERMINATE-RUN
           IF WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The masters are opened ahead of the sort because the input
      * procedure reads the account master to find each holder.
       INITIALIZE-RUN.
           PERFORM READ-RUN-CONTROL
           PERFORM READ-TAX-CONTROL
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
               ON ASCENDING KEY SW-ACCOUNT
               INPUT PROCEDURE IS RELEASE-TAX-YEAR-RECORDS
               GIVING TAX-WORK-FILE
           OPEN INPUT TAX-WORK-FILE
           IF NOT WS-TXW-STATUS-OK
               MOVE "OPEN TAX-WORK" TO WS-ERROR-OPERATION
               MOVE WS-TXW-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN INPUT PERIOD-LEDGER-FILE
           IF NOT WS-PTD-STATUS-OK
               MOVE "OPEN PERIOD-LEDGER" TO WS-ERROR-OPERATION
               MOVE WS-PTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT CERTIFICATE-FILE
           IF NOT WS-CRT-STATUS-OK
               MOVE "OPEN CERTIFICATE-RPT" TO WS-ERROR-OPERATION
               MOVE WS-CRT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT TAX-FILING-FILE
           IF NOT WS-TFL-STATUS-OK
               MOVE "OPEN TAX-FILING" TO WS-ERROR-OPERATION
               MOVE WS-TFL-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           OPEN OUTPUT SUMMARY-REPORT-FILE
           IF NOT WS-SUM-STATUS-OK
               MOVE "OPEN SUMMARY-RPT" TO WS-ERROR-OPERATION
               MOVE WS-SUM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

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

      * The tax year is normally the one just closed; a year later
      * than the business date has nothing posted to it yet.
       READ-TAX-CONTROL.
           OPEN INPUT TAX-CONTROL-FILE
           IF NOT WS-TXC-STATUS-OK
               MOVE "OPEN TAX-CONTROL" TO WS-ERROR-OPERATION
               MOVE WS-TXC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           READ TAX-CONTROL-FILE
               AT END
                   DISPLAY "TAX-CONTROL FILE IS EMPTY"
                   MOVE "READ TAX-CONTROL" TO WS-ERROR-OPERATION
                   MOVE "10" TO WS-ERROR-STATUS-CODE
                   PERFORM ERROR-HANDLING
               NOT AT END
                   MOVE TXC-TAX-YEAR TO WS-TAX-YEAR
           END-READ
           IF NOT WS-TXC-STATUS-OK
               MOVE "READ TAX-CONTROL" TO WS-ERROR-OPERATION
               MOVE WS-TXC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE TAX-CONTROL-FILE
           IF NOT WS-TXC-STATUS-OK
               MOVE "CLOSE TAX-CONTROL" TO WS-ERROR-OPERATION
               MOVE WS-TXC-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           IF WS-TAX-YEAR = ZERO
               OR WS-TAX-YEAR > WS-BUSINESS-YEAR
               DISPLAY "TAX-CONTROL YEAR IS NOT VALID: " WS-TAX-YEAR
               MOVE "CHECK TAX-CONTROL" TO WS-ERROR-OPERATION
               MOVE "99" TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           MOVE WS-TAX-YEAR TO CTL-TAX-YEAR
           DISPLAY "TAX SUMMARY FOR YEAR: " WS-TAX-YEAR
               "  AS OF: " WS-BUSINESS-DATE.

       RELEASE-TAX-YEAR-RECORDS.
           OPEN INPUT YTD-ACCUMULATOR-FILE
           IF NOT WS-YTD-STATUS-OK
               MOVE "OPEN YTD-ACCUM" TO WS-ERROR-OPERATION
               MOVE WS-YTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           PERFORM RELEASE-ONE-ACCUMULATOR UNTIL WS-YTD-END-OF-FILE
           CLOSE YTD-ACCUMULATOR-FILE
           IF NOT WS-YTD-STATUS-OK
               MOVE "CLOSE YTD-ACCUM" TO WS-ERROR-OPERATION
               MOVE WS-YTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       RELEASE-ONE-ACCUMULATOR.
           READ YTD-ACCUMULATOR-FILE NEXT RECORD
               AT END
                   SET WS-YTD-END-OF-FILE TO TRUE
               NOT AT END
                   IF YTD-TAX-YEAR = WS-TAX-YEAR
                       PERFORM RELEASE-TAX-ITEM
                   END-IF
           END-READ
           IF NOT WS-YTD-STATUS-OK
               MOVE "READ YTD-ACCUM" TO WS-ERROR-OPERATION
               MOVE WS-YTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * An account no longer on the master still had the interest
      * and fees; it sorts with the unlinked accounts and gets a
      * certificate of its own.
       RELEASE-TAX-ITEM.
           ADD 1 TO WS-ACCOUNTS-READ
           ADD YTD-INTEREST-AMOUNT TO WS-YTD-INTEREST-TOTAL
           ADD YTD-FEE-AMOUNT TO WS-YTD-FEE-TOTAL
           MOVE YTD-ACCOUNT TO ACM-ACCOUNT
           READ ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK AND NOT WS-ACM-NOT-FOUND
               MOVE "READ ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           IF WS-ACM-NOT-FOUND
               ADD 1 TO WS-ACCOUNTS-NOT-ON-MASTER
               MOVE SPACES TO SW-CUSTOMER
               MOVE "*** NOT ON ACCOUNT MASTER ***" TO SW-ACCOUNT-NAME
           ELSE
               MOVE ACM-CUSTOMER TO SW-CUSTOMER
               MOVE ACM-NAME TO SW-ACCOUNT-NAME
           END-IF
           MOVE YTD-ACCOUNT TO SW-ACCOUNT
           MOVE YTD-INTEREST-AMOUNT TO SW-INTEREST-AMOUNT
           MOVE YTD-FEE-AMOUNT TO SW-FEE-AMOUNT
           RELEASE SORT-WORK-RECORD.

       WRITE-CERTIFICATES.
           READ TAX-WORK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM LIST-CERTIFICATE-ACCOUNT
           END-READ
           IF NOT WS-TXW-STATUS-OK
               MOVE "READ TAX-WORK" TO WS-ERROR-OPERATION
               MOVE WS-TXW-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * Unlinked accounts carry a blank customer number, so each of
      * them closes the certificate before it and starts its own.
       LIST-CERTIFICATE-ACCOUNT.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-CERTIFICATE
           ELSE
               IF TXW-CUSTOMER NOT = WS-PREVIOUS-CUSTOMER
                   OR TXW-CUSTOMER = SPACES
                   PERFORM END-CERTIFICATE
                   PERFORM START-CERTIFICATE
               END-IF
           END-IF
           MOVE TXW-ACCOUNT TO CAC-ACCOUNT
           MOVE TXW-ACCOUNT-NAME TO CAC-NAME
           MOVE TXW-INTEREST-AMOUNT TO CAC-INTEREST
           MOVE TXW-FEE-AMOUNT TO CAC-FEES
           MOVE WS-CERT-ACCOUNT-LINE TO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           ADD 1 TO WS-HOLDER-ACCOUNTS
           ADD TXW-INTEREST-AMOUNT TO WS-HOLDER-INTEREST
           ADD TXW-FEE-AMOUNT TO WS-HOLDER-FEES.

       START-CERTIFICATE.
           MOVE TXW-CUSTOMER TO WS-PREVIOUS-CUSTOMER
           MOVE ZERO TO WS-HOLDER-ACCOUNTS
           MOVE ZERO TO WS-HOLDER-INTEREST
           MOVE ZERO TO WS-HOLDER-FEES
           MOVE SPACES TO WS-HOLDER-TAX-ID
           ADD 1 TO WS-CERTIFICATES-WRITTEN
           MOVE WS-CERT-TITLE-LINE TO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           IF TXW-CUSTOMER = SPACES
               PERFORM START-ACCOUNT-HOLDER
           ELSE
               PERFORM START-CUSTOMER-HOLDER
           END-IF
           IF WS-HOLDER-TAX-ID = SPACES
               ADD 1 TO WS-HOLDERS-WITHOUT-TAX-ID
               MOVE "*** NOT ON FILE ***" TO CTX-TAX-ID
           ELSE
               MOVE WS-HOLDER-TAX-ID TO CTX-TAX-ID
           END-IF
           MOVE WS-CERT-TAX-LINE TO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE WS-CERT-COLUMN-LINE TO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE.

      * An account with no customer is certified under its own number
      * and name; there is no address or tax id on the account master.
       START-ACCOUNT-HOLDER.
           MOVE "A" TO WS-HOLDER-TYPE
           MOVE TXW-ACCOUNT TO WS-HOLDER
           MOVE TXW-ACCOUNT-NAME TO WS-HOLDER-NAME
           PERFORM WRITE-HOLDER-LINE.

       START-CUSTOMER-HOLDER.
           MOVE "C" TO WS-HOLDER-TYPE
           MOVE TXW-CUSTOMER TO WS-HOLDER
           MOVE TXW-CUSTOMER TO CUS-CUSTOMER
           READ CUSTOMER-MASTER-FILE
           IF NOT WS-CUS-STATUS-OK AND NOT WS-CUS-NOT-FOUND
               MOVE "READ CUSTOMER-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           IF WS-CUS-NOT-FOUND
               MOVE "*** NOT ON CUSTOMER FILE ***" TO WS-HOLDER-NAME
               PERFORM WRITE-HOLDER-LINE
           ELSE
               MOVE CUS-NAME TO WS-HOLDER-NAME
               MOVE CUS-TAX-ID TO WS-HOLDER-TAX-ID
               PERFORM WRITE-HOLDER-LINE
               MOVE CUS-ADDRESS-LINE-1 TO CAL-ADDRESS
               MOVE WS-CERT-ADDRESS-LINE TO CERTIFICATE-LINE
               PERFORM WRITE-CERTIFICATE-LINE
               IF CUS-ADDRESS-LINE-2 NOT = SPACES
                   MOVE CUS-ADDRESS-LINE-2 TO CAL-ADDRESS
                   MOVE WS-CERT-ADDRESS-LINE TO CERTIFICATE-LINE
                   PERFORM WRITE-CERTIFICATE-LINE
               END-IF
           END-IF.

       WRITE-HOLDER-LINE.
           MOVE WS-HOLDER TO CHL-HOLDER
           MOVE WS-HOLDER-NAME TO CHL-NAME
           MOVE WS-CERT-HOLDER-LINE TO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE.

       END-CERTIFICATE.
           MOVE "  TOTAL INTEREST CREDITED:" TO CTT-LABEL
           MOVE WS-HOLDER-INTEREST TO CTT-AMOUNT
           MOVE WS-CERT-TOTAL-LINE TO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE "  TOTAL FEES CHARGED:" TO CTT-LABEL
           MOVE WS-HOLDER-FEES TO CTT-AMOUNT
           MOVE WS-CERT-TOTAL-LINE TO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           PERFORM WRITE-FILING-DETAIL.

       WRITE-CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE
           IF NOT WS-CRT-STATUS-OK
               MOVE "WRITE CERTIFICATE-RPT" TO WS-ERROR-OPERATION
               MOVE WS-CRT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       WRITE-FILING-DETAIL.
           MOVE SPACES TO TAX-FILING-RECORD
           SET TFR-DETAIL TO TRUE
           MOVE WS-TAX-YEAR TO TFR-TAX-YEAR
           MOVE WS-HOLDER-TYPE TO TFR-HOLDER-TYPE
           MOVE WS-HOLDER TO TFR-HOLDER
           MOVE WS-HOLDER-TAX-ID TO TFR-TAX-ID
           MOVE WS-HOLDER-NAME TO TFR-NAME
           MOVE WS-HOLDER-ACCOUNTS TO TFR-ACCOUNT-COUNT
           MOVE WS-HOLDER-INTEREST TO TFR-INTEREST-AMOUNT
           MOVE WS-HOLDER-FEES TO TFR-FEE-AMOUNT
           WRITE TAX-FILING-RECORD
           IF NOT WS-TFL-STATUS-OK
               MOVE "WRITE TAX-FILING" TO WS-ERROR-OPERATION
               MOVE WS-TFL-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           ADD 1 TO WS-FILING-RECORDS
           ADD WS-HOLDER-INTEREST TO WS-FILED-INTEREST-TOTAL
           ADD WS-HOLDER-FEES TO WS-FILED-FEE-TOTAL.

       WRITE-FILING-TRAILER.
           MOVE SPACES TO TAX-FILING-TRAILER
           MOVE "T" TO TFT-RECORD-TYPE
           MOVE WS-TAX-YEAR TO TFT-TAX-YEAR
           MOVE WS-FILING-RECORDS TO TFT-RECORD-COUNT
           MOVE WS-FILED-INTEREST-TOTAL TO TFT-INTEREST-TOTAL
           MOVE WS-FILED-FEE-TOTAL TO TFT-FEE-TOTAL
           WRITE TAX-FILING-TRAILER
           IF NOT WS-TFL-STATUS-OK
               MOVE "WRITE TAX-FILING" TO WS-ERROR-OPERATION
               MOVE WS-TFL-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * The daily run journals each accrued interest item as a debit
      * to the interest account and each fee as a credit to the fee
      * account, so the year's net on those two accounts is what the
      * accumulator must hold.
       SCAN-PERIOD-LEDGER.
           READ PERIOD-LEDGER-FILE
               AT END
                   SET WS-PTD-END-OF-FILE TO TRUE
               NOT AT END
                   IF PTD-BUSINESS-DATE (1:4) = WS-TAX-YEAR
                       PERFORM ADD-LEDGER-ENTRY
                   END-IF
           END-READ
           IF NOT WS-PTD-STATUS-OK
               MOVE "READ PERIOD-LEDGER" TO WS-ERROR-OPERATION
               MOVE WS-PTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       ADD-LEDGER-ENTRY.
           IF PTD-ACCOUNT = WS-GL-INTEREST-ACCOUNT
               ADD 1 TO WS-LEDGER-ENTRIES
               ADD PTD-DEBIT-AMOUNT TO WS-GL-INTEREST-TOTAL
               SUBTRACT PTD-CREDIT-AMOUNT FROM WS-GL-INTEREST-TOTAL
           END-IF
           IF PTD-ACCOUNT = WS-GL-FEE-ACCOUNT
               ADD 1 TO WS-LEDGER-ENTRIES
               ADD PTD-CREDIT-AMOUNT TO WS-GL-FEE-TOTAL
               SUBTRACT PTD-DEBIT-AMOUNT FROM WS-GL-FEE-TOTAL
           END-IF.

       WRITE-SUMMARY-REPORT.
           MOVE WS-TAX-YEAR TO STL-TAX-YEAR
           MOVE WS-BUSINESS-DATE TO STL-BUSINESS-DATE
           MOVE WS-SUM-TITLE-LINE TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "ACCOUNTS ON ACCUMULATOR" TO SCL-LABEL
           MOVE WS-ACCOUNTS-READ TO SCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ACCOUNTS NOT ON MASTER" TO SCL-LABEL
           MOVE WS-ACCOUNTS-NOT-ON-MASTER TO SCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CERTIFICATES WRITTEN" TO SCL-LABEL
           MOVE WS-CERTIFICATES-WRITTEN TO SCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "HOLDERS WITHOUT TAX ID" TO SCL-LABEL
           MOVE WS-HOLDERS-WITHOUT-TAX-ID TO SCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "FILING RECORDS WRITTEN" TO SCL-LABEL
           MOVE WS-FILING-RECORDS TO SCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "LEDGER ENTRIES MATCHED" TO SCL-LABEL
           MOVE WS-LEDGER-ENTRIES TO SCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "INTEREST ON ACCUMULATOR" TO SAL-LABEL
           MOVE WS-YTD-INTEREST-TOTAL TO SAL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "INTEREST ON LEDGER" TO SAL-LABEL
           MOVE WS-GL-INTEREST-TOTAL TO SAL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "FEES ON ACCUMULATOR" TO SAL-LABEL
           MOVE WS-YTD-FEE-TOTAL TO SAL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "FEES ON LEDGER" TO SAL-LABEL
           MOVE WS-GL-FEE-TOTAL TO SAL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "INTEREST = LEDGER INTEREST ACCOUNT" TO SKL-LABEL
           IF WS-YTD-INTEREST-TOTAL = WS-GL-INTEREST-TOTAL
               MOVE "OK" TO SKL-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO SKL-RESULT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM WRITE-CHECK-LINE
           MOVE "FEES = LEDGER FEE ACCOUNT" TO SKL-LABEL
           IF WS-YTD-FEE-TOTAL = WS-GL-FEE-TOTAL
               MOVE "OK" TO SKL-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO SKL-RESULT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM WRITE-CHECK-LINE
           IF WS-OUT-OF-BALANCE
               MOVE "TAX SUMMARY OUT OF BALANCE - HOLD THE FILING"
                   TO SUMMARY-REPORT-LINE
           ELSE
               MOVE "TAX SUMMARY IN BALANCE WITH THE LEDGER"
                   TO SUMMARY-REPORT-LINE
           END-IF
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-SUM-COUNT-LINE TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-SUM-AMOUNT-LINE TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-CHECK-LINE.
           MOVE WS-SUM-CHECK-LINE TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           WRITE SUMMARY-REPORT-LINE
           IF NOT WS-SUM-STATUS-OK
               MOVE "WRITE SUMMARY-RPT" TO WS-ERROR-OPERATION
               MOVE WS-SUM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       TERMINATE-RUN.
           CLOSE ACCOUNT-MASTER-FILE
           IF NOT WS-ACM-STATUS-OK
               MOVE "CLOSE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           IF NOT WS-CUS-STATUS-OK
               MOVE "CLOSE CUSTOMER-MASTER" TO WS-ERROR-OPERATION
               MOVE WS-CUS-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE TAX-WORK-FILE
           IF NOT WS-TXW-STATUS-OK
               MOVE "CLOSE TAX-WORK" TO WS-ERROR-OPERATION
               MOVE WS-TXW-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE PERIOD-LEDGER-FILE
           IF NOT WS-PTD-STATUS-OK
               MOVE "CLOSE PERIOD-LEDGER" TO WS-ERROR-OPERATION
               MOVE WS-PTD-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE CERTIFICATE-FILE
           IF NOT WS-CRT-STATUS-OK
               MOVE "CLOSE CERTIFICATE-RPT" TO WS-ERROR-OPERATION
               MOVE WS-CRT-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE TAX-FILING-FILE
           IF NOT WS-TFL-STATUS-OK
               MOVE "CLOSE TAX-FILING" TO WS-ERROR-OPERATION
               MOVE WS-TFL-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE SUMMARY-REPORT-FILE
           IF NOT WS-SUM-STATUS-OK
               MOVE "CLOSE SUMMARY-RPT" TO WS-ERROR-OPERATION
               MOVE WS-SUM-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           DISPLAY "ACCOUNTS ON ACCUMULATOR: " WS-ACCOUNTS-READ
           DISPLAY "CERTIFICATES WRITTEN:    " WS-CERTIFICATES-WRITTEN
           DISPLAY "HOLDERS WITHOUT TAX ID:  " WS-HOLDERS-WITHOUT-TAX-ID
           IF WS-OUT-OF-BALANCE
               DISPLAY "TAX SUMMARY OUT OF BALANCE WITH THE LEDGER"
           END-IF.

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
           MOVE "TAXSUMM" TO ABL-PROGRAM
           MOVE WS-ERROR-OPERATION TO ABL-OPERATION
           MOVE WS-ERROR-STATUS-CODE TO ABL-STATUS
           MOVE WS-ACCOUNTS-READ TO ABL-RECORD-COUNT
           MOVE SPACES TO ABL-TXN-ID
           OPEN EXTEND ABEND-LOG-FILE
           IF WS-ABN-STATUS-OK
               WRITE ABEND-LOG-LINE FROM WS-ABEND-SNAPSHOT-LINE
               CLOSE ABEND-LOG-FILE
           END-IF.
       END PROGRAM TAXSUMM.
