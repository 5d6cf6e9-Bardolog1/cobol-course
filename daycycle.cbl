      ******************************************************************
      * Author: Libardo Lozano Gambasica
      * Purpose:  Daily cycle driver.  Runs the steps of the nightly
      *           job stream - account master backup, suspense
      *           release, repair resubmission, posting, day
      *           balancing, GL accumulation, cash monitoring,
      *           dormancy sweep, archive and registry purge - in
      *           their fixed order, and holds the
      *           rest of the stream as soon as a step gives back a
      *           return code of 8 or more, so an out-of-balance day
      *           or a file failure never feeds the steps behind it.
      *           Every step that ends is written to the step-status
      *           file under the business date from the run control
      *           record, with its start time, end time and return
      *           code.  A rerun for the same business date reads that
      *           file back and starts again at the step that held the
      *           cycle; steps already finished for the day are never
      *           run twice, so suspense is not aged again and the
      *           posting run is not repeated.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. Libardo_Lozano.
       INSTALLATION. www.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       REMARKS. Control del ciclo diario con reinicio por paso.
       PROGRAM-ID. DAYCYCLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "CYCLESTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STP-FILE-STATUS.

           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO "ABENDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  STEP-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STPREC.

       FD  ABEND-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ABEND-LOG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RCT-FILE-STATUS         PIC XX VALUE "00".
           88  WS-RCT-STATUS-OK       VALUES "00" "10".

       01  WS-STP-FILE-STATUS         PIC XX VALUE "00".
           88  WS-STP-STATUS-OK       VALUES "00" "05" "10".

       01  WS-STP-EOF-SWITCH          PIC X VALUE "N".
           88  WS-STP-END-OF-FILE     VALUE "Y".

       01  WS-CYCLE-HELD-SWITCH       PIC X VALUE "N".
           88  WS-CYCLE-HELD          VALUE "Y".

       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-TIMESTAMP       PIC X(14).

      * The stream in the order it must run.  DIVISIONS is always
      * started as a full posting run from the driver; a validate-only
      * pass is still run by hand.
       01  WS-STEP-TABLE.
           05  FILLER                 PIC X(9) VALUE "ACCTBKP".
           05  FILLER                 PIC X(40) VALUE "./acctbkp".
           05  FILLER                 PIC X(9) VALUE "SUSREL".
           05  FILLER                 PIC X(40) VALUE "./susrel".
           05  FILLER                 PIC X(9) VALUE "REPAIRTX".
           05  FILLER                 PIC X(40) VALUE "./repairtx".
           05  FILLER                 PIC X(9) VALUE "DIVISIONS".
           05  FILLER                 PIC X(40)
                                      VALUE "./divisions FULL-RUN".
           05  FILLER                 PIC X(9) VALUE "DAYBAL".
           05  FILLER                 PIC X(40) VALUE "./daybal".
           05  FILLER                 PIC X(9) VALUE "GLACCUM".
           05  FILLER                 PIC X(40) VALUE "./glaccum".
           05  FILLER                 PIC X(9) VALUE "CASHMON".
           05  FILLER                 PIC X(40) VALUE "./cashmon".
           05  FILLER                 PIC X(9) VALUE "DORMSWP".
           05  FILLER                 PIC X(40) VALUE "./dormswp".
           05  FILLER                 PIC X(9) VALUE "ARCHDAY".
           05  FILLER                 PIC X(40) VALUE "./archday".
           05  FILLER                 PIC X(9) VALUE "REGPURGE".
           05  FILLER                 PIC X(40) VALUE "./regpurge".

       01  WS-STEP-ENTRIES REDEFINES WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 10 TIMES.
               10  WS-STEP-NAME       PIC X(9).
               10  WS-STEP-COMMAND    PIC X(40).

       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE OCCURS 10 TIMES
                                      PIC X.
               88  WS-STEP-DONE       VALUE "C".

       01  WS-STEP-SUB                PIC 9(4) VALUE ZERO.
       01  WS-STEP-COUNT              PIC 9(4) VALUE 10.
       01  WS-HELD-STEP-SUB           PIC 9(4) VALUE ZERO.

       01  WS-COMMAND-LINE            PIC X(41) VALUE SPACES.
       01  WS-SYSTEM-STATUS           PIC S9(9) VALUE ZERO.
       01  WS-SIGNAL-STATUS           PIC S9(9) VALUE ZERO.
       01  WS-STEP-RETURN-CODE        PIC 9(3) VALUE ZERO.
       01  WS-STEP-START-TIMESTAMP    PIC X(14).
       01  WS-HELD-RETURN-CODE        PIC 9(3) VALUE ZERO.

       01  WS-STEPS-RUN               PIC 9(9) VALUE ZERO.
       01  WS-STEPS-SKIPPED           PIC 9(9) VALUE ZERO.

       01  WS-ERROR-OPERATION         PIC X(20).
       01  WS-ERROR-STATUS-CODE       PIC XX.

       01  WS-ABN-FILE-STATUS         PIC XX VALUE "00".
           88  WS-ABN-STATUS-OK       VALUES "00" "05" "10".

           COPY ABNLINE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-STEP-STATUS UNTIL WS-STP-END-OF-FILE
           PERFORM RUN-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
                  OR WS-CYCLE-HELD
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           MOVE SPACES TO WS-STEP-STATE-TABLE
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
           DISPLAY "DAILY CYCLE FOR BUSINESS DATE " WS-BUSINESS-DATE
           OPEN INPUT STEP-STATUS-FILE
           IF NOT WS-STP-STATUS-OK
               MOVE "OPEN STEP-STATUS" TO WS-ERROR-OPERATION
               MOVE WS-STP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

      * Only entries for this business date matter.  The file is in
      * the order the steps ended, so a later entry for the same step
      * - the rerun that finished it - replaces the one that held.
      * The step name must match as well, so an entry written before
      * a step was added to the stream never marks the wrong step.
       LOAD-STEP-STATUS.
           READ STEP-STATUS-FILE
               AT END
                   SET WS-STP-END-OF-FILE TO TRUE
                   CLOSE STEP-STATUS-FILE
                   IF NOT WS-STP-STATUS-OK
                       MOVE "CLOSE STEP-STATUS" TO WS-ERROR-OPERATION
                       MOVE WS-STP-FILE-STATUS
                           TO WS-ERROR-STATUS-CODE
                       PERFORM ERROR-HANDLING
                   END-IF
               NOT AT END
                   IF CSR-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND CSR-STEP-SEQUENCE > ZERO
                       AND CSR-STEP-SEQUENCE NOT > WS-STEP-COUNT
                       AND CSR-STEP-NAME
                           = WS-STEP-NAME (CSR-STEP-SEQUENCE)
                       MOVE CSR-STEP-STATE
                           TO WS-STEP-STATE (CSR-STEP-SEQUENCE)
                   END-IF
           END-READ
           IF NOT WS-STP-STATUS-OK
               MOVE "READ STEP-STATUS" TO WS-ERROR-OPERATION
               MOVE WS-STP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       RUN-ONE-STEP.
           IF WS-STEP-DONE (WS-STEP-SUB)
               DISPLAY "STEP " WS-STEP-NAME (WS-STEP-SUB)
                   " ALREADY COMPLETE FOR " WS-BUSINESS-DATE
                   " - SKIPPED"
               ADD 1 TO WS-STEPS-SKIPPED
           ELSE
               PERFORM EXECUTE-STEP
               PERFORM WRITE-STEP-STATUS
           END-IF.

      * The shell hands back the wait status: the step's return code
      * sits in the high byte, and anything in the low byte means the
      * step was killed rather than ended, which is treated as a file
      * failure so the cycle holds.
       EXECUTE-STEP.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-STEP-START-TIMESTAMP
           DISPLAY "STEP " WS-STEP-NAME (WS-STEP-SUB)
               " STARTED " WS-STEP-START-TIMESTAMP
           MOVE SPACES TO WS-COMMAND-LINE
           MOVE WS-STEP-COMMAND (WS-STEP-SUB) TO WS-COMMAND-LINE
           CALL "SYSTEM" USING WS-COMMAND-LINE
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE ZERO TO RETURN-CODE
           IF WS-SYSTEM-STATUS < ZERO
               MOVE 16 TO WS-STEP-RETURN-CODE
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256
                   GIVING WS-STEP-RETURN-CODE
                   REMAINDER WS-SIGNAL-STATUS
               IF WS-SIGNAL-STATUS NOT = ZERO
                   MOVE 16 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           DISPLAY "STEP " WS-STEP-NAME (WS-STEP-SUB)
               " ENDED " WS-CURRENT-TIMESTAMP
               " RC " WS-STEP-RETURN-CODE
           ADD 1 TO WS-STEPS-RUN
           IF WS-STEP-RETURN-CODE >= 8
               SET WS-CYCLE-HELD TO TRUE
               MOVE WS-STEP-SUB TO WS-HELD-STEP-SUB
               MOVE WS-STEP-RETURN-CODE TO WS-HELD-RETURN-CODE
           END-IF.

       WRITE-STEP-STATUS.
           MOVE WS-BUSINESS-DATE TO CSR-BUSINESS-DATE
           MOVE WS-STEP-SUB TO CSR-STEP-SEQUENCE
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO CSR-STEP-NAME
           MOVE WS-STEP-START-TIMESTAMP TO CSR-START-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO CSR-END-TIMESTAMP
           MOVE WS-STEP-RETURN-CODE TO CSR-RETURN-CODE
           IF WS-STEP-RETURN-CODE >= 8
               SET CSR-STEP-HELD TO TRUE
           ELSE
               SET CSR-STEP-COMPLETE TO TRUE
           END-IF
           OPEN EXTEND STEP-STATUS-FILE
           IF NOT WS-STP-STATUS-OK
               MOVE "OPEN STEP-STATUS" TO WS-ERROR-OPERATION
               MOVE WS-STP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           WRITE CYCLE-STEP-RECORD
           IF NOT WS-STP-STATUS-OK
               MOVE "WRITE STEP-STATUS" TO WS-ERROR-OPERATION
               MOVE WS-STP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF
           CLOSE STEP-STATUS-FILE
           IF NOT WS-STP-STATUS-OK
               MOVE "CLOSE STEP-STATUS" TO WS-ERROR-OPERATION
               MOVE WS-STP-FILE-STATUS TO WS-ERROR-STATUS-CODE
               PERFORM ERROR-HANDLING
           END-IF.

       GET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP.

      * The driver ends with the return code of the step that held
      * the cycle, so the scheduler sees the same 8, 12 or 16 it
      * would have seen from the step itself.
       TERMINATE-RUN.
           DISPLAY "STEPS RUN:      " WS-STEPS-RUN
           DISPLAY "STEPS SKIPPED:  " WS-STEPS-SKIPPED
           IF WS-CYCLE-HELD
               DISPLAY "CYCLE HELD AT STEP "
                   WS-STEP-NAME (WS-HELD-STEP-SUB)
                   " RC " WS-HELD-RETURN-CODE
               DISPLAY "RERUN FOR " WS-BUSINESS-DATE
                   " RESTARTS AT THIS STEP"
               MOVE WS-HELD-RETURN-CODE TO RETURN-CODE
           ELSE
               DISPLAY "DAILY CYCLE COMPLETE FOR " WS-BUSINESS-DATE
               MOVE ZERO TO RETURN-CODE
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
           MOVE "DAYCYCLE" TO ABL-PROGRAM
           MOVE WS-ERROR-OPERATION TO ABL-OPERATION
           MOVE WS-ERROR-STATUS-CODE TO ABL-STATUS
           MOVE WS-STEPS-RUN TO ABL-RECORD-COUNT
           MOVE SPACES TO ABL-TXN-ID
           OPEN EXTEND ABEND-LOG-FILE
           IF WS-ABN-STATUS-OK
               WRITE ABEND-LOG-LINE FROM WS-ABEND-SNAPSHOT-LINE
               CLOSE ABEND-LOG-FILE
           END-IF.
       END PROGRAM DAYCYCLE.
