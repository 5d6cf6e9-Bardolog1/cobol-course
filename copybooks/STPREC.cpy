      ******************************************************************
      * Copybook: STPREC
      * Purpose:  Daily cycle step-status record, appended to
      *           CYCLESTP.DAT by the cycle driver as each step of the
      *           job stream ends.  Keyed by the business date from
      *           the run control record and the step's place in the
      *           stream, it carries when the step started and ended
      *           and the return code it gave back, so a rerun for the
      *           same business date can tell which steps have already
      *           finished and which one held the cycle.
      ******************************************************************
       01  CYCLE-STEP-RECORD.
           05  CSR-STEP-KEY.
               10  CSR-BUSINESS-DATE  PIC 9(8).
               10  CSR-STEP-SEQUENCE  PIC 9(2).
           05  CSR-STEP-NAME          PIC X(9).
           05  CSR-START-TIMESTAMP    PIC X(14).
           05  CSR-END-TIMESTAMP      PIC X(14).
           05  CSR-RETURN-CODE        PIC 9(3).
           05  CSR-STEP-STATE         PIC X.
               88  CSR-STEP-COMPLETE  VALUE "C".
               88  CSR-STEP-HELD      VALUE "H".
