           05  IDL-AMOUNT             PIC $$$.$$$.$$9,99-.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  IDL-BALANCE            PIC $$$.$$$.$$9,99-.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  IDL-COUNTER-ACCOUNT    PIC X(10).

       01  WS-INQ-SUSPENSE-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           MOVE "ITEMS HELD IN SUSPENSE:" TO WS-INQ-SECTION-LINE
           PERFORM WRITE-SECTION-LINE.

      * Each leg of a transfer is filed against its own account with
      * the other account as its reference, so a transfer lists once
      * here and shows the account on the other side of it.
       LIST-ONE-POSTING.
           READ INQUIRY-WORK-FILE
               AT END
                       MOVE INW-TXN-ID TO IDL-TXN-ID
                       MOVE INW-POSTING-AMOUNT TO IDL-AMOUNT
                       MOVE WS-RUNNING-BALANCE TO IDL-BALANCE
                       IF INW-TXN-TYPE = "TR"
                           MOVE INW-TXN-REF-ID TO IDL-COUNTER-ACCOUNT
                       ELSE
                           MOVE SPACES TO IDL-COUNTER-ACCOUNT
                       END-IF
                       WRITE INQUIRY-REPORT-LINE
                           FROM WS-INQ-DETAIL-LINE
                       IF NOT WS-RPT-STATUS-OK
