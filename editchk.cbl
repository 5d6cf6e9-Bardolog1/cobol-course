      * Purpose:  Edit-validation subprogram called from DIVISIONS.
      *           Checks required fields, a valid date range, a
      *           non-negative amount, a known transaction type code,
      *           a reference id on reversals, and a target account
      *           other than the source on transfers, on a daily
      *           transaction record.
      * Tectonics: cobc
      ******************************************************************
           IF TXN-AMOUNT < ZERO
               MOVE "99" TO LK-EDIT-STATUS
           END-IF
           IF TXN-TYPE NOT = "DP" AND "WD" AND "FE" AND "RV" AND "TR"
               MOVE "99" TO LK-EDIT-STATUS
           END-IF
           IF TXN-TYPE = "RV"
               AND (TXN-REF-ID = SPACES OR LOW-VALUES)
               MOVE "99" TO LK-EDIT-STATUS
           END-IF
           IF TXN-TYPE = "TR"
               AND (TXN-REF-ID = SPACES OR LOW-VALUES
                    OR TXN-REF-ID = TXN-ACCOUNT)
               MOVE "99" TO LK-EDIT-STATUS
           END-IF
           GOBACK.
       END PROGRAM EDITCHK.
