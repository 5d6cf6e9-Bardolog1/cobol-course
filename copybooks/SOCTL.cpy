      ******************************************************************
      * Copybook: SOCTL
      * Purpose:  Standing-order run parameter record supplied by
      *           operations in STOCTL.DAT, the way ACCRCTL.DAT feeds
      *           the month-end accrual run.  Carries the file
      *           sequence number the generated transaction file must
      *           carry in its header so the daily run accepts it in
      *           order.
      ******************************************************************
       01  STANDING-ORDER-CONTROL-RECORD.
           05  SOC-FILE-SEQUENCE      PIC 9(6).
