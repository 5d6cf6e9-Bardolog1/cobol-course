      ******************************************************************
      * Copybook: MNTCTL
      * Purpose:  Account maintenance parameter record supplied by
      *           operations in MNTCTL.DAT.  Carries the number of
      *           calendar days a maintenance request may wait on
      *           the pending file for its second approval before it
      *           expires and has to be keyed again.
      ******************************************************************
       01  MAINT-CONTROL-RECORD.
           05  MNC-EXPIRY-DAYS        PIC 9(3).
