      ******************************************************************
      * Copybook: RCVCTL
      * Purpose:  Account master recovery parameter record keyed by
      *           the operator in RCVCTL.DAT before an ACCTRCV run.
      *           Names the business date of the ACCTBKP backup to
      *           rebuild from and the last business date whose
      *           postings on the monthly history are to be applied
      *           again on top of it.
      ******************************************************************
       01  RECOVERY-CONTROL-RECORD.
           05  RCV-BACKUP-DATE        PIC 9(8).
           05  RCV-THROUGH-DATE       PIC 9(8).
