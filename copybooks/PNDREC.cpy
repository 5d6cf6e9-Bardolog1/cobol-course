      ******************************************************************
      * Copybook: PNDREC
      * Purpose:  Pending account maintenance record.  A freeze, an
      *           unfreeze, a reopen or an overdraft limit increase
      *           keyed by a clerk waits here in PENDMNT.DAT until a
      *           different user approves it on a later ACCTMNT run.
      *           Carries the maker, the calendar date the request
      *           was taken, and the requested limit for a limit
      *           change; the request expires when it waits longer
      *           than the days set in MNTCTL.DAT.
      ******************************************************************
       01  PENDING-MAINT-RECORD.
           05  PND-TXN-ID             PIC X(10).
           05  PND-ACTION             PIC X(2).
           05  PND-ACCOUNT            PIC X(10).
           05  PND-OVERDRAFT-LIMIT    PIC 9(9)V99.
           05  PND-MAKER              PIC X(8).
           05  PND-REQUEST-DATE       PIC 9(8).
