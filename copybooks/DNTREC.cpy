      ******************************************************************
      * Copybook: DNTREC
      * Purpose:  Dormancy notice work record, one per account the
      *           dormancy sweep has made dormant, sorted by the branch
      *           the customer last used so each branch gets its own
      *           notice list.
      ******************************************************************
       01  DORMANCY-NOTICE-RECORD.
           05  DNT-BRANCH             PIC X(3).
           05  DNT-ACCOUNT            PIC X(10).
           05  DNT-NAME               PIC X(30).
           05  DNT-CUSTOMER           PIC X(10).
           05  DNT-BALANCE            PIC S9(11)V99.
           05  DNT-LAST-ACTIVITY-DATE PIC 9(8).
           05  DNT-INACTIVE-DAYS      PIC 9(5).
