      ******************************************************************
      * Copybook: CMPCTL
      * Purpose:  Cash-monitoring parameter record supplied by
      *           compliance operations in CMPCTL.DAT, the way
      *           RUNCTL.DAT supplies the daily run parameters.
      *           Carries the reporting threshold a day's cash in or
      *           cash out on one account must exceed to be reported,
      *           the percentage of the threshold from which a single
      *           item counts as just under it, the number of
      *           business days in the structuring window, and how
      *           many such items in the window flag one account or
      *           the accounts of one branch.
      ******************************************************************
       01  CASH-MONITOR-CONTROL-RECORD.
           05  CMP-REPORT-THRESHOLD   PIC 9(9)V99.
           05  CMP-NEAR-PERCENT       PIC 9(3).
           05  CMP-WINDOW-DAYS        PIC 9(3).
           05  CMP-ACCOUNT-ITEM-COUNT PIC 9(3).
           05  CMP-BRANCH-ITEM-COUNT  PIC 9(3).
