      ******************************************************************
      * Copybook: DRMCTL
      * Purpose:  Dormancy sweep parameter record supplied by
      *           operations in DRMCTL.DAT, the way RUNCTL.DAT
      *           supplies the daily run parameters.  Carries the
      *           number of calendar days without customer activity
      *           after which an active account is made dormant, and
      *           the longer number of days after which a dormant
      *           account's balance is reported as unclaimed.
      ******************************************************************
       01  DORMANCY-CONTROL-RECORD.
           05  DRM-DORMANCY-DAYS      PIC 9(5).
           05  DRM-ESCHEAT-DAYS       PIC 9(5).
