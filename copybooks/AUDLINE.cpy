      * Copybook: AUDLINE
      * Purpose:  Shared audit-log detail line layout, included by any
      *           program that writes transaction detail lines to
      *           DAILYAUD.LOG.  The user id is the person who keyed
      *           the change; the checker id is the second person who
      *           approved it, spaces when no approval was needed.
      ******************************************************************
       01  WS-AUDIT-DETAIL-LINE.
           05  FILLER                 PIC X(4) VALUE "TS ".
           05  ADL-USER-ID            PIC X(8).
           05  FILLER                 PIC X(5) VALUE "  BR ".
           05  ADL-BRANCH             PIC X(3).
           05  FILLER                 PIC X(5) VALUE "  CK ".
           05  ADL-CHECKER-ID         PIC X(8) VALUE SPACES.
