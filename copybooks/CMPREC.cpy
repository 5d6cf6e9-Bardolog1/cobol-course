      ******************************************************************
      * Copybook: CMPREC
      * Purpose:  Cash-monitoring filing extract, CASHFILE.DAT, one
      *           detail record per account flagged on the business
      *           date and a closing trailer carrying the record count
      *           and cash totals.  Cash in is deposits and cash out is
      *           withdrawals posted on the business date; the near
      *           count and amount cover the items just under the
      *           threshold within the structuring window.  Each flag
      *           byte is Y or N.
      ******************************************************************
       01  CASH-FILING-RECORD.
           05  CFR-RECORD-TYPE        PIC X.
               88  CFR-DETAIL         VALUE "D".
               88  CFR-TRAILER        VALUE "T".
           05  CFR-BUSINESS-DATE      PIC 9(8).
           05  CFR-ACCOUNT            PIC X(10).
           05  CFR-BRANCH             PIC X(3).
           05  CFR-CASH-IN            PIC 9(11)V99.
           05  CFR-CASH-OUT           PIC 9(11)V99.
           05  CFR-NEAR-COUNT         PIC 9(5).
           05  CFR-NEAR-AMOUNT        PIC 9(11)V99.
           05  CFR-WINDOW-START       PIC 9(8).
           05  CFR-LARGE-IN-FLAG      PIC X.
           05  CFR-LARGE-OUT-FLAG     PIC X.
           05  CFR-ACCOUNT-PATTERN-FLAG
                                      PIC X.
           05  CFR-BRANCH-PATTERN-FLAG
                                      PIC X.
       01  CASH-FILING-TRAILER.
           05  CFT-RECORD-TYPE        PIC X.
           05  CFT-BUSINESS-DATE      PIC 9(8).
           05  CFT-RECORD-COUNT       PIC 9(9).
           05  CFT-CASH-IN-TOTAL      PIC 9(13)V99.
           05  CFT-CASH-OUT-TOTAL     PIC 9(13)V99.
           05  FILLER                 PIC X(30).
