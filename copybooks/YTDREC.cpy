      ******************************************************************
      * Copybook: YTDREC
      * Purpose:  Year-to-date tax accumulator record, held on the
      *           indexed file YTDTAX.DAT (keyed on YTD-KEY: calendar
      *           year of the posting run plus account).  The daily
      *           posting run adds every interest and fee item the
      *           month-end accrual run generates, as it posts, so the
      *           year's figures survive the monthly history rollover.
      *           The year-end tax summary reads the year it is given
      *           and proves the totals against the period ledger.
      ******************************************************************
       01  YTD-ACCUMULATOR-RECORD.
           05  YTD-KEY.
               10  YTD-TAX-YEAR       PIC 9(4).
               10  YTD-ACCOUNT        PIC X(10).
           05  YTD-INTEREST-AMOUNT    PIC S9(11)V99.
           05  YTD-INTEREST-COUNT     PIC 9(5).
           05  YTD-FEE-AMOUNT         PIC S9(11)V99.
           05  YTD-FEE-COUNT          PIC 9(5).
           05  YTD-LAST-POST-DATE     PIC 9(8).
