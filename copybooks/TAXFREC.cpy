      ******************************************************************
      * Copybook: TAXFREC
      * Purpose:  Year-end tax filing extract, TAXFILE.DAT, one detail
      *           record per account holder that received a
      *           certificate and a closing trailer carrying the record
      *           count and the interest and fee totals.  The holder is
      *           the customer number, or the account number for an
      *           account not linked to a customer (holder type C or
      *           A).  Interest is what was credited and fees what was
      *           charged in the tax year, both as positive amounts.
      ******************************************************************
       01  TAX-FILING-RECORD.
           05  TFR-RECORD-TYPE        PIC X.
               88  TFR-DETAIL         VALUE "D".
               88  TFR-TRAILER        VALUE "T".
           05  TFR-TAX-YEAR           PIC 9(4).
           05  TFR-HOLDER-TYPE        PIC X.
               88  TFR-CUSTOMER-HOLDER
                                      VALUE "C".
               88  TFR-ACCOUNT-HOLDER VALUE "A".
           05  TFR-HOLDER             PIC X(10).
           05  TFR-TAX-ID             PIC X(15).
           05  TFR-NAME               PIC X(30).
           05  TFR-ACCOUNT-COUNT      PIC 9(5).
           05  TFR-INTEREST-AMOUNT    PIC 9(11)V99.
           05  TFR-FEE-AMOUNT         PIC 9(11)V99.
       01  TAX-FILING-TRAILER.
           05  TFT-RECORD-TYPE        PIC X.
           05  TFT-TAX-YEAR           PIC 9(4).
           05  TFT-RECORD-COUNT       PIC 9(9).
           05  TFT-INTEREST-TOTAL     PIC 9(13)V99.
           05  TFT-FEE-TOTAL          PIC 9(13)V99.
           05  FILLER                 PIC X(48).
