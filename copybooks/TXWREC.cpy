      ******************************************************************
      * Copybook: TXWREC
      * Purpose:  Year-end tax summary work record.  One account's
      *           year-to-date interest and fees, prefixed with the
      *           customer the account belongs to on the account
      *           master, so the run can sort every account of one
      *           holder onto one certificate.  Spaces in the customer
      *           number mean the account is not linked and gets a
      *           certificate of its own.
      ******************************************************************
       01  TAX-WORK-RECORD.
           05  TXW-CUSTOMER           PIC X(10).
           05  TXW-ACCOUNT            PIC X(10).
           05  TXW-ACCOUNT-NAME       PIC X(30).
           05  TXW-INTEREST-AMOUNT    PIC S9(11)V99.
           05  TXW-FEE-AMOUNT         PIC S9(11)V99.
