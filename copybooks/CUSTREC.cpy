      ******************************************************************
      * Copybook: CUSTREC
      * Purpose:  Customer master record layout, included by any
      *           program that reads or maintains the indexed customer
      *           master file CUSTMST.DAT (keyed on CUS-CUSTOMER).
      *           One record per person or business the bank deals
      *           with; each account on ACCTMST.DAT points back to its
      *           holder through ACM-CUSTOMER.  The type tells a
      *           personal customer from a business one for reporting.
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CUS-CUSTOMER           PIC X(10).
           05  CUS-NAME               PIC X(30).
           05  CUS-ADDRESS-LINE-1     PIC X(30).
           05  CUS-ADDRESS-LINE-2     PIC X(30).
           05  CUS-TAX-ID             PIC X(15).
           05  CUS-TYPE               PIC X.
               88  CUS-PERSONAL       VALUE "P".
               88  CUS-BUSINESS       VALUE "B".
