      ******************************************************************
      * Copybook: STWREC
      * Purpose:  Month-end statement work record.  The monthly
      *           history record exactly as posted, prefixed with the
      *           customer the account belongs to on the account
      *           master, so the statement run can sort every account
      *           of one customer together.  Spaces in the customer
      *           number mean the account is not linked and gets a
      *           statement of its own.
      ******************************************************************
       01  STMT-WORK-RECORD.
           05  STW-CUSTOMER           PIC X(10).
           05  STW-HISTORY-DATA.
               10  STW-TXN-ID         PIC X(10).
               10  STW-TXN-DATE       PIC 9(8).
               10  STW-TXN-AMOUNT     PIC S9(9)V99.
               10  STW-TXN-ACCOUNT    PIC X(10).
               10  STW-TXN-TYPE       PIC X(2).
               10  STW-TXN-REF-ID     PIC X(10).
               10  STW-POSTING-AMOUNT PIC S9(9)V99.
               10  STW-POST-DATE      PIC 9(8).
               10  STW-BRANCH         PIC X(3).
