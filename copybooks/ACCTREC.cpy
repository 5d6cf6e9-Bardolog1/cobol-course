      *           overdraft limit is how far below zero the balance
      *           may go; a withdrawal or fee that would breach it is
      *           diverted to the NSF holding file instead of posting.
      *           The customer number links the account to its holder
      *           on the customer master CUSTMST.DAT; spaces mean the
      *           account has not been attached to a customer yet.
      *           The last-activity date and branch record the last
      *           posting the customer made (system interest and fees
      *           do not count); the dormancy sweep measures the
      *           inactive period from that date, and a zero date
      *           means no activity has been recorded yet.
      ******************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  ACM-ACCOUNT            PIC X(10).
               88  ACM-DORMANT        VALUE "D".
           05  ACM-BALANCE            PIC S9(11)V99.
           05  ACM-OVERDRAFT-LIMIT    PIC 9(9)V99.
           05  ACM-CUSTOMER           PIC X(10).
           05  ACM-LAST-ACTIVITY-DATE PIC 9(8).
           05  ACM-LAST-ACTIVITY-BRANCH
                                      PIC X(3).
