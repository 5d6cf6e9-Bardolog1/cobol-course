                         ==ACM-DORMANT== BY ==ACL-DORMANT==
                         ==ACM-BALANCE== BY ==ACL-BALANCE==
                         ==ACM-OVERDRAFT-LIMIT==
                             BY ==ACL-OVERDRAFT-LIMIT==
                         ==ACM-CUSTOMER== BY ==ACL-CUSTOMER==
                         ==ACM-LAST-ACTIVITY-DATE==
                             BY ==ACL-LAST-ACTIVITY-DATE==
                         ==ACM-LAST-ACTIVITY-BRANCH==
                             BY ==ACL-LAST-ACTIVITY-BRANCH==.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           MOVE ACL-STATUS TO ACM-STATUS
           MOVE ACL-BALANCE TO ACM-BALANCE
           MOVE ACL-OVERDRAFT-LIMIT TO ACM-OVERDRAFT-LIMIT
           MOVE ACL-CUSTOMER TO ACM-CUSTOMER
           MOVE ACL-LAST-ACTIVITY-DATE TO ACM-LAST-ACTIVITY-DATE
           MOVE ACL-LAST-ACTIVITY-BRANCH TO ACM-LAST-ACTIVITY-BRANCH
           WRITE ACCOUNT-MASTER-RECORD
           IF NOT WS-ACM-STATUS-OK
               MOVE "WRITE ACCOUNT-MASTER" TO WS-ERROR-OPERATION
