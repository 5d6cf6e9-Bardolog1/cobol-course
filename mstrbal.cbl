                         ==ACM-DORMANT== BY ==ACL-DORMANT==
                         ==ACM-BALANCE== BY ==ACL-BALANCE==
                         ==ACM-OVERDRAFT-LIMIT==
                             BY ==ACL-OVERDRAFT-LIMIT==
                         ==ACM-CUSTOMER== BY ==ACL-CUSTOMER==
                         ==ACM-LAST-ACTIVITY-DATE==
                             BY ==ACL-LAST-ACTIVITY-DATE==
                         ==ACM-LAST-ACTIVITY-BRANCH==
                             BY ==ACL-LAST-ACTIVITY-BRANCH==.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
