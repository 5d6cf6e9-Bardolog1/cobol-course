      *           reference is the audit-log run timestamp.  The
      *           branch is the one whose work produced the account
      *           break, or *** when more than one branch posted to
      *           the account in the same run.  A transfer between two
      *           of our own accounts moves no money through clearing:
      *           it is journalled as its own balanced pair, a debit
      *           to the source account and a credit to the target,
      *           both carrying the transfer's transaction id, which
      *           is space-filled on the account break entries.
      *           Interest and fees from the month-end accrual run are
      *           journalled the same way, as their own pair against
      *           the interest expense account GLINTEREST or the fee
      *           income account GLFEES, carrying the item's id.
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-BUSINESS-DATE      PIC 9(8).
           05  GLJ-DEBIT-AMOUNT       PIC 9(11)V99.
           05  GLJ-CREDIT-AMOUNT      PIC 9(11)V99.
           05  GLJ-BRANCH             PIC X(3).
           05  GLJ-TXN-ID             PIC X(10).
