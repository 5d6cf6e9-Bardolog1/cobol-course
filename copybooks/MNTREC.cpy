      *           OP opens a new account with a zero balance and the
      *           supplied overdraft limit, CL
      *           closes an existing account, NM changes the name on
      *           an existing account.  CC creates a customer on the
      *           customer master from the name, address, tax id and
      *           type supplied, CU changes the customer fields that
      *           are not left blank, and LK attaches an existing
      *           account to an existing customer.  OP also attaches
      *           the new account when a customer number is given.
      *           FZ freezes an account, UF unfreezes it, RA makes a
      *           dormant account active again, RO reopens a closed
      *           account, and LM sets a new overdraft limit.  FZ, UF,
      *           RO and an LM that raises the limit need a second
      *           person: they wait on the pending file until another
      *           user approves them.  The user id is the clerk who
      *           keyed the change.
      *           The balance on the master is never touched by a
      *           maintenance transaction.
      ******************************************************************
       01  ACCOUNT-MAINT-RECORD.
           05  MNT-TXN-ID             PIC X(10).
               88  MNT-OPEN-ACCOUNT   VALUE "OP".
               88  MNT-CLOSE-ACCOUNT  VALUE "CL".
               88  MNT-CHANGE-NAME    VALUE "NM".
               88  MNT-CREATE-CUSTOMER VALUE "CC".
               88  MNT-CHANGE-CUSTOMER VALUE "CU".
               88  MNT-LINK-ACCOUNT   VALUE "LK".
               88  MNT-FREEZE-ACCOUNT VALUE "FZ".
               88  MNT-UNFREEZE-ACCOUNT
                                      VALUE "UF".
               88  MNT-REACTIVATE-ACCOUNT
                                      VALUE "RA".
               88  MNT-REOPEN-ACCOUNT VALUE "RO".
               88  MNT-CHANGE-LIMIT   VALUE "LM".
           05  MNT-ACCOUNT            PIC X(10).
           05  MNT-NAME               PIC X(30).
           05  MNT-OVERDRAFT-LIMIT    PIC 9(9)V99.
           05  MNT-CUSTOMER           PIC X(10).
           05  MNT-ADDRESS-LINE-1     PIC X(30).
           05  MNT-ADDRESS-LINE-2     PIC X(30).
           05  MNT-TAX-ID             PIC X(15).
           05  MNT-CUSTOMER-TYPE      PIC X.
           05  MNT-USER-ID            PIC X(8).
