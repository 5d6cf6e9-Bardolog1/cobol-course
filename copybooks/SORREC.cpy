      ******************************************************************
      * Copybook: SORREC
      * Purpose:  Standing-order record kept by the branches in
      *           STANDORD.DAT, one per recurring payment, transfer or
      *           fee a customer has asked for.  The type and ref id
      *           follow the daily transaction layout (a TR names its
      *           target account in the ref id).  Frequency W repeats
      *           every seven days from the start date, M on the same
      *           day of the month as the start date, and D on the day
      *           of the month given; a day past the end of a short
      *           month falls on its last day.  The next due date is
      *           the scheduled date before any weekend or holiday
      *           roll, kept by the standing-order run; a zero next
      *           due date on a new order is set from the start date.
      *           A zero end date means the order runs until it is
      *           cancelled.
      ******************************************************************
       01  STANDING-ORDER-RECORD.
           05  SOR-ORDER-ID           PIC X(10).
           05  SOR-ACCOUNT            PIC X(10).
           05  SOR-AMOUNT             PIC 9(9)V99.
           05  SOR-TXN-TYPE           PIC X(2).
           05  SOR-REF-ID             PIC X(10).
           05  SOR-BRANCH             PIC X(3).
           05  SOR-FREQUENCY          PIC X.
               88  SOR-WEEKLY         VALUE "W".
               88  SOR-MONTHLY        VALUE "M".
               88  SOR-DAY-OF-MONTH   VALUE "D".
           05  SOR-DUE-DAY            PIC 9(2).
           05  SOR-START-DATE         PIC 9(8).
           05  SOR-END-DATE           PIC 9(8).
           05  SOR-NEXT-DUE-DATE      PIC 9(8).
