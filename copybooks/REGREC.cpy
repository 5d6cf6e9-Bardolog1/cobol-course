      *           re-sends on a later day is caught as a duplicate,
      *           and reversals can find originals posted on earlier
      *           days.  Entries are purged on a retention cycle.
      *           An original that has been reversed is flagged with
      *           the id of the reversal, so it cannot be reversed a
      *           second time.  The type and branch of the original
      *           let a reversal tell a transfer or an accrued
      *           interest or fee item from an ordinary posting.
      ******************************************************************
       01  TXN-REGISTRY-RECORD.
           05  REG-TXN-ID             PIC X(10).
           05  REG-TXN-ACCOUNT        PIC X(10).
           05  REG-POSTING-AMOUNT     PIC S9(9)V99.
           05  REG-POST-DATE          PIC 9(8).
           05  REG-REVERSED-SWITCH    PIC X.
               88  REG-REVERSED       VALUE "Y".
           05  REG-REVERSED-BY-ID     PIC X(10).
           05  REG-TXN-TYPE           PIC X(2).
           05  REG-BRANCH             PIC X(3).
