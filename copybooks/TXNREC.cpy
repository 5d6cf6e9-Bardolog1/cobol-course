      *           any program that reads or writes DAILY-TXN-FILE.
      *           The amount carries the transaction magnitude; the
      *           type code decides the posting sign (DP deposit,
      *           WD withdrawal, FE fee, RV reversal, TR transfer).  On
      *           a reversal the reference id names the original
      *           transaction being backed out; on a transfer it names
      *           the target account the money moves to from the
      *           account on the record; otherwise it is space-filled.
      *           The branch code names the branch whose work the
      *           transaction is, so out-of-balance runs can be
      *           settled per branch; 000 is the head office for
