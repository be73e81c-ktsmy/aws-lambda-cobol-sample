      * LEDGERMNP - Transaction monitoring parameter record (MONPARM).
      * One record, loaded by LEDGER-MONITOR each run. A customer
      * posting over MNP-THRESHOLD (base currency) is reportable on
      * its own, and so is an account whose postings in one direction
      * on one day add up to more than it. A posting between
      * MNP-BAND-PCT per cent of the threshold and the threshold is
      * "just under"; MNP-STRUCT-COUNT or more of them on one account
      * across consecutive days, the latest today, look like
      * structuring. MNP-LOOKBACK-DAYS is how many dated POSTFILE
      * generations before today are searched for the earlier days.
           05  MNP-THRESHOLD           PIC 9(09)V99.
           05  MNP-BAND-PCT            PIC 9(03).
           05  MNP-STRUCT-COUNT        PIC 9(02).
           05  MNP-LOOKBACK-DAYS       PIC 9(02).
