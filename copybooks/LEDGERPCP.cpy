      * LEDGERPCP - Period-close parameter record (PCLPARM).
      * One record per account type that is closed out to retained
      * earnings at month end, loaded by LEDGER-PERCLOSE each run.
      * PCP-CLASS says whether the type is an income ('I') or an
      * expense ('E') type; it only decides which total the balance
      * is reported under -- either way the closing journal zeroes
      * the account against the retained-earnings account. Types not
      * listed (the balance-sheet types) carry forward untouched.
           05  PCP-ACCT-TYPE           PIC X(02).
           05  PCP-CLASS               PIC X(01).
               88  PCP-IS-INCOME       VALUE 'I'.
               88  PCP-IS-EXPENSE      VALUE 'E'.
