      * LEDGERNSP - Nostro parameter record (NOSTPARM).
      * One record per settlement account in ACCTFILE that mirrors a
      * real account held at another bank, loaded by LEDGER-NOSTRO
      * each run. NSP-BANK-ACCOUNT is the account number as the bank
      * prints it on its statement file (BANKSTMT); NSP-ACCOUNT is our
      * ledger account that mirrors it. A statement line matches a
      * posting whose effective date lies within NSP-TOLERANCE-DAYS
      * days either side of the bank's value date. Accounts not listed
      * are not reconciled.
           05  NSP-BANK-ACCOUNT        PIC X(20).
           05  NSP-ACCOUNT             PIC X(10).
           05  NSP-TOLERANCE-DAYS      PIC 9(02).
