      * LEDGERDMP - Dormancy parameter record (DORMPARM).
      * One record per account type that is watched for dormancy,
      * loaded by LEDGER-DORMANT each run. An account of the type goes
      * dormant after DMP-DORMANT-MONTHS months without customer
      * activity; once DMP-ESCHEAT-MONTHS months have passed since
      * that activity (the statutory unclaimed-property period) its
      * credit balance is escheated to the unclaimed-funds account.
      * Zero escheat months means the type is never escheated. Types
      * not listed never go dormant.
           05  DMP-ACCT-TYPE           PIC X(02).
           05  DMP-DORMANT-MONTHS      PIC 9(03).
           05  DMP-ESCHEAT-MONTHS      PIC 9(03).
