      * LEDGERDRM - Account dormancy record (DORMFILE), keyed by
      * account. BAL-LAST-UPDATE moves on every posting, interest and
      * revaluation included, so the date of the last customer-
      * initiated posting is kept here instead: LEDGER-DORMANT brings
      * it forward each night from the day's POSTFILE, leaving out the
      * system-generated references, and flags the account dormant on
      * ACCTFILE once it is older than the type's dormancy period. The
      * ACCT function's REACTIVATE action restarts the clock. When the
      * statutory unclaimed-property period has also run, the escheat
      * journal that moved the balance to the unclaimed-funds account
      * is recorded against the account.
           05  DRM-ACCOUNT             PIC X(10).
           05  DRM-LAST-ACTIVITY       PIC X(10).
           05  DRM-DORMANT-DATE        PIC X(10).
           05  DRM-REACTIVATED-DATE    PIC X(10).
           05  DRM-ESCHEAT-DATE        PIC X(10).
           05  DRM-ESCHEAT-REF         PIC X(12).
           05  DRM-ESCHEAT-AMOUNT      PIC S9(9)V99.
