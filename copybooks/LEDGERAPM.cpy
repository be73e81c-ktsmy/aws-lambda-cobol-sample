      * charges APM-FEE-AMOUNT flat. For a given type and kind the
      * entry with the highest APM-TIER-MIN at or below the balance
      * wins; balances below every tier minimum accrue nothing.
      * The balance is the account's accrual base (APM-BASIS below).
           05  APM-ACCT-TYPE           PIC X(02).
           05  APM-TIER-MIN            PIC 9(09)V99.
           05  APM-KIND                PIC X(01).
               88  APM-IS-FEE          VALUE 'F'.
           05  APM-RATE                PIC 9(03)V9(06).
           05  APM-FEE-AMOUNT          PIC 9(07)V99.
      * Accrual base for the type. 'A' on any of a type's entries
      * measures the type's accounts by their month-to-date average
      * daily balance from the balance history (BALHIST) - tier and
      * interest alike - instead of last night's closing balance;
      * blank (or 'B') keeps the point-in-time balance. An account
      * with no history yet falls back to its balance.
           05  APM-BASIS               PIC X(01).
               88  APM-BASIS-ADB       VALUE 'A'.
               88  APM-BASIS-BALANCE   VALUE ' ' 'B'.
