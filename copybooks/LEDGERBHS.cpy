      * LEDGERBHS - Daily balance history record (BALHIST).
      * One record per account per business date, written by
      * LEDGER-CUTOFF as it closes the day and never purged: the
      * closing balance the account carried out of that date, plus
      * the base-currency debits and credits posted to it that day
      * (from the dated POSTFILE generation). Keyed by account and
      * date so one account's history reads in date order. A date
      * the batch did not run has no record; the balance carried is
      * the one on the last record before it. Read by the BALASOF
      * function (LEDGER-BALASOF), the average daily balance report
      * (LEDGER-ADBRPT) and LEDGER-ACCRUAL.
           05  BHS-KEY.
               10  BHS-ACCOUNT         PIC X(10).
               10  BHS-BUS-DATE        PIC 9(08).
           05  BHS-BALANCE             PIC S9(09)V99.
           05  BHS-TOT-DEBIT           PIC S9(11)V99.
           05  BHS-TOT-CREDIT          PIC S9(11)V99.
           05  BHS-DEBIT-CNT           PIC 9(05).
           05  BHS-CREDIT-CNT          PIC 9(05).
           05  BHS-CUTOFF-TS           PIC X(26).
