      * LEDGERPRD - Accounting period control record (PERIODFILE).
      * One record per calendar month, keyed by period (YYYY-MM).
      * LEDGER-PERCLOSE opens the record for the current month, and
      * on the last day of the month (or, when the batch did not run
      * that day, on the first business date after it) generates the
      * closing journal that moves the income and expense account
      * types to retained earnings and marks the period close-pending.
      * LEDGER-PERLOCK then marks it closed once that journal has
      * posted clean, and from then on LEDGER-EDIT rejects anything
      * value-dated into the period (reason PERD). A month with no
      * record is open.
           05  PRD-PERIOD              PIC X(07).
           05  PRD-STATUS              PIC X(01).
               88  PRD-IS-OPEN         VALUE 'O'.
               88  PRD-CLOSE-PENDING   VALUE 'P'.
               88  PRD-IS-CLOSED       VALUE 'C'.
           05  PRD-YEAR-END            PIC X(01).
               88  PRD-IS-YEAR-END     VALUE 'Y'.
           05  PRD-PERIOD-END          PIC X(10).
           05  PRD-OPENED-TS           PIC X(26).
           05  PRD-JOURNAL-TS          PIC X(26).
           05  PRD-CLOSED-TS           PIC X(26).
      * What the closing journal moved to retained earnings: the net
      * credit balance of the income types, the net debit balance of
      * the expense types (both as BALFILE signs them, credit
      * positive), and how many accounts were closed out.
           05  PRD-JNL-COUNT           PIC 9(05).
           05  PRD-TOT-INCOME          PIC S9(09)V99.
           05  PRD-TOT-EXPENSE         PIC S9(09)V99.
      * The business date the closing journal was generated on, which
      * is the month's last day (PRD-PERIOD-END) unless it closed late.
           05  PRD-CLOSE-BUS-DATE      PIC X(10).
