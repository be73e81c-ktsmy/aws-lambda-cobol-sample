           05  ACT-ACCOUNT             PIC X(10).
           05  ACT-NAME                PIC X(30).
           05  ACT-TYPE                PIC X(02).
      * A dormant account ('D') has been flagged by LEDGER-DORMANT for
      * want of customer activity: it still takes credits, but
      * LEDGER-POST refuses customer debits to it until the ACCT
      * function's REACTIVATE action puts it back to open.
           05  ACT-STATUS              PIC X(01).
               88  ACT-IS-OPEN         VALUE 'O'.
               88  ACT-IS-CLOSED       VALUE 'C'.
               88  ACT-IS-FROZEN       VALUE 'F'.
               88  ACT-IS-DORMANT      VALUE 'D'.
           05  ACT-DATE-OPENED         PIC X(10).
      * Overdraft / credit limit: how far below zero the balance may
      * be driven by a debit (0 = no overdraft). When a debit would
           05  ACT-LIMIT-ACTION        PIC X(01).
               88  ACT-REFUSE-OVERLIMIT VALUE 'R'.
               88  ACT-REFER-OVERLIMIT  VALUE 'P'.
      * Cash concentration: a child account names its group's parent
      * (concentration) account and the rule LEDGER-SWEEP applies to
      * it each night after posting. 'Z' zero-balance sweeps the
      * whole balance up to the parent and funds any deficit back to
      * zero; 'T' target-balance sweeps the excess over, and funds
      * the shortfall under, ACT-SWEEP-AMOUNT; 'H' threshold sweeps
      * only the excess over ACT-SWEEP-AMOUNT and funds the account
      * only when it has gone below zero. A blank parent and rule
      * leave the account out of any group. A parent is never itself
      * a child, so a group is one level deep. Maintained through the
      * ACCT function's SWEEP action.
           05  ACT-PARENT              PIC X(10).
           05  ACT-SWEEP-RULE          PIC X(01).
               88  ACT-NO-SWEEP        VALUE SPACE.
               88  ACT-SWEEP-ZERO      VALUE 'Z'.
               88  ACT-SWEEP-TARGET    VALUE 'T'.
               88  ACT-SWEEP-THRESHOLD VALUE 'H'.
           05  ACT-SWEEP-AMOUNT        PIC 9(09)V99.
