      * LEDGERHLD - Funds hold record (HOLDFILE).
      * Earmarks part of an account's balance without posting
      * anything - a disputed item, a court order, a pending card
      * authorisation - so the money cannot leave the account while
      * credits and other debits carry on as normal. Keyed by account
      * plus a per-account sequence, so every hold on one account
      * reads back together. Placed and released through the HOLD
      * function (LEDGER-HOLDMAINT). LEDGER-POST tests debits against
      * the available balance (BAL-BALANCE less the active holds),
      * LEDGER-LOOKUP returns both figures, and LEDGER-HOLDEXP lapses
      * holds at the close of their expiry date and prints the hold
      * register. A hold with a blank expiry stands until released.
           05  HLD-KEY.
               10  HLD-ACCOUNT         PIC X(10).
               10  HLD-SEQ             PIC 9(04).
           05  HLD-STATUS              PIC X(01).
               88  HLD-IS-ACTIVE       VALUE 'A'.
               88  HLD-IS-RELEASED     VALUE 'R'.
               88  HLD-IS-EXPIRED      VALUE 'E'.
      * Held amount in the base currency.
           05  HLD-AMOUNT              PIC S9(9)V99.
           05  HLD-REASON              PIC X(30).
           05  HLD-PLACED-BY           PIC X(20).
           05  HLD-PLACED-TS           PIC X(26).
           05  HLD-EXPIRY              PIC X(10).
           05  HLD-RELEASED-BY         PIC X(20).
           05  HLD-RELEASED-TS         PIC X(26).
