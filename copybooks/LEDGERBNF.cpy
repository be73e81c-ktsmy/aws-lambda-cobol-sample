      * LEDGERBNF - External beneficiary record (BENEFILE).
      * One record per payee held at another bank - a landlord, a
      * supplier - keyed by a beneficiary id that begins 'BN' and is
      * never an ACCTFILE account. A standing instruction's contra
      * (SIO-CONTRA) or a TRANFILE leg may name the id in place of a
      * ledger account: LEDGER-EDIT then credits the payments-clearing
      * account instead and raises a payment order (PAYFILE) that
      * LEDGER-PAYOUT sends to the clearing house. Maintained through
      * the BENE function (LEDGER-BENE); a closed beneficiary can no
      * longer be paid.
           05  BNF-ID                  PIC X(10).
           05  BNF-STATUS              PIC X(01).
               88  BNF-IS-ACTIVE       VALUE 'A'.
               88  BNF-IS-CLOSED       VALUE 'C'.
      * Receiving bank's nine-digit routing number (check digit
      * verified on entry) and the beneficiary's account there.
           05  BNF-ROUTING             PIC X(09).
           05  BNF-ACCOUNT             PIC X(17).
           05  BNF-NAME                PIC X(22).
      * Kind of account at the receiving bank: 'C' checking, 'S'
      * savings - it decides the entry's transaction code.
           05  BNF-ACCT-TYPE           PIC X(01).
               88  BNF-IS-CHECKING     VALUE 'C'.
               88  BNF-IS-SAVINGS      VALUE 'S'.
           05  BNF-ADDED-BY            PIC X(20).
           05  BNF-ADDED-TS            PIC X(26).
           05  BNF-CLOSED-BY           PIC X(20).
           05  BNF-CLOSED-TS           PIC X(26).
