      * LEDGEROPI - Nostro open item record (NOSTOPEN / NOSTKEEP).
      * Everything LEDGER-NOSTRO could not match, carried forward from
      * one night to the next: a bank-side item is a statement line
      * with no posting behind it yet, a ledger-side item a posting
      * the bank has not shown yet. Each is re-tried every night until
      * it matches. OPI-ITEM-DATE is the bank's value date or the
      * posting's effective date, and is what the break is aged from;
      * OPI-FIRST-SEEN is the business date it was first left open.
      * The file opens with one control record ('H') whose
      * OPI-ITEM-DATE is the business date last reconciled, so a rerun
      * of a night already taken is recognised.
           05  OPI-REC-TYPE            PIC X(01).
               88  OPI-IS-CONTROL      VALUE 'H'.
               88  OPI-IS-ITEM         VALUE 'I'.
           05  OPI-ACCOUNT             PIC X(10).
           05  OPI-SIDE                PIC X(01).
               88  OPI-BANK-SIDE       VALUE 'B'.
               88  OPI-LEDGER-SIDE     VALUE 'L'.
           05  OPI-REFERENCE           PIC X(12).
           05  OPI-DRCR                PIC X(01).
           05  OPI-AMOUNT              PIC S9(9)V99.
           05  OPI-ITEM-DATE           PIC X(10).
           05  OPI-FIRST-SEEN          PIC X(10).
           05  OPI-REVERSAL-FLAG       PIC X(01).
           05  OPI-NARRATIVE           PIC X(25).
