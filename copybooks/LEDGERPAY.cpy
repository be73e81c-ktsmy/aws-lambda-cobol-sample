      * LEDGERPAY - Outbound payment order record (PAYFILE).
      * One record per journal leg that paid an external beneficiary,
      * raised by LEDGER-EDIT as it routes the leg to the payments-
      * clearing account. Keyed by the journal reference (the POST-
      * REFERENCE the leg posts under) and the beneficiary id.
      * LEDGER-PAYOUT marks the order posted once the clearing credit
      * is on POSTFILE, sends it on the outbound clearing file (ACHOUT)
      * and stamps the trace number; an order whose clearing credit
      * was reversed before it went is cancelled, and one that never
      * posted is expired. LEDGER-PAYRTN matches the clearing house's
      * returns (ACHRTN) back to the order and journals the money back
      * to the customer's account under PAY-RETURN-REF.
           05  PAY-KEY.
               10  PAY-REFERENCE       PIC X(12).
               10  PAY-BENE-ID         PIC X(10).
           05  PAY-STATUS              PIC X(01).
               88  PAY-IS-PENDING      VALUE 'P'.
               88  PAY-IS-SENT         VALUE 'S'.
               88  PAY-IS-RETURNED     VALUE 'R'.
               88  PAY-IS-CANCELLED    VALUE 'X'.
               88  PAY-IS-EXPIRED      VALUE 'E'.
           05  PAY-POSTED-FLAG         PIC X(01).
               88  PAY-IS-POSTED       VALUE 'Y'.
      * Amount paid away, in the base currency (a payment leg is
      * always keyed in it).
           05  PAY-AMOUNT              PIC S9(9)V99.
      * The beneficiary's details as they stood when the order was
      * raised, so a later change to BENEFILE cannot alter a payment
      * already on its way.
           05  PAY-ROUTING             PIC X(09).
           05  PAY-BENE-ACCOUNT        PIC X(17).
           05  PAY-BENE-NAME           PIC X(22).
           05  PAY-BENE-ACCT-TYPE      PIC X(01).
      * The ledger account the journal debited - the customer a
      * return is credited back to.
           05  PAY-CUST-ACCOUNT        PIC X(10).
           05  PAY-EFF-DATE            PIC X(10).
           05  PAY-CREATED-DATE        PIC X(10).
           05  PAY-SENT-DATE           PIC X(10).
           05  PAY-TRACE               PIC X(15).
           05  PAY-RETURN-DATE         PIC X(10).
           05  PAY-RETURN-CODE         PIC X(03).
           05  PAY-RETURN-REF          PIC X(12).
