      * LEDGERPYP - Outbound payments parameter record (PAYPARM).
      * One record, loaded by LEDGER-PAYOUT each run: who we are to
      * the clearing house and where the file is going. The routing
      * numbers are nine digits; PYP-ORIGIN-ROUTING is this bank's
      * own, whose first eight digits open every trace number.
           05  PYP-DEST-ROUTING        PIC X(09).
           05  PYP-DEST-NAME           PIC X(23).
           05  PYP-ORIGIN-ROUTING      PIC X(09).
           05  PYP-ORIGIN-NAME         PIC X(23).
           05  PYP-COMPANY-ID          PIC X(10).
           05  PYP-COMPANY-NAME        PIC X(16).
           05  PYP-ENTRY-DESC          PIC X(10).
