      * LEDGERACH - Clearing house payment file record, 94 bytes.
      * The fixed format the clearing house takes and returns: a file
      * header ('1'), then per batch a batch header ('5'), its entries
      * ('6') - each followed by an addenda ('7') when it carries one
      * - and a batch control ('8'), and last the file control ('9').
      * The file is padded with all-nines records to a whole block of
      * ten. LEDGER-PAYOUT writes the outbound file (ACHOUT) with our
      * journal reference in each entry's individual id; the returns
      * file (ACHRTN) comes back in the same format, every returned
      * entry followed by a return addenda giving the reason code and
      * the trace number of the entry we sent. Amounts are in cents.
           05  ACH-RECORD-TYPE         PIC X(01).
               88  ACH-IS-FILE-HEADER  VALUE '1'.
               88  ACH-IS-BATCH-HEADER VALUE '5'.
               88  ACH-IS-ENTRY        VALUE '6'.
               88  ACH-IS-ADDENDA      VALUE '7'.
               88  ACH-IS-BATCH-CONTROL VALUE '8'.
               88  ACH-IS-FILE-CONTROL VALUE '9'.
           05  ACH-BODY                PIC X(93).
           05  ACH-FILE-HEADER REDEFINES ACH-BODY.
               10  ACH-FH-PRIORITY     PIC X(02).
               10  ACH-FH-DEST         PIC X(10).
               10  ACH-FH-ORIGIN       PIC X(10).
               10  ACH-FH-DATE         PIC X(06).
               10  ACH-FH-TIME         PIC X(04).
               10  ACH-FH-ID-MODIFIER  PIC X(01).
               10  ACH-FH-RECORD-SIZE  PIC X(03).
               10  ACH-FH-BLOCKING     PIC X(02).
               10  ACH-FH-FORMAT       PIC X(01).
               10  ACH-FH-DEST-NAME    PIC X(23).
               10  ACH-FH-ORIGIN-NAME  PIC X(23).
               10  ACH-FH-REF-CODE     PIC X(08).
           05  ACH-BATCH-HEADER REDEFINES ACH-BODY.
               10  ACH-BH-SERVICE-CLASS PIC X(03).
               10  ACH-BH-COMPANY-NAME PIC X(16).
               10  ACH-BH-DISCRETIONARY PIC X(20).
               10  ACH-BH-COMPANY-ID   PIC X(10).
               10  ACH-BH-SEC-CODE     PIC X(03).
               10  ACH-BH-ENTRY-DESC   PIC X(10).
               10  ACH-BH-DESC-DATE    PIC X(06).
               10  ACH-BH-EFF-DATE     PIC X(06).
               10  ACH-BH-SETTLE-DATE  PIC X(03).
               10  ACH-BH-ORIG-STATUS  PIC X(01).
               10  ACH-BH-ODFI         PIC X(08).
               10  ACH-BH-BATCH-NO     PIC 9(07).
           05  ACH-ENTRY REDEFINES ACH-BODY.
               10  ACH-EN-TRAN-CODE    PIC X(02).
               10  ACH-EN-RDFI         PIC X(08).
               10  ACH-EN-CHECK-DIGIT  PIC X(01).
               10  ACH-EN-DFI-ACCOUNT  PIC X(17).
               10  ACH-EN-AMOUNT       PIC 9(08)V99.
               10  ACH-EN-INDIV-ID     PIC X(15).
               10  ACH-EN-INDIV-NAME   PIC X(22).
               10  ACH-EN-DISCRETIONARY PIC X(02).
               10  ACH-EN-ADDENDA-IND  PIC X(01).
               10  ACH-EN-TRACE        PIC X(15).
           05  ACH-RETURN-ADDENDA REDEFINES ACH-BODY.
               10  ACH-RA-ADDENDA-TYPE PIC X(02).
               10  ACH-RA-REASON       PIC X(03).
               10  ACH-RA-ORIG-TRACE   PIC X(15).
               10  ACH-RA-DEATH-DATE   PIC X(06).
               10  ACH-RA-ORIG-RDFI    PIC X(08).
               10  ACH-RA-INFO         PIC X(44).
               10  ACH-RA-TRACE        PIC X(15).
           05  ACH-BATCH-CONTROL REDEFINES ACH-BODY.
               10  ACH-BC-SERVICE-CLASS PIC X(03).
               10  ACH-BC-ENTRY-COUNT  PIC 9(06).
               10  ACH-BC-ENTRY-HASH   PIC 9(10).
               10  ACH-BC-TOT-DEBIT    PIC 9(10)V99.
               10  ACH-BC-TOT-CREDIT   PIC 9(10)V99.
               10  ACH-BC-COMPANY-ID   PIC X(10).
               10  ACH-BC-AUTH-CODE    PIC X(19).
               10  ACH-BC-RESERVED     PIC X(06).
               10  ACH-BC-ODFI         PIC X(08).
               10  ACH-BC-BATCH-NO     PIC 9(07).
           05  ACH-FILE-CONTROL REDEFINES ACH-BODY.
               10  ACH-FC-BATCH-COUNT  PIC 9(06).
               10  ACH-FC-BLOCK-COUNT  PIC 9(06).
               10  ACH-FC-ENTRY-COUNT  PIC 9(08).
               10  ACH-FC-ENTRY-HASH   PIC 9(10).
               10  ACH-FC-TOT-DEBIT    PIC 9(10)V99.
               10  ACH-FC-TOT-CREDIT   PIC 9(10)V99.
               10  ACH-FC-RESERVED     PIC X(39).
