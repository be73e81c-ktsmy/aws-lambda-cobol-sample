      * LEDGERBST - Bank statement record (BANKSTMT).
      * The daily statement file delivered by the correspondent bank,
      * one section per account: a header with the statement date and
      * opening balance, one detail line per movement, and a trailer
      * with the closing balance and the count of detail lines. Each
      * movement carries the reference we sent with the payment, so it
      * can be matched to the posting with the same POST-REFERENCE.
      * Debit/credit indicators are as the bank sees the account: a
      * credit raises the balance, the same way a credit posting
      * raises BAL-BALANCE, so the two balances compare directly.
           05  BST-REC-TYPE            PIC X(01).
               88  BST-IS-HEADER       VALUE 'H'.
               88  BST-IS-DETAIL       VALUE 'D'.
               88  BST-IS-TRAILER      VALUE 'T'.
           05  BST-BANK-ACCOUNT        PIC X(20).
           05  BST-BODY                PIC X(59).
           05  BST-HEADER-BODY REDEFINES BST-BODY.
               10  BST-STMT-DATE       PIC X(10).
               10  BST-OPEN-DRCR       PIC X(01).
               10  BST-OPEN-BAL        PIC 9(11)V99.
               10  FILLER              PIC X(35).
           05  BST-DETAIL-BODY REDEFINES BST-BODY.
               10  BST-VALUE-DATE      PIC X(10).
               10  BST-REFERENCE       PIC X(12).
               10  BST-DRCR            PIC X(01).
               10  BST-AMOUNT          PIC 9(09)V99.
               10  BST-NARRATIVE       PIC X(25).
           05  BST-TRAILER-BODY REDEFINES BST-BODY.
               10  BST-CLOSE-DRCR      PIC X(01).
               10  BST-CLOSE-BAL       PIC 9(11)V99.
               10  BST-LINE-COUNT      PIC 9(05).
               10  FILLER              PIC X(40).
