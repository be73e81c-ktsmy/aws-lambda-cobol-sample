000068* are NOT advanced here: LEDGER-SOROLL rolls them only after
000069* the posting step has ended with condition code 0. A register
00006A* (SORPT) shows what was generated and what was skipped and why.
00006B* A contra naming an external beneficiary ('BN') is written as
00006C* it stands; the edit routes it to the payments-clearing account
00006D* and raises the payment order, and the register marks it PAYMENT.
000070 PROGRAM-ID. LEDGER-SOGEN.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
       01 WS-TOT-CREDIT PIC S9(09)V99 VALUE 0.
       01 WS-AMT-EDIT PIC -(8)9.99.
       01 WS-SKIP-WHY PIC X(20) VALUE SPACES.
       01 WS-LEG-TAG PIC X(08) VALUE SPACES.
       01 WS-CUR-DATE8 PIC 9(08) VALUE 0.
       01 WS-CUR-DATE-X REDEFINES WS-CUR-DATE8.
           05 WS-CUR-YYYY PIC 9(04).

        F-PARA.
        MOVE SIO-CONTRA TO TX-ACCOUNT
        IF SIO-CONTRA(1:2) = 'BN'
            MOVE ' PAYMENT' TO WS-LEG-TAG
        ELSE
            MOVE ' CONTRA' TO WS-LEG-TAG
        END-IF
        IF SIO-IS-DEBIT
            MOVE 'C' TO TX-DRCR-FLAG
            ADD SIO-AMOUNT TO WS-TOT-CREDIT
                ' ' WS-AMT-EDIT
                ' EFF ' TX-EFF-DATE
                ' REF ' TX-REFERENCE
                WS-LEG-TAG
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.
