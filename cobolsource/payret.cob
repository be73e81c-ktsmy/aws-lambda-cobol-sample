000010 IDENTIFICATION DIVISION.
000050* PAYMENT RETURNS BATCH JOB FOR COBOL-LEDGER.
000060* Reads the returns file the clearing house sent back (ACHRTN),
000061* in the same fixed format as the outbound file LEDGER-PAYOUT
000062* writes: each returned entry carries our journal reference in
000063* its individual id and is followed by a return addenda giving
000064* the reason code and the trace number of the entry we sent.
000065* Each return is matched to the payment order on PAYFILE under
000066* that reference - by the original trace, or by the amount when
000067* the addenda is missing - and the money is journaled back to the
000068* customer: a balanced journal debiting the payments-clearing
000069* account and crediting the account the payment was taken from,
00006A* in LEDGERTX format wrapped in batch control records on PRTRAN,
00006B* which run_batch.sh feeds through the same edit and posting
00006C* steps as the keyed input. The 'PR' reference carries the
00006D* return reason, and the order is marked returned with the date,
00006E* reason and that reference. A return that matches no sent order,
00006F* one already returned on an earlier day, and one whose customer
00006G* account can no longer take the credit are listed as exceptions
00006H* for payments operations instead. A rerun on the same business
00006I* date journals the orders it already returned that day again
00006J* under the references they were given. The returns register
00006K* (PAYRTNRPT) lists every return read and what was done with it.
000070 PROGRAM-ID. LEDGER-PAYRTN.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT RTN-FILE ASSIGN TO "ACHRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT PAY-FILE ASSIGN TO "PAYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAY-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PR-FILE ASSIGN TO "PRTRAN"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAYRTNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  RTN-FILE.
       01  RTN-RECORD.
           COPY LEDGERACH.
       FD  PAY-FILE.
       01  PAY-RECORD.
           COPY LEDGERPAY.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY LEDGERACT.
       FD  PR-FILE.
       01  PR-RECORD.
           COPY LEDGERTX.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
000090 WORKING-STORAGE SECTION.
       01 WS-RTN-STATUS PIC X(02) VALUE '00'.
       01 WS-PAY-STATUS PIC X(02) VALUE '00'.
       01 WS-ACCT-STATUS PIC X(02) VALUE '00'.
       01 WS-PR-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-RTN-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-RETURNS VALUE 'Y'.
       01 WS-PAY-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-ORDERS VALUE 'Y'.
       01 WS-HELD-SW PIC X(01) VALUE 'N'.
           88 WS-ENTRY-HELD VALUE 'Y'.
       01 WS-MATCH-SW PIC X(01) VALUE 'N'.
           88 WS-ORDER-MATCHED VALUE 'Y'.
       01 WS-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-RETURNS-FAILED VALUE 'Y'.
      * Payments-clearing account the outbound payment was credited
      * to; a return takes the money back out of it.
       01 WS-CLEAR-ACCT PIC X(10) VALUE '9999999995'.
       01 WS-REC-CNT PIC 9(07) VALUE 0.
       01 WS-RETURN-CNT PIC 9(07) VALUE 0.
       01 WS-JNL-CNT PIC 9(05) VALUE 0.
       01 WS-EXCEPT-CNT PIC 9(05) VALUE 0.
       01 WS-GEN-CNT PIC 9(07) VALUE 0.
       01 WS-SEQ PIC 9(03) VALUE 0.
       01 WS-TOT-DEBIT PIC S9(09)V99 VALUE 0.
       01 WS-TOT-CREDIT PIC S9(09)V99 VALUE 0.
       01 WS-TOT-RETURNED PIC S9(09)V99 VALUE 0.
      * The returned entry, held until its addenda has been read.
       01 WS-HELD-REF PIC X(12) VALUE SPACES.
       01 WS-HELD-AMOUNT PIC 9(08)V99 VALUE 0.
       01 WS-RTN-REASON PIC X(03) VALUE SPACES.
       01 WS-RTN-TRACE PIC X(15) VALUE SPACES.
       01 WS-RTN-AMOUNT PIC S9(09)V99 VALUE 0.
       01 WS-LINE-TAG PIC X(16) VALUE SPACES.
       01 WS-LINE-REF PIC X(12) VALUE SPACES.
       01 WS-LINE-BENE PIC X(10) VALUE SPACES.
       01 WS-LINE-CUST PIC X(10) VALUE SPACES.
       01 WS-AMT-EDIT PIC -(8)9.99.
       01 WS-TOTAL-EDIT PIC -(8)9.99.
       01 WS-ENV-DATE PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).
       01 WS-CUR-DATE8 PIC 9(08) VALUE 0.
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
       01 WS-CTL-RECORD.
           COPY LEDGERBCT.
      * Orders journaled back by this run, so a return repeated on the
      * file is not journaled twice.
       01 WS-DONE-CNT PIC 9(04) VALUE 0.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-DONE-CNT
                   INDEXED BY WS-DONE-IDX.
               10 WS-DONE-KEY PIC X(22).
       01 WS-DONE-SW PIC X(01) VALUE 'N'.
           88 WS-DONE-THIS-RUN VALUE 'Y'.
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        PERFORM C-PARA
        PERFORM D-PARA WITH TEST AFTER UNTIL WS-END-OF-RETURNS
        IF WS-ENTRY-HELD
            PERFORM E-PARA
        END-IF
        PERFORM J-PARA
        PERFORM K-PARA
        DISPLAY 'LEDGER-PAYRTN: ' WS-RETURN-CNT
                ' RETURNS READ, ' WS-JNL-CNT
                ' JOURNALED, ' WS-EXCEPT-CNT
                ' EXCEPTIONS'
        IF WS-RETURNS-FAILED
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
        GOBACK.

        B-PARA.
        ACCEPT WS-CUR-DATE8 FROM DATE YYYYMMDD
        ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'BUSINESS_DATE'
        IF WS-ENV-DATE IS NUMERIC
            MOVE WS-ENV-DATE TO WS-RUN-DATE
        ELSE
            MOVE WS-CUR-DATE8 TO WS-RUN-DATE
        END-IF
        STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
                INTO WS-BUS-DATE
        END-STRING
        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'LEDGER-PAYRTN: UNABLE TO OPEN PAYRTNRPT, '
                    'STATUS ' WS-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE 'COBOL-LEDGER PAYMENT RETURNS REGISTER' TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'BUSINESS DATE ' WS-BUS-DATE
                '   CLEARING ACCOUNT ' WS-CLEAR-ACCT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'REFERENCE    BENEFICIARY ACCOUNT         AMOUNT RSN '
                'ACTION           RETURN REF   TRACE'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        OPEN I-O PAY-FILE
        IF WS-PAY-STATUS = '35'
            OPEN OUTPUT PAY-FILE
            CLOSE PAY-FILE
            OPEN I-O PAY-FILE
        END-IF
        IF WS-PAY-STATUS NOT = '00'
            DISPLAY 'LEDGER-PAYRTN: UNABLE TO OPEN PAYFILE, '
                    'STATUS ' WS-PAY-STATUS
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        OPEN INPUT ACCT-FILE
        IF WS-ACCT-STATUS = '35'
            OPEN OUTPUT ACCT-FILE
            CLOSE ACCT-FILE
            OPEN INPUT ACCT-FILE
        END-IF
        IF WS-ACCT-STATUS NOT = '00'
            DISPLAY 'LEDGER-PAYRTN: UNABLE TO OPEN ACCTFILE, '
                    'STATUS ' WS-ACCT-STATUS
            CLOSE PAY-FILE
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        OPEN OUTPUT PR-FILE
        IF WS-PR-STATUS NOT = '00'
            DISPLAY 'LEDGER-PAYRTN: UNABLE TO OPEN PRTRAN, '
                    'STATUS ' WS-PR-STATUS
            CLOSE PAY-FILE
            CLOSE ACCT-FILE
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
      * No returns file means nothing came back today: the batch is
      * still written, empty, so the sub-chain runs under its controls.
        OPEN INPUT RTN-FILE
        IF WS-RTN-STATUS NOT = '00'
            SET WS-END-OF-RETURNS TO TRUE
            IF WS-RTN-STATUS NOT = '35'
                DISPLAY 'LEDGER-PAYRTN: UNABLE TO OPEN ACHRTN, '
                        'STATUS ' WS-RTN-STATUS
                SET WS-RETURNS-FAILED TO TRUE
            END-IF
        END-IF
        PERFORM I-PARA.

      * The return references already given out today, so a rerun
      * numbers anything new after them.
        C-PARA.
        MOVE 'N' TO WS-PAY-EOF-SW
        MOVE LOW-VALUES TO PAY-KEY
        START PAY-FILE KEY IS NOT LESS THAN PAY-KEY
            INVALID KEY
                SET WS-END-OF-ORDERS TO TRUE
        END-START
        PERFORM C2-PARA WITH TEST AFTER UNTIL WS-END-OF-ORDERS.

        C2-PARA.
        IF NOT WS-END-OF-ORDERS
            READ PAY-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-ORDERS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-ORDERS
            IF PAY-IS-RETURNED AND PAY-RETURN-DATE = WS-BUS-DATE
                    AND PAY-RETURN-REF(10:3) IS NUMERIC
                IF PAY-RETURN-REF(10:3) > WS-SEQ
                    MOVE PAY-RETURN-REF(10:3) TO WS-SEQ
                END-IF
            END-IF
        END-IF.

      * An entry is held until the next record shows whether it has
      * an addenda; anything else closes the entry before it.
        D-PARA.
        IF NOT WS-END-OF-RETURNS
            READ RTN-FILE
                AT END
                    SET WS-END-OF-RETURNS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-RETURNS
            ADD 1 TO WS-REC-CNT
            EVALUATE TRUE
                WHEN ACH-IS-ENTRY
                    IF WS-ENTRY-HELD
                        PERFORM E-PARA
                    END-IF
                    SET WS-ENTRY-HELD TO TRUE
                    MOVE ACH-EN-INDIV-ID(1:12) TO WS-HELD-REF
                    MOVE ACH-EN-AMOUNT TO WS-HELD-AMOUNT
                    MOVE SPACES TO WS-RTN-REASON
                    MOVE SPACES TO WS-RTN-TRACE
                WHEN ACH-IS-ADDENDA
                    IF WS-ENTRY-HELD
                        MOVE ACH-RA-REASON TO WS-RTN-REASON
                        MOVE ACH-RA-ORIG-TRACE TO WS-RTN-TRACE
                        PERFORM E-PARA
                    END-IF
                WHEN OTHER
                    IF WS-ENTRY-HELD
                        PERFORM E-PARA
                    END-IF
            END-EVALUATE
        END-IF.

      * One return: find the order it belongs to among those under
      * its reference.
        E-PARA.
        MOVE 'N' TO WS-HELD-SW
        ADD 1 TO WS-RETURN-CNT
        MOVE WS-HELD-AMOUNT TO WS-RTN-AMOUNT
        MOVE SPACES TO WS-LINE-TAG
        MOVE SPACES TO WS-LINE-REF
        MOVE SPACES TO WS-LINE-BENE
        MOVE SPACES TO WS-LINE-CUST
        MOVE 'N' TO WS-MATCH-SW
        MOVE 'N' TO WS-PAY-EOF-SW
        MOVE WS-HELD-REF TO PAY-REFERENCE
        MOVE LOW-VALUES TO PAY-BENE-ID
        START PAY-FILE KEY IS NOT LESS THAN PAY-KEY
            INVALID KEY
                SET WS-END-OF-ORDERS TO TRUE
        END-START
        PERFORM F-PARA WITH TEST AFTER
                UNTIL WS-END-OF-ORDERS OR WS-ORDER-MATCHED
        IF NOT WS-ORDER-MATCHED
            MOVE 'NO SENT ORDER' TO WS-LINE-TAG
            ADD 1 TO WS-EXCEPT-CNT
        ELSE
            MOVE PAY-BENE-ID TO WS-LINE-BENE
            MOVE PAY-CUST-ACCOUNT TO WS-LINE-CUST
            MOVE 'N' TO WS-DONE-SW
            IF WS-DONE-CNT > 0
                SET WS-DONE-IDX TO 1
                SEARCH WS-DONE-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-DONE-KEY(WS-DONE-IDX) = PAY-KEY
                        SET WS-DONE-THIS-RUN TO TRUE
                END-SEARCH
            END-IF
            IF WS-DONE-THIS-RUN
                    OR (PAY-IS-RETURNED
                        AND PAY-RETURN-DATE NOT = WS-BUS-DATE)
                MOVE 'ALREADY RETURNED' TO WS-LINE-TAG
                MOVE PAY-RETURN-REF TO WS-LINE-REF
                ADD 1 TO WS-EXCEPT-CNT
            ELSE
                PERFORM G-PARA
            END-IF
        END-IF
        PERFORM O-PARA.

      * A candidate order: sent (or returned earlier today, on a
      * rerun), and the one the entry's trace or amount points at.
        F-PARA.
        IF NOT WS-END-OF-ORDERS
            READ PAY-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-ORDERS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-ORDERS
            IF PAY-REFERENCE NOT = WS-HELD-REF
                SET WS-END-OF-ORDERS TO TRUE
            ELSE
                IF PAY-IS-SENT OR PAY-IS-RETURNED
                    IF WS-RTN-TRACE NOT = SPACES
                        IF PAY-TRACE = WS-RTN-TRACE
                            SET WS-ORDER-MATCHED TO TRUE
                        END-IF
                    ELSE
                        IF PAY-AMOUNT = WS-RTN-AMOUNT
                            SET WS-ORDER-MATCHED TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF.

      * The customer account must still take a credit; a closed or
      * frozen one is left for payments operations to place.
        G-PARA.
        MOVE PAY-CUST-ACCOUNT TO ACT-ACCOUNT
        IF PAY-CUST-ACCOUNT = SPACES
            MOVE 'NO CUSTOMER ACCT' TO WS-LINE-TAG
            ADD 1 TO WS-EXCEPT-CNT
        ELSE
            READ ACCT-FILE
                INVALID KEY
                    MOVE 'NO CUSTOMER ACCT' TO WS-LINE-TAG
                    ADD 1 TO WS-EXCEPT-CNT
                NOT INVALID KEY
                    IF ACT-IS-OPEN OR ACT-IS-DORMANT
                        PERFORM H-PARA
                    ELSE
                        MOVE 'ACCT NOT OPEN' TO WS-LINE-TAG
                        ADD 1 TO WS-EXCEPT-CNT
                    END-IF
            END-READ
        END-IF.

      * The return journal: the clearing account is debited and the
      * customer credited, sharing the 'PR' reference that names the
      * return reason.
        H-PARA.
        IF WS-RTN-REASON = SPACES
            MOVE 'R00' TO WS-RTN-REASON
        END-IF
        MOVE SPACES TO PR-RECORD
        IF PAY-IS-RETURNED
            MOVE PAY-RETURN-REF TO TX-REFERENCE
            MOVE PAY-RETURN-CODE TO WS-RTN-REASON
        ELSE
            ADD 1 TO WS-SEQ
            STRING 'PR' WS-RUN-MM WS-RUN-DD WS-RTN-REASON WS-SEQ
                    INTO TX-REFERENCE
            END-STRING
        END-IF
        ADD 1 TO WS-JNL-CNT
        ADD PAY-AMOUNT TO WS-TOT-RETURNED
        MOVE WS-CLEAR-ACCT TO TX-ACCOUNT
        MOVE PAY-AMOUNT TO TX-AMOUNT
        MOVE 'D' TO TX-DRCR-FLAG
        MOVE 'USD' TO TX-CURRENCY
        MOVE WS-BUS-DATE TO TX-EFF-DATE
        WRITE PR-RECORD
        ADD 1 TO WS-GEN-CNT
        ADD PAY-AMOUNT TO WS-TOT-DEBIT
        MOVE PAY-CUST-ACCOUNT TO TX-ACCOUNT
        MOVE 'C' TO TX-DRCR-FLAG
        WRITE PR-RECORD
        ADD 1 TO WS-GEN-CNT
        ADD PAY-AMOUNT TO WS-TOT-CREDIT
        MOVE 'RETURNED' TO WS-LINE-TAG
        MOVE TX-REFERENCE TO WS-LINE-REF
        SET PAY-IS-RETURNED TO TRUE
        MOVE WS-BUS-DATE TO PAY-RETURN-DATE
        MOVE WS-RTN-REASON TO PAY-RETURN-CODE
        MOVE TX-REFERENCE TO PAY-RETURN-REF
        IF WS-DONE-CNT < 2000
            ADD 1 TO WS-DONE-CNT
            MOVE PAY-KEY TO WS-DONE-KEY(WS-DONE-CNT)
        END-IF
        REWRITE PAY-RECORD
        IF WS-PAY-STATUS NOT = '00'
            DISPLAY 'LEDGER-PAYRTN: PAYFILE REWRITE FAILED FOR '
                    PAY-REFERENCE ', STATUS ' WS-PAY-STATUS
            SET WS-RETURNS-FAILED TO TRUE
        END-IF.

        I-PARA.
        MOVE SPACES TO WS-CTL-RECORD
        SET BCT-IS-HEADER TO TRUE
        MOVE 'PAYRTN' TO BCT-BATCH-ID
        MOVE WS-BUS-DATE TO BCT-BUS-DATE
        MOVE WS-CTL-RECORD TO PR-RECORD
        WRITE PR-RECORD.

        J-PARA.
        MOVE SPACES TO WS-CTL-RECORD
        SET BCT-IS-TRAILER TO TRUE
        MOVE WS-GEN-CNT TO BCT-REC-COUNT
        MOVE WS-TOT-DEBIT TO BCT-TOT-DEBIT
        MOVE WS-TOT-CREDIT TO BCT-TOT-CREDIT
        MOVE WS-CTL-RECORD TO PR-RECORD
        WRITE PR-RECORD
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'RETURNS FILE RECORDS: ' WS-REC-CNT
                '   RETURNED ENTRIES: ' WS-RETURN-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-TOT-RETURNED TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'JOURNALED BACK: ' WS-JNL-CNT
                '   TOTAL ' WS-TOTAL-EDIT
                '   EXCEPTIONS: ' WS-EXCEPT-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        IF WS-RETURNS-FAILED
            MOVE 'RETURNS RUN INCOMPLETE - SEE JOB LOG' TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.

        K-PARA.
        IF WS-RTN-STATUS NOT = '35'
            CLOSE RTN-FILE
        END-IF
        CLOSE PAY-FILE
        CLOSE ACCT-FILE
        CLOSE PR-FILE
        CLOSE REPORT-FILE.

        O-PARA.
        MOVE WS-RTN-AMOUNT TO WS-AMT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING WS-HELD-REF
                ' ' WS-LINE-BENE
                '  ' WS-LINE-CUST
                ' ' WS-AMT-EDIT
                ' ' WS-RTN-REASON
                ' ' WS-LINE-TAG
                ' ' WS-LINE-REF
                ' ' WS-RTN-TRACE
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.
