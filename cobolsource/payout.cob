000010 IDENTIFICATION DIVISION.
000050* OUTBOUND PAYMENTS BATCH JOB FOR COBOL-LEDGER.
000060* Runs once the day has reconciled, before the cutoff rolls
000061* POSTFILE away. LEDGER-EDIT raised a payment order on PAYFILE
000062* for every journal leg that paid an external beneficiary and
000063* routed the leg's credit to the payments-clearing account; this
000064* job decides which of those orders leave the bank tonight.
000065* First it reads the day's POSTFILE: an order whose clearing
000066* credit has posted is marked posted, and the orders of a
000067* journal whose clearing credit was reversed are cancelled. An
000068* order raised on an earlier day whose credit never posted is
000069* expired. Every posted order still pending is then sent: it is
00006A* given a trace number - our routing number's first eight
00006B* digits, the day of the year and a sequence - and written as an
00006C* entry on the outbound clearing file (ACHOUT) in the clearing
00006D* house's fixed format: file header, one batch header, the
00006E* entries, the batch control and the file control, padded to a
00006F* whole block. Who we are to the clearing house comes from the
00006G* payments parameter file (PAYPARM). A rerun on the same
00006H* business date writes the orders already sent that day again
00006I* under the traces they were given, so the file it leaves is the
00006J* one the first run wrote. The payments report (PAYRPT) lists
00006K* every order acted on and the file totals.
000070 PROGRAM-ID. LEDGER-PAYOUT.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT POST-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT PAY-FILE ASSIGN TO "PAYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAY-STATUS.
           SELECT ACH-FILE ASSIGN TO "ACHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           COPY LEDGERPYP.
       FD  POST-FILE.
       01  POST-RECORD.
           COPY LEDGERPST.
       FD  PAY-FILE.
       01  PAY-RECORD.
           COPY LEDGERPAY.
       FD  ACH-FILE.
       01  ACH-RECORD.
           COPY LEDGERACH.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
000090 WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(02) VALUE '00'.
       01 WS-POST-STATUS PIC X(02) VALUE '00'.
       01 WS-PAY-STATUS PIC X(02) VALUE '00'.
       01 WS-ACH-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-POST-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-POSTINGS VALUE 'Y'.
       01 WS-PAY-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-ORDERS VALUE 'Y'.
       01 WS-PARM-SW PIC X(01) VALUE 'N'.
           88 WS-PARM-LOADED VALUE 'Y'.
       01 WS-REF-FULL-SW PIC X(01) VALUE 'N'.
           88 WS-REF-TABLE-FULL VALUE 'Y'.
       01 WS-REF-HIT-SW PIC X(01) VALUE 'N'.
           88 WS-REF-FOUND VALUE 'Y'.
       01 WS-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-PAYOUT-FAILED VALUE 'Y'.
      * Payments-clearing account: LEDGER-EDIT credits it in place of
      * the beneficiary, and the money sits there until it leaves on
      * the clearing file (or a return brings it back).
       01 WS-CLEAR-ACCT PIC X(10) VALUE '9999999995'.
      * Largest amount one entry's ten-digit cents field can carry.
       01 WS-MAX-ENTRY PIC S9(9)V99 VALUE 99999999.99.
       01 WS-POST-CNT PIC 9(07) VALUE 0.
       01 WS-CLEAR-CNT PIC 9(07) VALUE 0.
       01 WS-ORDER-CNT PIC 9(07) VALUE 0.
       01 WS-POSTED-CNT PIC 9(07) VALUE 0.
       01 WS-CANCEL-CNT PIC 9(07) VALUE 0.
       01 WS-EXPIRE-CNT PIC 9(07) VALUE 0.
       01 WS-HELD-CNT PIC 9(07) VALUE 0.
       01 WS-NEW-CNT PIC 9(07) VALUE 0.
       01 WS-SEND-CNT PIC 9(07) VALUE 0.
       01 WS-ENTRY-CNT PIC 9(06) VALUE 0.
       01 WS-RECORD-CNT PIC 9(07) VALUE 0.
       01 WS-BLOCK-CNT PIC 9(06) VALUE 0.
       01 WS-PAD-CNT PIC 9(02) VALUE 0.
       01 WS-TRACE-SEQ PIC 9(04) VALUE 0.
       01 WS-TRACE-NO PIC 9(07) VALUE 0.
       01 WS-DOY PIC 9(03) VALUE 0.
       01 WS-ENTRY-HASH PIC 9(12) VALUE 0.
       01 WS-RDFI-NUM PIC 9(08) VALUE 0.
       01 WS-TOT-SENT PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CANCEL PIC S9(11)V99 VALUE 0.
       01 WS-TOT-EXPIRE PIC S9(11)V99 VALUE 0.
       01 WS-LINE-TAG PIC X(10) VALUE SPACES.
       01 WS-AMT-EDIT PIC -(8)9.99.
       01 WS-TOTAL-EDIT PIC -(11)9.99.
       01 WS-ENV-DATE PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).
       01 WS-JAN1-DATE8 PIC 9(08) VALUE 0.
       01 WS-SETTLE-DATE8 PIC 9(08) VALUE 0.
       01 WS-SETTLE-DATE-X REDEFINES WS-SETTLE-DATE8.
           05 WS-SETTLE-YYYY PIC 9(04).
           05 WS-SETTLE-MM PIC 9(02).
           05 WS-SETTLE-DD PIC 9(02).
       01 WS-CUR-DATE8 PIC 9(08) VALUE 0.
       01 WS-CUR-TIME8 PIC 9(08) VALUE 0.
       01 WS-CUR-TIME-X REDEFINES WS-CUR-TIME8.
           05 WS-CUR-HH PIC 9(02).
           05 WS-CUR-MIN PIC 9(02).
           05 WS-CUR-SEC PIC 9(02).
           05 WS-CUR-CENT PIC 9(02).
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
       01 WS-PARM-RECORD.
           COPY LEDGERPYP.
      * Clearing-account credits and reversals on today's POSTFILE, by
      * journal reference. A credit is used up as the reference's
      * orders are marked posted against it.
       01 WS-REF-CNT PIC 9(04) VALUE 0.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-REF-CNT
                   INDEXED BY WS-REF-IDX.
               10 WS-REF-ID PIC X(12).
               10 WS-REF-CREDIT PIC S9(11)V99.
               10 WS-REF-REVERSED PIC X(01).
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        PERFORM C-PARA WITH TEST AFTER UNTIL WS-END-OF-POSTINGS
        IF WS-POST-STATUS NOT = '35'
            CLOSE POST-FILE
        END-IF
        PERFORM D-PARA
        PERFORM E-PARA
        PERFORM F-PARA
        PERFORM J-PARA
        CLOSE PAY-FILE
        CLOSE ACH-FILE
        CLOSE REPORT-FILE
        DISPLAY 'LEDGER-PAYOUT: ' WS-SEND-CNT
                ' SENT, ' WS-CANCEL-CNT
                ' CANCELLED, ' WS-EXPIRE-CNT
                ' EXPIRED, ' WS-HELD-CNT
                ' HELD'
        IF WS-PAYOUT-FAILED
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
        GOBACK.

        B-PARA.
        ACCEPT WS-CUR-DATE8 FROM DATE YYYYMMDD
        ACCEPT WS-CUR-TIME8 FROM TIME
        ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'BUSINESS_DATE'
        IF WS-ENV-DATE IS NUMERIC
            MOVE WS-ENV-DATE TO WS-RUN-DATE
        ELSE
            MOVE WS-CUR-DATE8 TO WS-RUN-DATE
        END-IF
        STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
                INTO WS-BUS-DATE
        END-STRING
        COMPUTE WS-JAN1-DATE8 = WS-RUN-YYYY * 10000 + 101
        COMPUTE WS-DOY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-JAN1-DATE8) + 1
      * Entries settle the next calendar day.
        COMPUTE WS-SETTLE-DATE8 = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'LEDGER-PAYOUT: UNABLE TO OPEN PAYRPT, '
                    'STATUS ' WS-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE 'COBOL-LEDGER OUTBOUND PAYMENTS REPORT' TO REPORT-LINE
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
        STRING 'REFERENCE    BENEFICIARY ACCOUNT         AMOUNT '
                'ACTION     TRACE           BENEFICIARY NAME'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO WS-PARM-RECORD
        OPEN INPUT PARM-FILE
        IF WS-PARM-STATUS = '00'
            READ PARM-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE PARM-RECORD TO WS-PARM-RECORD
            END-READ
            CLOSE PARM-FILE
        END-IF
        IF PYP-DEST-ROUTING OF WS-PARM-RECORD IS NUMERIC
                AND PYP-ORIGIN-ROUTING OF WS-PARM-RECORD IS NUMERIC
            SET WS-PARM-LOADED TO TRUE
        END-IF
        OPEN I-O PAY-FILE
        IF WS-PAY-STATUS = '35'
            OPEN OUTPUT PAY-FILE
            CLOSE PAY-FILE
            OPEN I-O PAY-FILE
        END-IF
        IF WS-PAY-STATUS NOT = '00'
            DISPLAY 'LEDGER-PAYOUT: UNABLE TO OPEN PAYFILE, '
                    'STATUS ' WS-PAY-STATUS
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        OPEN OUTPUT ACH-FILE
        IF WS-ACH-STATUS NOT = '00'
            DISPLAY 'LEDGER-PAYOUT: UNABLE TO OPEN ACHOUT, '
                    'STATUS ' WS-ACH-STATUS
            CLOSE PAY-FILE
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        OPEN INPUT POST-FILE
        IF WS-POST-STATUS NOT = '00'
            SET WS-END-OF-POSTINGS TO TRUE
            IF WS-POST-STATUS NOT = '35'
                DISPLAY 'LEDGER-PAYOUT: UNABLE TO OPEN POSTFILE, '
                        'STATUS ' WS-POST-STATUS
                SET WS-PAYOUT-FAILED TO TRUE
            END-IF
        END-IF.

      * Today's postings to the clearing account, gathered by
      * reference: the credits LEDGER-EDIT routed there, and any
      * reversal of one.
        C-PARA.
        IF NOT WS-END-OF-POSTINGS
            READ POST-FILE
                AT END
                    SET WS-END-OF-POSTINGS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-POSTINGS
            ADD 1 TO WS-POST-CNT
            IF POST-ACCOUNT = WS-CLEAR-ACCT
                IF POST-IS-REVERSAL OR POST-DRCR-FLAG = 'C'
                    ADD 1 TO WS-CLEAR-CNT
                    PERFORM C2-PARA
                END-IF
            END-IF
        END-IF.

        C2-PARA.
        PERFORM R-PARA
        IF NOT WS-REF-FOUND
            IF WS-REF-CNT < 5000
                ADD 1 TO WS-REF-CNT
                SET WS-REF-IDX TO WS-REF-CNT
                MOVE POST-REFERENCE TO WS-REF-ID(WS-REF-IDX)
                MOVE 0 TO WS-REF-CREDIT(WS-REF-IDX)
                MOVE 'N' TO WS-REF-REVERSED(WS-REF-IDX)
                SET WS-REF-FOUND TO TRUE
            ELSE
                SET WS-REF-TABLE-FULL TO TRUE
            END-IF
        END-IF
        IF WS-REF-FOUND
            IF POST-IS-REVERSAL
                MOVE 'Y' TO WS-REF-REVERSED(WS-REF-IDX)
            ELSE
                ADD POST-AMOUNT TO WS-REF-CREDIT(WS-REF-IDX)
            END-IF
        END-IF.

      * The trace sequences already given out today, so a rerun
      * numbers anything new after them.
        D-PARA.
        PERFORM P-PARA
        PERFORM D2-PARA WITH TEST AFTER UNTIL WS-END-OF-ORDERS.

        D2-PARA.
        PERFORM Q-PARA
        IF NOT WS-END-OF-ORDERS
            IF PAY-SENT-DATE = WS-BUS-DATE
                    AND PAY-TRACE(12:4) IS NUMERIC
                IF PAY-TRACE(12:4) > WS-TRACE-SEQ
                    MOVE PAY-TRACE(12:4) TO WS-TRACE-SEQ
                END-IF
            END-IF
        END-IF.

      * Settle each pending order against the day's postings.
        E-PARA.
        PERFORM P-PARA
        PERFORM E2-PARA WITH TEST AFTER UNTIL WS-END-OF-ORDERS.

        E2-PARA.
        PERFORM Q-PARA
        IF NOT WS-END-OF-ORDERS
            ADD 1 TO WS-ORDER-CNT
            IF PAY-IS-PENDING
                PERFORM E3-PARA
            END-IF
        END-IF.

        E3-PARA.
        MOVE SPACES TO WS-LINE-TAG
        MOVE PAY-REFERENCE TO POST-REFERENCE
        PERFORM R-PARA
        IF WS-REF-FOUND
            IF WS-REF-REVERSED(WS-REF-IDX) = 'Y'
                SET PAY-IS-CANCELLED TO TRUE
                ADD 1 TO WS-CANCEL-CNT
                ADD PAY-AMOUNT TO WS-TOT-CANCEL
                MOVE 'CANCELLED' TO WS-LINE-TAG
            ELSE
                IF NOT PAY-IS-POSTED
                        AND WS-REF-CREDIT(WS-REF-IDX) NOT < PAY-AMOUNT
                    SET PAY-IS-POSTED TO TRUE
                    SUBTRACT PAY-AMOUNT
                            FROM WS-REF-CREDIT(WS-REF-IDX)
                    ADD 1 TO WS-POSTED-CNT
                END-IF
            END-IF
        END-IF
        IF PAY-IS-PENDING AND NOT PAY-IS-POSTED
                AND PAY-CREATED-DATE < WS-BUS-DATE
            SET PAY-IS-EXPIRED TO TRUE
            ADD 1 TO WS-EXPIRE-CNT
            ADD PAY-AMOUNT TO WS-TOT-EXPIRE
            MOVE 'EXPIRED' TO WS-LINE-TAG
        END-IF
        IF PAY-IS-PENDING AND PAY-IS-POSTED
            PERFORM E4-PARA
        END-IF
        REWRITE PAY-RECORD
        IF WS-PAY-STATUS NOT = '00'
            DISPLAY 'LEDGER-PAYOUT: PAYFILE REWRITE FAILED FOR '
                    PAY-REFERENCE ', STATUS ' WS-PAY-STATUS
            SET WS-PAYOUT-FAILED TO TRUE
        END-IF
        IF WS-LINE-TAG NOT = SPACES
            PERFORM O-PARA
        END-IF.

      * A posted order goes tonight unless there is no parameter
      * record to build the file with, or the amount will not fit an
      * entry; either way it is held, still posted, for the morning.
        E4-PARA.
        IF NOT WS-PARM-LOADED
            ADD 1 TO WS-HELD-CNT
            MOVE 'HELD-PARM' TO WS-LINE-TAG
            SET WS-PAYOUT-FAILED TO TRUE
        ELSE
            IF PAY-AMOUNT NOT > 0 OR PAY-AMOUNT > WS-MAX-ENTRY
                ADD 1 TO WS-HELD-CNT
                MOVE 'HELD-AMT' TO WS-LINE-TAG
            ELSE
                ADD 1 TO WS-TRACE-SEQ
                COMPUTE WS-TRACE-NO = WS-DOY * 10000 + WS-TRACE-SEQ
                MOVE SPACES TO PAY-TRACE
                STRING PYP-ORIGIN-ROUTING OF WS-PARM-RECORD(1:8)
                        WS-TRACE-NO
                        INTO PAY-TRACE
                END-STRING
                SET PAY-IS-SENT TO TRUE
                MOVE WS-BUS-DATE TO PAY-SENT-DATE
                ADD 1 TO WS-NEW-CNT
            END-IF
        END-IF.

      * The clearing file: every order sent today, whether by this
      * run or an earlier one under the same business date.
        F-PARA.
        MOVE 0 TO WS-ENTRY-CNT
        MOVE 0 TO WS-RECORD-CNT
        MOVE 0 TO WS-ENTRY-HASH
        MOVE 0 TO WS-TOT-SENT
        IF WS-PARM-LOADED
            PERFORM G-PARA
            PERFORM P-PARA
            PERFORM F2-PARA WITH TEST AFTER UNTIL WS-END-OF-ORDERS
            IF WS-ENTRY-CNT > 0
                PERFORM I-PARA
            END-IF
            PERFORM K-PARA
        END-IF
        MOVE WS-ENTRY-CNT TO WS-SEND-CNT.

        F2-PARA.
        PERFORM Q-PARA
        IF NOT WS-END-OF-ORDERS
            IF (PAY-IS-SENT OR PAY-IS-RETURNED)
                    AND PAY-SENT-DATE = WS-BUS-DATE
                IF WS-ENTRY-CNT = 0
                    PERFORM H-PARA
                END-IF
                PERFORM H2-PARA
                MOVE 'SENT' TO WS-LINE-TAG
                PERFORM O-PARA
            END-IF
        END-IF.

      * File header.
        G-PARA.
        MOVE SPACES TO ACH-RECORD
        SET ACH-IS-FILE-HEADER TO TRUE
        MOVE '01' TO ACH-FH-PRIORITY
        STRING ' ' PYP-DEST-ROUTING OF WS-PARM-RECORD
                INTO ACH-FH-DEST
        END-STRING
        STRING ' ' PYP-ORIGIN-ROUTING OF WS-PARM-RECORD
                INTO ACH-FH-ORIGIN
        END-STRING
        MOVE WS-RUN-DATE(3:6) TO ACH-FH-DATE
        MOVE WS-CUR-TIME8(1:4) TO ACH-FH-TIME
        MOVE 'A' TO ACH-FH-ID-MODIFIER
        MOVE '094' TO ACH-FH-RECORD-SIZE
        MOVE '10' TO ACH-FH-BLOCKING
        MOVE '1' TO ACH-FH-FORMAT
        MOVE PYP-DEST-NAME OF WS-PARM-RECORD TO ACH-FH-DEST-NAME
        MOVE PYP-ORIGIN-NAME OF WS-PARM-RECORD TO ACH-FH-ORIGIN-NAME
        PERFORM N-PARA.

      * Batch header: credits only, to consumer accounts.
        H-PARA.
        MOVE SPACES TO ACH-RECORD
        SET ACH-IS-BATCH-HEADER TO TRUE
        MOVE '220' TO ACH-BH-SERVICE-CLASS
        MOVE PYP-COMPANY-NAME OF WS-PARM-RECORD
                TO ACH-BH-COMPANY-NAME
        MOVE PYP-COMPANY-ID OF WS-PARM-RECORD TO ACH-BH-COMPANY-ID
        MOVE 'PPD' TO ACH-BH-SEC-CODE
        MOVE PYP-ENTRY-DESC OF WS-PARM-RECORD TO ACH-BH-ENTRY-DESC
        MOVE WS-RUN-DATE(3:6) TO ACH-BH-DESC-DATE
        MOVE WS-SETTLE-DATE8(3:6) TO ACH-BH-EFF-DATE
        MOVE '1' TO ACH-BH-ORIG-STATUS
        MOVE PYP-ORIGIN-ROUTING OF WS-PARM-RECORD(1:8) TO ACH-BH-ODFI
        MOVE 1 TO ACH-BH-BATCH-NO
        PERFORM N-PARA.

      * One entry per order; the journal reference travels as the
      * individual id, so a return can be traced back to it.
        H2-PARA.
        MOVE SPACES TO ACH-RECORD
        SET ACH-IS-ENTRY TO TRUE
        IF PAY-BENE-ACCT-TYPE = 'S'
            MOVE '32' TO ACH-EN-TRAN-CODE
        ELSE
            MOVE '22' TO ACH-EN-TRAN-CODE
        END-IF
        MOVE PAY-ROUTING(1:8) TO ACH-EN-RDFI
        MOVE PAY-ROUTING(9:1) TO ACH-EN-CHECK-DIGIT
        MOVE PAY-BENE-ACCOUNT TO ACH-EN-DFI-ACCOUNT
        MOVE PAY-AMOUNT TO ACH-EN-AMOUNT
        MOVE PAY-REFERENCE TO ACH-EN-INDIV-ID
        MOVE PAY-BENE-NAME TO ACH-EN-INDIV-NAME
        MOVE '0' TO ACH-EN-ADDENDA-IND
        MOVE PAY-TRACE TO ACH-EN-TRACE
        PERFORM N-PARA
        ADD 1 TO WS-ENTRY-CNT
        MOVE PAY-ROUTING(1:8) TO WS-RDFI-NUM
        ADD WS-RDFI-NUM TO WS-ENTRY-HASH
        ADD PAY-AMOUNT TO WS-TOT-SENT.

      * Batch control. The entry hash keeps only its low ten digits.
        I-PARA.
        MOVE SPACES TO ACH-RECORD
        SET ACH-IS-BATCH-CONTROL TO TRUE
        MOVE '220' TO ACH-BC-SERVICE-CLASS
        MOVE WS-ENTRY-CNT TO ACH-BC-ENTRY-COUNT
        MOVE WS-ENTRY-HASH TO ACH-BC-ENTRY-HASH
        MOVE 0 TO ACH-BC-TOT-DEBIT
        MOVE WS-TOT-SENT TO ACH-BC-TOT-CREDIT
        MOVE PYP-COMPANY-ID OF WS-PARM-RECORD TO ACH-BC-COMPANY-ID
        MOVE PYP-ORIGIN-ROUTING OF WS-PARM-RECORD(1:8) TO ACH-BC-ODFI
        MOVE 1 TO ACH-BC-BATCH-NO
        PERFORM N-PARA.

      * File control, then the all-nines filler out to a whole block
      * of ten.
        K-PARA.
        MOVE SPACES TO ACH-RECORD
        SET ACH-IS-FILE-CONTROL TO TRUE
        IF WS-ENTRY-CNT > 0
            MOVE 1 TO ACH-FC-BATCH-COUNT
        ELSE
            MOVE 0 TO ACH-FC-BATCH-COUNT
        END-IF
        COMPUTE WS-BLOCK-CNT = (WS-RECORD-CNT + 10) / 10
        MOVE WS-BLOCK-CNT TO ACH-FC-BLOCK-COUNT
        MOVE WS-ENTRY-CNT TO ACH-FC-ENTRY-COUNT
        MOVE WS-ENTRY-HASH TO ACH-FC-ENTRY-HASH
        MOVE 0 TO ACH-FC-TOT-DEBIT
        MOVE WS-TOT-SENT TO ACH-FC-TOT-CREDIT
        PERFORM N-PARA
        COMPUTE WS-PAD-CNT = WS-BLOCK-CNT * 10 - WS-RECORD-CNT
        PERFORM L-PARA WS-PAD-CNT TIMES.

        L-PARA.
        MOVE ALL '9' TO ACH-RECORD
        WRITE ACH-RECORD.

        N-PARA.
        WRITE ACH-RECORD
        IF WS-ACH-STATUS NOT = '00'
            DISPLAY 'LEDGER-PAYOUT: ACHOUT WRITE FAILED, STATUS '
                    WS-ACH-STATUS
            SET WS-PAYOUT-FAILED TO TRUE
        END-IF
        ADD 1 TO WS-RECORD-CNT.

        J-PARA.
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'POSTINGS SCANNED: ' WS-POST-CNT
                '   TO CLEARING: ' WS-CLEAR-CNT
                '   ORDERS ON FILE: ' WS-ORDER-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-TOT-SENT TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'SENT: ' WS-SEND-CNT
                ' (NEW TONIGHT ' WS-NEW-CNT ')'
                '   TOTAL ' WS-TOTAL-EDIT
                '   TRACE FROM DAY ' WS-DOY
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-TOT-CANCEL TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'CANCELLED: ' WS-CANCEL-CNT
                '   TOTAL ' WS-TOTAL-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-TOT-EXPIRE TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'EXPIRED, NEVER POSTED: ' WS-EXPIRE-CNT
                '   TOTAL ' WS-TOTAL-EDIT
                '   HELD: ' WS-HELD-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'CLEARING FILE RECORDS: ' WS-RECORD-CNT
                '   BLOCKS: ' WS-BLOCK-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        IF NOT WS-PARM-LOADED
            MOVE 'NO VALID PAYMENTS PARAMETER RECORD -- NO FILE SENT'
                    TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        IF WS-REF-TABLE-FULL
            MOVE 'CLEARING REFERENCE TABLE FULL -- ORDERS NOT MATCHED'
                    TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        IF WS-PAYOUT-FAILED
            MOVE 'PAYOUT RUN INCOMPLETE - SEE JOB LOG' TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.

        O-PARA.
        MOVE PAY-AMOUNT TO WS-AMT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING PAY-REFERENCE
                ' ' PAY-BENE-ID
                '  ' PAY-CUST-ACCOUNT
                ' ' WS-AMT-EDIT
                ' ' WS-LINE-TAG
                ' ' PAY-TRACE
                ' ' PAY-BENE-NAME
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.

      * Position PAYFILE at its first order.
        P-PARA.
        MOVE 'N' TO WS-PAY-EOF-SW
        MOVE LOW-VALUES TO PAY-KEY
        START PAY-FILE KEY IS NOT LESS THAN PAY-KEY
            INVALID KEY
                SET WS-END-OF-ORDERS TO TRUE
        END-START.

        Q-PARA.
        IF NOT WS-END-OF-ORDERS
            READ PAY-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-ORDERS TO TRUE
            END-READ
        END-IF.

      * Find POST-REFERENCE among the references gathered so far.
        R-PARA.
        MOVE 'N' TO WS-REF-HIT-SW
        IF WS-REF-CNT > 0
            SET WS-REF-IDX TO 1
            SEARCH WS-REF-ENTRY
                AT END
                    CONTINUE
                WHEN WS-REF-ID(WS-REF-IDX) = POST-REFERENCE
                    SET WS-REF-FOUND TO TRUE
            END-SEARCH
        END-IF.
