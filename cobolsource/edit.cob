00006B* validated file (VALIDFILE) that LEDGER-POST reads. A journal
00006C* value-dated past the business date is diverted whole to the
00006D* warehouse (WAREFILE) until LEDGER-RELEASE feeds it back on
00006E* its day. A leg value-dated into an accounting period that
00006F* has been closed on the period control file (PERIODFILE) is
00006G* rejected (PERD) and takes its whole journal with it, so a
00006H* reported month cannot be posted into after the fact.
00006I* Failures go to REJFILE with a reason code; rejects end the
00006J* job with condition code 4 and a control failure with 12.
00006K* A leg may name an external beneficiary (a 'BN' id on BENEFILE)
00006L* in place of a ledger account. Such a leg must be a base-
00006M* currency credit to an active beneficiary or it is rejected
00006N* (BENE) with its journal; one that passes is written to
00006O* VALIDFILE against the payments-clearing account instead, and
00006P* a payment order is raised on PAYFILE for LEDGER-PAYOUT to send.
00006Q* References opening AC, RV, PC, ES, PR or SW belong to the
00006R* ledger's own generated journals; in any other batch such a
00006S* leg is rejected (SREF) with its journal.
000070 PROGRAM-ID. LEDGER-EDIT.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
           SELECT REF-HIST ASSIGN TO "REFHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFH-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERIODFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PRD-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT BENE-FILE ASSIGN TO "BENEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BNF-ID
               FILE STATUS IS WS-BNF-STATUS.
           SELECT PAY-FILE ASSIGN TO "PAYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAY-STATUS.
           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
       FD  REF-HIST.
       01  REF-HIST-RECORD.
           COPY LEDGERRFH.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY LEDGERPRD.
       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY LEDGERRTE.
       FD  BENE-FILE.
       01  BENE-RECORD.
           COPY LEDGERBNF.
       FD  PAY-FILE.
       01  PAY-RECORD.
           COPY LEDGERPAY.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY LEDGERREJ.
       01 WS-CTL-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CTL-FAILED VALUE 'Y'.
       01 WS-BATCH-ID PIC X(08) VALUE SPACES.
       01 WS-REF-BATCH-ID PIC X(08) VALUE SPACES.
       01 WS-SREF-SW PIC X(01) VALUE 'N'.
           88 WS-SYSTEM-REF VALUE 'Y'.
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
       01 WS-EXP-COUNT PIC 9(07) VALUE 0.
       01 WS-EXP-DEBIT PIC S9(09)V99 VALUE 0.
               10 WS-RATE-CCY PIC X(03).
               10 WS-RATE-DATE PIC X(10).
               10 WS-RATE-VAL PIC 9(03)V9(06).
      * Every period locked on the period control file; a leg dated
      * into one of them is refused.
       01 WS-PRD-STATUS PIC X(02) VALUE '00'.
       01 WS-PRD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-PERIODS VALUE 'Y'.
       01 WS-PRD-FULL-SW PIC X(01) VALUE 'N'.
           88 WS-PRD-TABLE-FULL VALUE 'Y'.
       01 WS-CLOSED-SW PIC X(01) VALUE 'N'.
           88 WS-IN-CLOSED-PERIOD VALUE 'Y'.
       01 WS-PRD-CNT PIC 9(03) COMP VALUE 0.
       01 WS-PRD-TABLE.
           05 WS-PRD-ENTRY OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-PRD-CNT
                   INDEXED BY WS-PRD-IDX
                   PIC X(07).
       01 WS-PRE-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-PREPASS VALUE 'Y'.
       01 WS-JNL-FULL-SW PIC X(01) VALUE 'N'.
               10 WS-JNL-NET PIC S9(11)V99.
               10 WS-JNL-DAMAGED PIC X(01).
               10 WS-JNL-MAXDT PIC X(10).
               10 WS-JNL-DR-ACCT PIC X(10).
       01 WS-JNL-HIT-SW PIC X(01) VALUE 'N'.
           88 WS-JNL-HIT VALUE 'Y'.
       01 WS-WARE-STATUS PIC X(02) VALUE '00'.
                   INDEXED BY WS-RIMG-IDX.
               10 WS-RIMG-REASON PIC X(04).
               10 WS-RIMG-IMAGE PIC X(47).
      * Active external beneficiaries, and the payment orders raised
      * this run. A beneficiary leg posts to the payments-clearing
      * account, which must be on the chart-of-accounts master (ACCT
      * function). An order already on PAYFILE from an earlier run of
      * the same batch is raised afresh; a second leg to the same
      * beneficiary in one journal adds to the order raised this run.
       01 WS-CLEAR-ACCT PIC X(10) VALUE '9999999995'.
       01 WS-BNF-STATUS PIC X(02) VALUE '00'.
       01 WS-PAY-STATUS PIC X(02) VALUE '00'.
       01 WS-BNF-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-BENES VALUE 'Y'.
       01 WS-BNF-FULL-SW PIC X(01) VALUE 'N'.
           88 WS-BNT-TABLE-FULL VALUE 'Y'.
       01 WS-BENE-SW PIC X(01) VALUE 'N'.
           88 WS-BENE-LEG VALUE 'Y'.
           88 WS-BENE-REFUSED VALUE 'X'.
       01 WS-PAY-HIT-SW PIC X(01) VALUE 'N'.
           88 WS-PAY-RAISED VALUE 'Y'.
       01 WS-PAY-CNT PIC 9(05) VALUE 0.
       01 WS-AMT-EDIT-C PIC -(8)9.99.
       01 WS-BNT-CNT PIC 9(04) COMP VALUE 0.
       01 WS-BNT-TABLE.
           05 WS-BNT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BNT-CNT
                   INDEXED BY WS-BNT-IDX.
               10 WS-BNT-ID PIC X(10).
               10 WS-BNT-ROUTING PIC X(09).
               10 WS-BNT-ACCOUNT PIC X(17).
               10 WS-BNT-NAME PIC X(22).
               10 WS-BNT-ACCT-TYPE PIC X(01).
       01 WS-PKEY-CNT PIC 9(05) COMP VALUE 0.
       01 WS-PKEY-TABLE.
           05 WS-PKEY-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PKEY-CNT
                   INDEXED BY WS-PKEY-IDX
                   PIC X(22).
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        END-STRING
        PERFORM I-PARA
        PERFORM U-PARA
        PERFORM B4-PARA
        PERFORM B6-PARA
        OPEN I-O PAY-FILE
        IF WS-PAY-STATUS = '35'
            OPEN OUTPUT PAY-FILE
            CLOSE PAY-FILE
            OPEN I-O PAY-FILE
        END-IF
        IF WS-PAY-STATUS NOT = '00'
            DISPLAY 'LEDGER-EDIT: UNABLE TO OPEN PAYFILE, STATUS '
                    WS-PAY-STATUS
            CLOSE TRANS-FILE
            CLOSE VALID-FILE
            CLOSE WARE-FILE
            CLOSE REJECT-FILE
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        PERFORM S-PARA.

        C-PARA.
            ELSE
                ADD 1 TO WS-PASS-CNT
                PERFORM M-PARA
                IF WS-BENE-LEG
                    PERFORM O3-PARA
                END-IF
                MOVE TRANS-RECORD TO VALID-RECORD
                WRITE VALID-RECORD
                IF TX-IS-DEBIT

        D-PARA.
        MOVE SPACES TO WS-REASON-CODE
        MOVE 'N' TO WS-BENE-SW
        IF TX-ACCOUNT = SPACES
            MOVE 'ACCT' TO WS-REASON-CODE
        ELSE
                    IF NOT WS-DATE-OK
                        MOVE 'DATE' TO WS-REASON-CODE
                    ELSE
                        PERFORM Z2-PARA
                        IF WS-IN-CLOSED-PERIOD
                            MOVE 'PERD' TO WS-REASON-CODE
                        ELSE
                            IF TX-REFERENCE = SPACES
                                MOVE 'JNLB' TO WS-REASON-CODE
                            ELSE
                                PERFORM D2-PARA
                                PERFORM D3-PARA
                                IF WS-BENE-REFUSED
                                    MOVE 'BENE' TO WS-REASON-CODE
                                ELSE
                                    IF WS-SYSTEM-REF
                                        MOVE 'SREF' TO WS-REASON-CODE
                                    ELSE
                                        PERFORM H-PARA
                                    END-IF
                                END-IF
                                IF WS-REASON-CODE = SPACES
                                    PERFORM W-PARA
                                END-IF
                            END-IF
                        END-IF
                    END-IF
            END-IF
        END-IF.

      * Load the closed periods off the period control file. No file
      * yet simply means no period has ever been closed.
        B4-PARA.
        OPEN INPUT PERIOD-FILE
        IF WS-PRD-STATUS NOT = '00'
            SET WS-END-OF-PERIODS TO TRUE
        END-IF
        PERFORM B5-PARA WITH TEST AFTER UNTIL WS-END-OF-PERIODS
        IF WS-PRD-STATUS NOT = '35'
            CLOSE PERIOD-FILE
        END-IF
        MOVE '00' TO WS-PRD-STATUS.

        B5-PARA.
        IF NOT WS-END-OF-PERIODS
            READ PERIOD-FILE
                AT END
                    SET WS-END-OF-PERIODS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-PERIODS
            IF PRD-IS-CLOSED
                IF WS-PRD-CNT < 600
                    ADD 1 TO WS-PRD-CNT
                    MOVE PRD-PERIOD TO WS-PRD-ENTRY(WS-PRD-CNT)
                ELSE
                    SET WS-PRD-TABLE-FULL TO TRUE
                END-IF
            END-IF
        END-IF.

      * Count the rejects already on file so new ones continue the
      * sequence the REPAIR function quotes, and remember each open
      * reject's reason and image so a rerun does not append the
        F-PARA.
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        IF WS-PAY-CNT > 0
            STRING 'PAYMENT ORDERS RAISED: '
                    WS-PAY-CNT
                    '   VIA CLEARING ACCOUNT '
                    WS-CLEAR-ACCT
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
        END-IF
        STRING 'RECORDS READ: '
                WS-READ-CNT
                '   PASSED: '
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
        IF WS-PRD-TABLE-FULL
            MOVE SPACES TO REPORT-LINE
            STRING '   *** PERIOD TABLE FULL -- closed periods past'
                    ' the first 600 were not enforced ***'
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
        IF WS-BNT-TABLE-FULL
            MOVE SPACES TO REPORT-LINE
            STRING '   *** BENEFICIARY TABLE FULL -- beneficiaries'
                    ' past the first 2000 were refused (BENE) ***'
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF.

        G-PARA.
        CLOSE TRANS-FILE
        CLOSE VALID-FILE
        CLOSE WARE-FILE
        CLOSE PAY-FILE
        CLOSE REJECT-FILE
        CLOSE REPORT-FILE.

                IF BCT-BUS-DATE NOT = SPACES
                    MOVE BCT-BUS-DATE TO WS-EDIT-DATE
                END-IF
                MOVE BCT-BATCH-ID TO WS-REF-BATCH-ID
            ELSE
                IF NOT BCT-IS-TRAILER
                    IF TX-REFERENCE NOT = SPACES
                MOVE 0 TO WS-JNL-NET(WS-JNL-IDX)
                MOVE 'N' TO WS-JNL-DAMAGED(WS-JNL-IDX)
                MOVE SPACES TO WS-JNL-MAXDT(WS-JNL-IDX)
                MOVE SPACES TO WS-JNL-DR-ACCT(WS-JNL-IDX)
                SET WS-JNL-HIT TO TRUE
            ELSE
                SET WS-JNL-TABLE-FULL TO TRUE
        IF WS-JNL-HIT
            MOVE TX-EFF-DATE TO WS-CHK-DATE
            PERFORM Z-PARA
            MOVE 'N' TO WS-CLOSED-SW
            IF WS-DATE-OK
                PERFORM Z2-PARA
            END-IF
            PERFORM D2-PARA
            PERFORM D3-PARA
            IF TX-ACCOUNT = SPACES OR TX-AMOUNT = 0
                    OR (NOT TX-IS-DEBIT AND NOT TX-IS-CREDIT)
                    OR NOT WS-DATE-OK
                    OR WS-IN-CLOSED-PERIOD
                    OR WS-BENE-REFUSED
                    OR WS-SYSTEM-REF
                MOVE 'Y' TO WS-JNL-DAMAGED(WS-JNL-IDX)
            ELSE
                IF TX-IS-DEBIT
                        AND WS-JNL-DR-ACCT(WS-JNL-IDX) = SPACES
                    MOVE TX-ACCOUNT TO WS-JNL-DR-ACCT(WS-JNL-IDX)
                END-IF
                IF TX-EFF-DATE = SPACES
                    MOVE WS-EDIT-DATE TO WS-EFF-DATE
                ELSE
                END-IF
            END-IF
        END-IF.

      * The closed-period lock for an already validated date: a blank
      * date is the business date, and the leg is refused when its
      * YYYY-MM is a period the close has locked.
        Z2-PARA.
        MOVE 'N' TO WS-CLOSED-SW
        IF WS-CHK-DATE = SPACES
            MOVE WS-EDIT-DATE TO WS-CHK-DATE
        END-IF
        SET WS-PRD-IDX TO 1
        SEARCH WS-PRD-ENTRY
            AT END
                CONTINUE
            WHEN WS-PRD-ENTRY(WS-PRD-IDX) = WS-CHK-DATE(1:7)
                SET WS-IN-CLOSED-PERIOD TO TRUE
        END-SEARCH.

      * Load the active external beneficiaries. No file yet simply
      * means nobody can be paid away, and every 'BN' leg rejects.
        B6-PARA.
        OPEN INPUT BENE-FILE
        IF WS-BNF-STATUS NOT = '00'
            SET WS-END-OF-BENES TO TRUE
        END-IF
        PERFORM B7-PARA WITH TEST AFTER UNTIL WS-END-OF-BENES
        IF WS-BNF-STATUS NOT = '35'
            CLOSE BENE-FILE
        END-IF
        MOVE '00' TO WS-BNF-STATUS.

        B7-PARA.
        IF NOT WS-END-OF-BENES
            READ BENE-FILE
                AT END
                    SET WS-END-OF-BENES TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-BENES
            IF BNF-IS-ACTIVE
                IF WS-BNT-CNT < 2000
                    ADD 1 TO WS-BNT-CNT
                    MOVE BNF-ID TO WS-BNT-ID(WS-BNT-CNT)
                    MOVE BNF-ROUTING TO WS-BNT-ROUTING(WS-BNT-CNT)
                    MOVE BNF-ACCOUNT TO WS-BNT-ACCOUNT(WS-BNT-CNT)
                    MOVE BNF-NAME TO WS-BNT-NAME(WS-BNT-CNT)
                    MOVE BNF-ACCT-TYPE
                            TO WS-BNT-ACCT-TYPE(WS-BNT-CNT)
                ELSE
                    SET WS-BNT-TABLE-FULL TO TRUE
                END-IF
            END-IF
        END-IF.

      * A leg naming an external beneficiary ('BN') instead of a
      * ledger account. Money can only be paid away, so the leg must
      * be a credit, in the base currency, to a beneficiary active on
      * BENEFILE; anything else is refused (BENE). A good one leaves
      * WS-BNT-IDX on the beneficiary's entry.
        D2-PARA.
        MOVE 'N' TO WS-BENE-SW
        IF TX-ACCOUNT(1:2) = 'BN'
            SET WS-BENE-REFUSED TO TRUE
            SET WS-BNT-IDX TO 1
            SEARCH WS-BNT-ENTRY
                AT END
                    CONTINUE
                WHEN WS-BNT-ID(WS-BNT-IDX) = TX-ACCOUNT
                    IF TX-IS-CREDIT
                            AND (TX-CURRENCY = SPACES
                                OR TX-CURRENCY = WS-BASE-CCY)
                        SET WS-BENE-LEG TO TRUE
                    END-IF
            END-SEARCH
        END-IF.

      * References opening 'AC', 'RV', 'PC', 'ES', 'PR' or 'SW' are
      * reserved for the journals the ledger raises itself (accruals,
      * revaluation, period close, escheat, payment returns and
      * sweeps). The dormancy, monitoring and posting steps trust the
      * prefix, so a leg carrying one is refused (SREF) unless its
      * batch header names the generator that owns the prefix.
        D3-PARA.
        MOVE 'N' TO WS-SREF-SW
        EVALUATE TX-REFERENCE(1:2)
            WHEN 'AC'
                IF WS-REF-BATCH-ID NOT = 'ACCRBTCH'
                    SET WS-SYSTEM-REF TO TRUE
                END-IF
            WHEN 'RV'
                IF WS-REF-BATCH-ID NOT = 'REVALBTC'
                    SET WS-SYSTEM-REF TO TRUE
                END-IF
            WHEN 'PC'
                IF WS-REF-BATCH-ID NOT = 'PERCLOSE'
                    SET WS-SYSTEM-REF TO TRUE
                END-IF
            WHEN 'ES'
                IF WS-REF-BATCH-ID NOT = 'ESCHEAT'
                    SET WS-SYSTEM-REF TO TRUE
                END-IF
            WHEN 'PR'
                IF WS-REF-BATCH-ID NOT = 'PAYRTN'
                    SET WS-SYSTEM-REF TO TRUE
                END-IF
            WHEN 'SW'
                IF WS-REF-BATCH-ID NOT = 'SWEEP'
                    SET WS-SYSTEM-REF TO TRUE
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

      * A beneficiary leg that has passed: raise (or, on a rerun of
      * the same batch, raise afresh) its payment order with the
      * beneficiary's details and the account the journal debits, and
      * send the leg itself on to the posting step against the
      * payments-clearing account.
        O3-PARA.
        MOVE TX-REFERENCE TO PAY-REFERENCE
        MOVE TX-ACCOUNT TO PAY-BENE-ID
        MOVE 'N' TO WS-PAY-HIT-SW
        SET WS-PKEY-IDX TO 1
        SEARCH WS-PKEY-ENTRY
            AT END
                CONTINUE
            WHEN WS-PKEY-ENTRY(WS-PKEY-IDX) = PAY-KEY
                SET WS-PAY-RAISED TO TRUE
        END-SEARCH
        READ PAY-FILE
            INVALID KEY
                PERFORM O4-PARA
                WRITE PAY-RECORD
            NOT INVALID KEY
                IF WS-PAY-RAISED
                    ADD TX-AMOUNT TO PAY-AMOUNT
                    REWRITE PAY-RECORD
                ELSE
                    IF PAY-IS-PENDING
                        PERFORM O4-PARA
                        REWRITE PAY-RECORD
                    END-IF
                END-IF
        END-READ
        MOVE SPACES TO REPORT-LINE
        IF WS-PAY-STATUS NOT = '00'
            STRING 'RECORD '
                    WS-READ-CNT
                    ' PAYMENT ORDER NOT RAISED, PAYFILE STATUS '
                    WS-PAY-STATUS
                    ' REFERENCE '
                    TX-REFERENCE
                    INTO REPORT-LINE
            END-STRING
            SET WS-CTL-FAILED TO TRUE
        ELSE
            IF NOT WS-PAY-RAISED
                ADD 1 TO WS-PAY-CNT
                IF WS-PKEY-CNT < 5000
                    ADD 1 TO WS-PKEY-CNT
                    MOVE PAY-KEY TO WS-PKEY-ENTRY(WS-PKEY-CNT)
                END-IF
            END-IF
            MOVE TX-AMOUNT TO WS-AMT-EDIT-C
            STRING 'RECORD '
                    WS-READ-CNT
                    ' PAYMENT TO '
                    TX-ACCOUNT
                    ' '
                    WS-AMT-EDIT-C
                    ' VIA CLEARING, REFERENCE '
                    TX-REFERENCE
                    INTO REPORT-LINE
            END-STRING
        END-IF
        WRITE REPORT-LINE
        MOVE WS-CLEAR-ACCT TO TX-ACCOUNT.

        O4-PARA.
        MOVE SPACES TO PAY-RECORD
        MOVE TX-REFERENCE TO PAY-REFERENCE
        MOVE TX-ACCOUNT TO PAY-BENE-ID
        SET PAY-IS-PENDING TO TRUE
        MOVE 'N' TO PAY-POSTED-FLAG
        MOVE TX-AMOUNT TO PAY-AMOUNT
        MOVE WS-BNT-ROUTING(WS-BNT-IDX) TO PAY-ROUTING
        MOVE WS-BNT-ACCOUNT(WS-BNT-IDX) TO PAY-BENE-ACCOUNT
        MOVE WS-BNT-NAME(WS-BNT-IDX) TO PAY-BENE-NAME
        MOVE WS-BNT-ACCT-TYPE(WS-BNT-IDX) TO PAY-BENE-ACCT-TYPE
        MOVE SPACES TO PAY-CUST-ACCOUNT
        SET WS-JNL-IDX TO 1
        SEARCH WS-JNL-ENTRY
            AT END
                CONTINUE
            WHEN WS-JNL-REF(WS-JNL-IDX) = TX-REFERENCE
                MOVE WS-JNL-DR-ACCT(WS-JNL-IDX) TO PAY-CUST-ACCOUNT
        END-SEARCH
        MOVE TX-EFF-DATE TO PAY-EFF-DATE
        MOVE WS-EDIT-DATE TO PAY-CREATED-DATE.
