000010 IDENTIFICATION DIVISION.
000050* THIS IS A COBOL PROGRAM THAT WILL RUN IN LAMBDA.
000060* It is the checker's side of dual control. An ACCT LIMIT, CLOSE,
000061* REACTIVATE or SWEEP, a REVERSE or a REPAIR keyed by a maker only
000062* goes onto the pending-approval file (PENDFILE) with the maker's
000063* id, the request image and the before and after images of the
000064* record it would change. A second operator then decides the item
000065* by its number: APPROVE replays the stored request through the
000066* maker's own program under function id APPROVED, so the change is
000067* applied by exactly the code that validated it, and DECLINE
000068* discards it. The maker can never decide their own item, and an
000069* ACCTFILE or REJFILE record that has moved on since the item was
00006A* raised is refused rather than overwritten, since the checker
00006B* signed off on the before image shown to them.
00006C* Function ids: APPROVE and DECLINE. CALLed by the dispatcher
00006D* (LEDGER-DISPATCHER), which is the program's only entry point.
000070 PROGRAM-ID. LEDGER-APPROVE.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS WS-PEND-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  PEND-FILE.
       01  PEND-RECORD.
           COPY LEDGERPND.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY LEDGERACT.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY LEDGERREJ.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY LEDGERAUD.
000090 WORKING-STORAGE SECTION.
000110 01 WS-MESSAGE PIC X(1500).
000120 01 WS-LAMBDA PIC X(1000).
000130 01 WS-COUNT PIC 9(04) VALUE 1.
000140 01 WS-COUNTR PIC 9(04) VALUE 1.
000150 01 WS-TMP PIC X(10).
       01 WS-PEND-STATUS PIC X(02) VALUE '00'.
       01 WS-ACCT-STATUS PIC X(02) VALUE '00'.
       01 WS-REJ-STATUS PIC X(02) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01 WS-STATUS-CODE PIC 9(03) VALUE 200.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 WS-OVERFLOW-OCCURRED VALUE 'Y'.
       01 WS-HARD-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-HARD-FAILURE VALUE 'Y'.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-ITEM-FOUND VALUE 'Y'.
       01 WS-STALE-SW PIC X(01) VALUE 'N'.
           88 WS-IMAGE-STALE VALUE 'Y'.
       01 WS-REJ-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-REJECTS VALUE 'Y'.
       01 WS-REJ-HIT-SW PIC X(01) VALUE 'N'.
           88 WS-REJECT-MATCHED VALUE 'Y'.
       01 WS-FUNCTION-ID PIC X(10) VALUE 'APPROVE'.
       01 WS-ITEM-TXT PIC X(08) VALUE SPACES.
       01 WS-ITEM-ID PIC 9(06) VALUE 0.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-CALL-EVENT PIC X(2000) VALUE SPACES.
       01 WS-CALL-FUNCTION PIC X(10) VALUE SPACES.
       01 WS-CALL-RESPONSE PIC X(1000) VALUE SPACES.
       01 WS-CALL-STATUS-TXT PIC X(03) VALUE SPACES.
       01 WS-CALL-MESSAGE PIC X(1000) VALUE SPACES.
       01 WS-INPUT-SUMMARY PIC X(60) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-CUR-DATE8 PIC 9(08) VALUE 0.
       01 WS-CUR-DATE-X REDEFINES WS-CUR-DATE8.
           05 WS-CUR-YYYY PIC 9(04).
           05 WS-CUR-MM PIC 9(02).
           05 WS-CUR-DD PIC 9(02).
       01 WS-CUR-TIME8 PIC 9(08) VALUE 0.
       01 WS-CUR-TIME-X REDEFINES WS-CUR-TIME8.
           05 WS-CUR-HH PIC 9(02).
           05 WS-CUR-MIN PIC 9(02).
           05 WS-CUR-SEC PIC 9(02).
           05 WS-CUR-CENT PIC 9(02).
000160 LINKAGE SECTION.
       01 LS-EVENT-JSON PIC X(2000).
       01 LS-FUNCTION-ID PIC X(10).
       01 LS-RESPONSE-JSON PIC X(1000).

       PROCEDURE DIVISION USING LS-EVENT-JSON LS-FUNCTION-ID
               LS-RESPONSE-JSON.
        A-PARA.
        PERFORM C-PARA
        PERFORM D-PARA
        PERFORM E-PARA
        PERFORM B-LAMBDAFORMAT
        PERFORM F-PARA
        CLOSE PEND-FILE
        MOVE WS-LAMBDA TO LS-RESPONSE-JSON
        IF WS-OVERFLOW-OCCURRED
            MOVE 4 TO RETURN-CODE
        ELSE
            IF WS-HARD-FAILURE
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
        GOBACK.

        B-LAMBDAFORMAT.
        IF WS-OVERFLOW-OCCURRED
            PERFORM J-PARA
        ELSE
            STRING '{'
                    '"statusCode": '
                    FUNCTION TRIM(WS-STATUS-CODE)
                    ','
                    '"headers": {"Content-Type": "application/json"},'
                    '"isBase64Encoded": false,'
                    '"body":'
                    '"{\"message\":\"'
                    FUNCTION TRIM(WS-MESSAGE)
                    '\",'
                    '\"runtime\":\"COBOL\",'
                    '\"function\":\"'
                    FUNCTION TRIM(WS-FUNCTION-ID)
                    '\"}"}'
                    INTO WS-LAMBDA
                    WITH POINTER WS-COUNT
                    ON OVERFLOW
                        SET WS-OVERFLOW-OCCURRED TO TRUE
                        PERFORM J-PARA
            END-STRING
        END-IF.

        C-PARA.
        ACCEPT WS-CUR-DATE8 FROM DATE YYYYMMDD
        ACCEPT WS-CUR-TIME8 FROM TIME
        MOVE LS-FUNCTION-ID TO WS-FUNCTION-ID
        IF WS-FUNCTION-ID = SPACES OR LOW-VALUES
            MOVE 'APPROVE' TO WS-FUNCTION-ID
        END-IF
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP
        END-STRING
        ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'
        IF WS-OPERATOR = SPACES
            MOVE 'UNKNOWN' TO WS-OPERATOR
        END-IF
        MOVE SPACES TO WS-MESSAGE
        MOVE SPACES TO WS-LAMBDA
        MOVE LS-EVENT-JSON(1:60) TO WS-INPUT-SUMMARY
        OPEN I-O PEND-FILE
        IF WS-PEND-STATUS = '35'
            OPEN OUTPUT PEND-FILE
            CLOSE PEND-FILE
            OPEN I-O PEND-FILE
        END-IF
        IF WS-PEND-STATUS NOT = '00'
            SET WS-HARD-FAILURE TO TRUE
        END-IF.

        D-PARA.
        MOVE SPACES TO WS-ITEM-TXT
        UNSTRING LS-EVENT-JSON DELIMITED BY '"item":"'
                INTO WS-TMP WS-ITEM-TXT
        END-UNSTRING
        IF WS-ITEM-TXT NOT = SPACES
            UNSTRING WS-ITEM-TXT DELIMITED BY '"'
                    INTO WS-ITEM-TXT
            END-UNSTRING
        END-IF
        MOVE 0 TO WS-ITEM-ID
        IF WS-ITEM-TXT NOT = SPACES
            COMPUTE WS-ITEM-ID = FUNCTION NUMVAL(WS-ITEM-TXT)
        END-IF.

        E-PARA.
        IF WS-HARD-FAILURE
            MOVE 'PENDFILE unavailable' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
        ELSE
            IF WS-ITEM-ID = 0
                MOVE 'no item supplied in request' TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            ELSE
                MOVE WS-ITEM-ID TO PND-ID
                READ PEND-FILE
                    INVALID KEY
                        SET WS-FOUND-SW TO 'N'
                    NOT INVALID KEY
                        SET WS-ITEM-FOUND TO TRUE
                END-READ
                IF NOT WS-ITEM-FOUND
                    STRING 'item '
                            WS-ITEM-ID
                            ' not found'
                            INTO WS-MESSAGE
                    END-STRING
                    MOVE 404 TO WS-STATUS-CODE
                ELSE
                    PERFORM G-PARA
                END-IF
            END-IF
        END-IF.

      * The item is on file: it must still be awaiting a decision and
      * the operator deciding it must not be the one who raised it.
        G-PARA.
        MOVE SPACES TO WS-INPUT-SUMMARY
        STRING FUNCTION TRIM(WS-FUNCTION-ID)
                ' ' FUNCTION TRIM(WS-OPERATOR)
                ' ITEM ' PND-ID
                ' ' FUNCTION TRIM(PND-FUNCTION)
                ' MAKER ' FUNCTION TRIM(PND-MAKER)
                INTO WS-INPUT-SUMMARY
        END-STRING
        IF NOT PND-IS-PENDING
            IF PND-IS-APPROVED
                STRING 'item ' PND-ID ' already approved by '
                        FUNCTION TRIM(PND-CHECKER)
                        INTO WS-MESSAGE
                END-STRING
            ELSE
                STRING 'item ' PND-ID ' already declined by '
                        FUNCTION TRIM(PND-CHECKER)
                        INTO WS-MESSAGE
                END-STRING
            END-IF
            MOVE 409 TO WS-STATUS-CODE
        ELSE
            IF PND-MAKER = WS-OPERATOR
                STRING 'item ' PND-ID ' was raised by '
                        FUNCTION TRIM(PND-MAKER)
                        ' -- a second operator must decide it'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 403 TO WS-STATUS-CODE
            ELSE
                IF WS-FUNCTION-ID = 'DECLINE'
                    PERFORM H-PARA
                ELSE
                    PERFORM I-PARA
                END-IF
            END-IF
        END-IF.

      * DECLINE: the item is closed off with the checker's id and
      * nothing the maker keyed is applied.
        H-PARA.
        SET PND-IS-DECLINED TO TRUE
        MOVE WS-OPERATOR TO PND-CHECKER
        MOVE WS-TIMESTAMP TO PND-DECIDED-TS
        REWRITE PEND-RECORD
        IF WS-PEND-STATUS = '00'
            STRING 'item ' PND-ID ' '
                    FUNCTION TRIM(PND-FUNCTION) ' '
                    FUNCTION TRIM(PND-TARGET-KEY)
                    ' declined by '
                    FUNCTION TRIM(WS-OPERATOR)
                    INTO WS-MESSAGE
            END-STRING
            MOVE 200 TO WS-STATUS-CODE
        ELSE
            MOVE 'PENDFILE rewrite failed' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
            SET WS-HARD-FAILURE TO TRUE
        END-IF.

      * APPROVE: prove the record still matches the before image the
      * item was raised against, then replay the request through the
      * maker's program. Only a 200 from that program closes the item
      * as approved; anything else (a lock held by a posting run, a
      * reference since reversed) leaves it pending with the reason.
        I-PARA.
        PERFORM K-PARA
        IF WS-IMAGE-STALE
            STRING 'item ' PND-ID ' '
                    FUNCTION TRIM(PND-TARGET-KEY)
                    ' has changed since the item was raised'
                    ' -- decline it and key the change again'
                    INTO WS-MESSAGE
            END-STRING
            MOVE 409 TO WS-STATUS-CODE
        ELSE
            PERFORM L-PARA
            IF WS-CALL-STATUS-TXT = '200'
                SET PND-IS-APPROVED TO TRUE
                MOVE WS-OPERATOR TO PND-CHECKER
                MOVE WS-TIMESTAMP TO PND-DECIDED-TS
                REWRITE PEND-RECORD
                IF WS-PEND-STATUS = '00'
                    STRING 'item ' PND-ID ' approved by '
                            FUNCTION TRIM(WS-OPERATOR)
                            ': '
                            FUNCTION TRIM(WS-CALL-MESSAGE)
                            INTO WS-MESSAGE
                            WITH POINTER WS-COUNTR
                            ON OVERFLOW
                                SET WS-OVERFLOW-OCCURRED TO TRUE
                    END-STRING
                    MOVE 200 TO WS-STATUS-CODE
                ELSE
                    STRING 'item ' PND-ID ' applied but PENDFILE'
                            ' rewrite failed -- do not approve again'
                            INTO WS-MESSAGE
                    END-STRING
                    MOVE 500 TO WS-STATUS-CODE
                    SET WS-HARD-FAILURE TO TRUE
                END-IF
            ELSE
                STRING 'item ' PND-ID ' not applied: '
                        FUNCTION TRIM(WS-CALL-MESSAGE)
                        INTO WS-MESSAGE
                        WITH POINTER WS-COUNTR
                        ON OVERFLOW
                            SET WS-OVERFLOW-OCCURRED TO TRUE
                END-STRING
                IF WS-CALL-STATUS-TXT IS NUMERIC
                    MOVE WS-CALL-STATUS-TXT TO WS-STATUS-CODE
                ELSE
                    MOVE 500 TO WS-STATUS-CODE
                END-IF
                IF WS-STATUS-CODE = 500
                    SET WS-HARD-FAILURE TO TRUE
                END-IF
            END-IF
        END-IF.

      * Before-image check. An account record is read by key; a reject
      * is matched on its whole image, since REJFILE has no key and
      * the cutoff renumbers nothing but drops repaired items. A
      * reversal needs no check here: LEDGER-REVERSE itself refuses a
      * reference that has already been reversed.
        K-PARA.
        EVALUATE TRUE
            WHEN PND-ACCT-IMAGE
                OPEN INPUT ACCT-FILE
                IF WS-ACCT-STATUS NOT = '00'
                    SET WS-IMAGE-STALE TO TRUE
                ELSE
                    MOVE PND-TARGET-KEY(1:10) TO ACT-ACCOUNT
                    READ ACCT-FILE
                        INVALID KEY
                            SET WS-IMAGE-STALE TO TRUE
                        NOT INVALID KEY
                            IF ACCT-RECORD NOT =
                                    PND-BEFORE-IMAGE(1:87)
                                SET WS-IMAGE-STALE TO TRUE
                            END-IF
                    END-READ
                    CLOSE ACCT-FILE
                END-IF
            WHEN PND-REJ-IMAGE
                OPEN INPUT REJECT-FILE
                IF WS-REJ-STATUS NOT = '00'
                    SET WS-END-OF-REJECTS TO TRUE
                END-IF
                PERFORM M-PARA WITH TEST AFTER
                        UNTIL WS-END-OF-REJECTS OR WS-REJECT-MATCHED
                IF WS-REJ-STATUS = '00' OR WS-REJ-STATUS = '10'
                    CLOSE REJECT-FILE
                END-IF
                IF NOT WS-REJECT-MATCHED
                    SET WS-IMAGE-STALE TO TRUE
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

        M-PARA.
        IF NOT WS-END-OF-REJECTS
            READ REJECT-FILE
                AT END
                    SET WS-END-OF-REJECTS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-REJECTS
            IF REJECT-RECORD = PND-BEFORE-IMAGE(1:67)
                SET WS-REJECT-MATCHED TO TRUE
            END-IF
        END-IF.

      * Replay the stored request through the maker's program. The
      * function id APPROVED takes that program down its apply path
      * and it writes its own audit record for the change as it
      * always has; its status code and message come back here.
        L-PARA.
        MOVE PND-REQUEST-IMAGE TO WS-CALL-EVENT
        MOVE 'APPROVED' TO WS-CALL-FUNCTION
        MOVE SPACES TO WS-CALL-RESPONSE
        EVALUATE PND-FUNCTION
            WHEN 'ACCT'
                CALL 'LEDGER-ACCTMAINT' USING WS-CALL-EVENT
                        WS-CALL-FUNCTION WS-CALL-RESPONSE
            WHEN 'REVERSE'
                CALL 'LEDGER-REVERSE' USING WS-CALL-EVENT
                        WS-CALL-FUNCTION WS-CALL-RESPONSE
            WHEN 'REPAIR'
                CALL 'LEDGER-REPAIR' USING WS-CALL-EVENT
                        WS-CALL-FUNCTION WS-CALL-RESPONSE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        MOVE SPACES TO WS-CALL-STATUS-TXT
        MOVE SPACES TO WS-CALL-MESSAGE
        IF WS-CALL-RESPONSE = SPACES
            MOVE '500' TO WS-CALL-STATUS-TXT
            MOVE 'no program applies this kind of item'
                    TO WS-CALL-MESSAGE
        ELSE
            UNSTRING WS-CALL-RESPONSE DELIMITED BY '"statusCode": '
                    INTO WS-TMP WS-CALL-STATUS-TXT
            END-UNSTRING
            UNSTRING WS-CALL-RESPONSE DELIMITED BY '\"message\":\"'
                    INTO WS-TMP WS-CALL-MESSAGE
            END-UNSTRING
            IF WS-CALL-MESSAGE NOT = SPACES
                UNSTRING WS-CALL-MESSAGE DELIMITED BY '\"'
                        INTO WS-CALL-MESSAGE
                END-UNSTRING
            END-IF
        END-IF.

      * The audit file is opened only now, after any replayed program
      * has written and closed its own record, so the two never hold
      * AUDITFILE open at the same time.
        F-PARA.
        OPEN EXTEND AUDIT-FILE
        IF WS-AUDIT-STATUS NOT = '00'
            OPEN OUTPUT AUDIT-FILE
        END-IF
        MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
        MOVE WS-FUNCTION-ID TO AUD-FUNCTION-ID
        MOVE WS-INPUT-SUMMARY TO AUD-INPUT-SUMMARY
        MOVE WS-STATUS-CODE TO AUD-STATUS-CODE
        WRITE AUDIT-RECORD
        CLOSE AUDIT-FILE.

        J-PARA.
        MOVE 500 TO WS-STATUS-CODE
        MOVE SPACES TO WS-LAMBDA
        MOVE 1 TO WS-COUNT
        STRING '{'
                '"statusCode": '
                FUNCTION TRIM(WS-STATUS-CODE)
                ','
                '"headers": {"Content-Type": "application/json"},'
                '"isBase64Encoded": false,'
                '"body":'
                '"{\"message\":\"approval message exceeded '
                'output buffer\",\"runtime\":\"COBOL\",'
                '\"function\":\"'
                FUNCTION TRIM(WS-FUNCTION-ID)
                '\"}"}'
                INTO WS-LAMBDA
                WITH POINTER WS-COUNT
                ON OVERFLOW DISPLAY 'OVERFLOW!'
        END-STRING.
