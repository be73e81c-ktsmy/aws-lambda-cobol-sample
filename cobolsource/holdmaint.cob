000010 IDENTIFICATION DIVISION.
000050* THIS IS A COBOL PROGRAM THAT WILL RUN IN LAMBDA.
000060* It maintains the funds hold file (HOLDFILE): action PLACE
000061* earmarks an amount on an account with a reason and an optional
000062* expiry date, and action RELEASE lifts a hold by account and
000063* hold number, each stamped with the operator's USER id. Nothing
000064* is posted; LEDGER-POST tests debits against the balance less
000065* the active holds, so the held money cannot leave the account
000066* while credits and other debits carry on. Adds the expected
000067* attributes for API Gateway.
000068* Function id: HOLD. CALLed by the dispatcher
000069* (LEDGER-DISPATCHER), which is the program's only entry point.
000070 PROGRAM-ID. LEDGER-HOLDMAINT.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LEDGERHLD.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY LEDGERACT.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY LEDGERAUD.
000090 WORKING-STORAGE SECTION.
000110 01 WS-MESSAGE PIC X(1500).
000120 01 WS-LAMBDA PIC X(1000).
000130 01 WS-COUNT PIC 99 VALUE 1.
000150 01 WS-TMP PIC X(10).
       01 WS-HOLD-STATUS PIC X(02) VALUE '00'.
       01 WS-ACCT-STATUS PIC X(02) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01 WS-STATUS-CODE PIC 9(03) VALUE 200.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 WS-OVERFLOW-OCCURRED VALUE 'Y'.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-HOLD-FOUND VALUE 'Y'.
       01 WS-HARD-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-HARD-FAILURE VALUE 'Y'.
       01 WS-HOLD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-HOLDS VALUE 'Y'.
       01 WS-FUNCTION-ID PIC X(10) VALUE 'HOLD'.
       01 WS-ACTION PIC X(10) VALUE SPACES.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-HOLD-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-HOLD-AMT-TXT PIC X(14) VALUE SPACES.
       01 WS-HOLD-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-HOLD-REASON PIC X(30) VALUE SPACES.
       01 WS-HOLD-EXPIRY PIC X(10) VALUE SPACES.
       01 WS-HOLD-SEQ-TXT PIC X(06) VALUE SPACES.
       01 WS-HOLD-SEQ PIC 9(04) VALUE 0.
       01 WS-LAST-SEQ PIC 9(04) VALUE 0.
       01 WS-SEQ-EDIT PIC 9(04) VALUE 0.
       01 WS-AMOUNT-EDIT PIC ---9(7).99.
       01 WS-TODAY PIC X(10) VALUE SPACES.
       01 WS-CHK-DATE PIC X(10) VALUE SPACES.
       01 WS-DATE-OK-SW PIC X(01) VALUE 'Y'.
           88 WS-DATE-OK VALUE 'Y'.
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
        CLOSE HOLD-FILE
        CLOSE ACCT-FILE
        CLOSE AUDIT-FILE
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
            MOVE 'HOLD' TO WS-FUNCTION-ID
        END-IF
        ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'
        IF WS-OPERATOR = SPACES
            MOVE 'UNKNOWN' TO WS-OPERATOR
        END-IF
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP
        END-STRING
        MOVE WS-TIMESTAMP(1:10) TO WS-TODAY
        MOVE SPACES TO WS-MESSAGE
        MOVE SPACES TO WS-LAMBDA
        MOVE LS-EVENT-JSON(1:60) TO WS-INPUT-SUMMARY
        OPEN I-O HOLD-FILE
        IF WS-HOLD-STATUS = '35'
            OPEN OUTPUT HOLD-FILE
            CLOSE HOLD-FILE
            OPEN I-O HOLD-FILE
        END-IF
        IF WS-HOLD-STATUS NOT = '00'
            SET WS-HARD-FAILURE TO TRUE
        END-IF
        OPEN INPUT ACCT-FILE
        IF WS-ACCT-STATUS = '35'
            OPEN OUTPUT ACCT-FILE
            CLOSE ACCT-FILE
            OPEN INPUT ACCT-FILE
        END-IF
        IF WS-ACCT-STATUS NOT = '00'
            SET WS-HARD-FAILURE TO TRUE
        END-IF
        OPEN EXTEND AUDIT-FILE
        IF WS-AUDIT-STATUS NOT = '00'
            OPEN OUTPUT AUDIT-FILE
        END-IF.

        D-PARA.
        MOVE SPACES TO WS-ACTION
        UNSTRING LS-EVENT-JSON DELIMITED BY '"action":"'
                INTO WS-TMP WS-ACTION
        END-UNSTRING
        IF WS-ACTION NOT = SPACES
            UNSTRING WS-ACTION DELIMITED BY '"'
                    INTO WS-ACTION
            END-UNSTRING
        END-IF
        MOVE SPACES TO WS-HOLD-ACCOUNT
        UNSTRING LS-EVENT-JSON DELIMITED BY '"account":"'
                INTO WS-TMP WS-HOLD-ACCOUNT
        END-UNSTRING
        IF WS-HOLD-ACCOUNT NOT = SPACES
            UNSTRING WS-HOLD-ACCOUNT DELIMITED BY '"'
                    INTO WS-HOLD-ACCOUNT
            END-UNSTRING
        END-IF
        MOVE SPACES TO WS-HOLD-AMT-TXT
        UNSTRING LS-EVENT-JSON DELIMITED BY '"amount":"'
                INTO WS-TMP WS-HOLD-AMT-TXT
        END-UNSTRING
        IF WS-HOLD-AMT-TXT NOT = SPACES
            UNSTRING WS-HOLD-AMT-TXT DELIMITED BY '"'
                    INTO WS-HOLD-AMT-TXT
            END-UNSTRING
        END-IF
        MOVE 0 TO WS-HOLD-AMOUNT
        IF WS-HOLD-AMT-TXT NOT = SPACES
            COMPUTE WS-HOLD-AMOUNT =
                    FUNCTION NUMVAL(WS-HOLD-AMT-TXT)
        END-IF
        MOVE SPACES TO WS-HOLD-REASON
        UNSTRING LS-EVENT-JSON DELIMITED BY '"reason":"'
                INTO WS-TMP WS-HOLD-REASON
        END-UNSTRING
        IF WS-HOLD-REASON NOT = SPACES
            UNSTRING WS-HOLD-REASON DELIMITED BY '"'
                    INTO WS-HOLD-REASON
            END-UNSTRING
        END-IF
        MOVE SPACES TO WS-HOLD-EXPIRY
        UNSTRING LS-EVENT-JSON DELIMITED BY '"expiry":"'
                INTO WS-TMP WS-HOLD-EXPIRY
        END-UNSTRING
        IF WS-HOLD-EXPIRY NOT = SPACES
            UNSTRING WS-HOLD-EXPIRY DELIMITED BY '"'
                    INTO WS-HOLD-EXPIRY
            END-UNSTRING
        END-IF
        MOVE SPACES TO WS-HOLD-SEQ-TXT
        UNSTRING LS-EVENT-JSON DELIMITED BY '"hold":"'
                INTO WS-TMP WS-HOLD-SEQ-TXT
        END-UNSTRING
        IF WS-HOLD-SEQ-TXT NOT = SPACES
            UNSTRING WS-HOLD-SEQ-TXT DELIMITED BY '"'
                    INTO WS-HOLD-SEQ-TXT
            END-UNSTRING
        END-IF
        MOVE 0 TO WS-HOLD-SEQ
        IF WS-HOLD-SEQ-TXT NOT = SPACES
            COMPUTE WS-HOLD-SEQ = FUNCTION NUMVAL(WS-HOLD-SEQ-TXT)
        END-IF.

        E-PARA.
        IF WS-HARD-FAILURE
            MOVE 'HOLDFILE or ACCTFILE unavailable' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
        ELSE
            IF WS-HOLD-ACCOUNT = SPACES
                MOVE 'no account supplied in request' TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            ELSE
                EVALUATE WS-ACTION
                    WHEN 'PLACE'
                        PERFORM G-PARA
                    WHEN 'RELEASE'
                        PERFORM H-PARA
                    WHEN OTHER
                        MOVE 'unsupported action' TO WS-MESSAGE
                        MOVE 400 TO WS-STATUS-CODE
                END-EVALUATE
            END-IF
        END-IF.

        F-PARA.
        MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
        MOVE WS-FUNCTION-ID TO AUD-FUNCTION-ID
        MOVE WS-INPUT-SUMMARY TO AUD-INPUT-SUMMARY
        MOVE WS-STATUS-CODE TO AUD-STATUS-CODE
        WRITE AUDIT-RECORD.

      * PLACE: the account must be on the master and not closed, the
      * amount positive, a reason given, and an expiry - if any - a
      * real date no earlier than today.
        G-PARA.
        IF WS-HOLD-AMOUNT NOT > 0 OR WS-HOLD-REASON = SPACES
            MOVE 'hold needs a positive amount and a reason'
                    TO WS-MESSAGE
            MOVE 400 TO WS-STATUS-CODE
        ELSE
            MOVE WS-HOLD-EXPIRY TO WS-CHK-DATE
            PERFORM K-PARA
            IF NOT WS-DATE-OK
                MOVE 'expiry must be YYYY-MM-DD' TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            ELSE
                IF WS-HOLD-EXPIRY NOT = SPACES
                        AND WS-HOLD-EXPIRY < WS-TODAY
                    MOVE 'expiry is already past' TO WS-MESSAGE
                    MOVE 400 TO WS-STATUS-CODE
                ELSE
                    MOVE WS-HOLD-ACCOUNT TO ACT-ACCOUNT
                    READ ACCT-FILE
                        INVALID KEY
                            STRING 'account '
                                    FUNCTION TRIM(WS-HOLD-ACCOUNT)
                                    ' not found'
                                    INTO WS-MESSAGE
                            END-STRING
                            MOVE 404 TO WS-STATUS-CODE
                        NOT INVALID KEY
                            IF ACT-IS-CLOSED
                                STRING 'account '
                                        FUNCTION TRIM(WS-HOLD-ACCOUNT)
                                        ' is closed'
                                        INTO WS-MESSAGE
                                END-STRING
                                MOVE 409 TO WS-STATUS-CODE
                            ELSE
                                PERFORM G2-PARA
                            END-IF
                    END-READ
                END-IF
            END-IF
        END-IF.

      * Number the hold one past the highest already on the account.
        G2-PARA.
        PERFORM L-PARA
        IF WS-LAST-SEQ NOT < 9999
            MOVE 'hold numbers exhausted for this account'
                    TO WS-MESSAGE
            MOVE 409 TO WS-STATUS-CODE
        ELSE
            MOVE SPACES TO HOLD-RECORD
            MOVE WS-HOLD-ACCOUNT TO HLD-ACCOUNT
            COMPUTE HLD-SEQ = WS-LAST-SEQ + 1
            SET HLD-IS-ACTIVE TO TRUE
            MOVE WS-HOLD-AMOUNT TO HLD-AMOUNT
            MOVE WS-HOLD-REASON TO HLD-REASON
            MOVE WS-OPERATOR TO HLD-PLACED-BY
            MOVE WS-TIMESTAMP TO HLD-PLACED-TS
            MOVE WS-HOLD-EXPIRY TO HLD-EXPIRY
            WRITE HOLD-RECORD
            IF WS-HOLD-STATUS = '00'
                MOVE HLD-SEQ TO WS-SEQ-EDIT
                MOVE WS-HOLD-AMOUNT TO WS-AMOUNT-EDIT
                IF WS-HOLD-EXPIRY = SPACES
                    STRING 'hold '
                            FUNCTION TRIM(WS-HOLD-ACCOUNT)
                            '/' WS-SEQ-EDIT
                            ' placed for '
                            FUNCTION TRIM(WS-AMOUNT-EDIT)
                            ' until released'
                            INTO WS-MESSAGE
                    END-STRING
                ELSE
                    STRING 'hold '
                            FUNCTION TRIM(WS-HOLD-ACCOUNT)
                            '/' WS-SEQ-EDIT
                            ' placed for '
                            FUNCTION TRIM(WS-AMOUNT-EDIT)
                            ' until '
                            WS-HOLD-EXPIRY
                            INTO WS-MESSAGE
                    END-STRING
                END-IF
                MOVE 200 TO WS-STATUS-CODE
            ELSE
                MOVE 'HOLDFILE write failed' TO WS-MESSAGE
                MOVE 500 TO WS-STATUS-CODE
                SET WS-HARD-FAILURE TO TRUE
            END-IF
        END-IF.

      * RELEASE: only an active hold can be lifted.
        H-PARA.
        MOVE WS-HOLD-ACCOUNT TO HLD-ACCOUNT
        MOVE WS-HOLD-SEQ TO HLD-SEQ
        MOVE WS-HOLD-SEQ TO WS-SEQ-EDIT
        READ HOLD-FILE
            INVALID KEY
                MOVE 'N' TO WS-FOUND-SW
            NOT INVALID KEY
                SET WS-HOLD-FOUND TO TRUE
        END-READ
        IF NOT WS-HOLD-FOUND
            STRING 'hold '
                    FUNCTION TRIM(WS-HOLD-ACCOUNT)
                    '/' WS-SEQ-EDIT
                    ' not found'
                    INTO WS-MESSAGE
            END-STRING
            MOVE 404 TO WS-STATUS-CODE
        ELSE
            IF NOT HLD-IS-ACTIVE
                STRING 'hold '
                        FUNCTION TRIM(WS-HOLD-ACCOUNT)
                        '/' WS-SEQ-EDIT
                        ' is no longer active'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 409 TO WS-STATUS-CODE
            ELSE
                SET HLD-IS-RELEASED TO TRUE
                MOVE WS-OPERATOR TO HLD-RELEASED-BY
                MOVE WS-TIMESTAMP TO HLD-RELEASED-TS
                REWRITE HOLD-RECORD
                IF WS-HOLD-STATUS = '00'
                    STRING 'hold '
                            FUNCTION TRIM(WS-HOLD-ACCOUNT)
                            '/' WS-SEQ-EDIT
                            ' released'
                            INTO WS-MESSAGE
                    END-STRING
                    MOVE 200 TO WS-STATUS-CODE
                ELSE
                    MOVE 'HOLDFILE rewrite failed' TO WS-MESSAGE
                    MOVE 500 TO WS-STATUS-CODE
                    SET WS-HARD-FAILURE TO TRUE
                END-IF
            END-IF
        END-IF.

      * Validate a date's shape: blank passes (expiry is optional),
      * anything else must look like YYYY-MM-DD -- the same test the
      * pre-posting edit applies to effective dates.
        K-PARA.
        MOVE 'Y' TO WS-DATE-OK-SW
        IF WS-CHK-DATE NOT = SPACES
            IF WS-CHK-DATE(1:4) IS NOT NUMERIC
                    OR WS-CHK-DATE(5:1) NOT = '-'
                    OR WS-CHK-DATE(6:2) IS NOT NUMERIC
                    OR WS-CHK-DATE(8:1) NOT = '-'
                    OR WS-CHK-DATE(9:2) IS NOT NUMERIC
                MOVE 'N' TO WS-DATE-OK-SW
            ELSE
                IF WS-CHK-DATE(6:2) < '01' OR WS-CHK-DATE(6:2) > '12'
                        OR WS-CHK-DATE(9:2) < '01'
                        OR WS-CHK-DATE(9:2) > '31'
                    MOVE 'N' TO WS-DATE-OK-SW
                END-IF
            END-IF
        END-IF.

      * Find the highest hold number on the account: position at the
      * account's first key and read forward while the account holds.
        L-PARA.
        MOVE 0 TO WS-LAST-SEQ
        MOVE 'N' TO WS-HOLD-EOF-SW
        MOVE WS-HOLD-ACCOUNT TO HLD-ACCOUNT
        MOVE 0 TO HLD-SEQ
        START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
            INVALID KEY
                SET WS-END-OF-HOLDS TO TRUE
        END-START
        PERFORM M-PARA WITH TEST AFTER UNTIL WS-END-OF-HOLDS.

        M-PARA.
        IF NOT WS-END-OF-HOLDS
            READ HOLD-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-HOLDS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-HOLDS
            IF HLD-ACCOUNT NOT = WS-HOLD-ACCOUNT
                SET WS-END-OF-HOLDS TO TRUE
            ELSE
                MOVE HLD-SEQ TO WS-LAST-SEQ
            END-IF
        END-IF.

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
                '"{\"message\":\"hold maintenance message exceeded '
                'output buffer\",\"runtime\":\"COBOL\",'
                '\"function\":\"'
                FUNCTION TRIM(WS-FUNCTION-ID)
                '\"}"}'
                INTO WS-LAMBDA
                WITH POINTER WS-COUNT
                ON OVERFLOW DISPLAY 'OVERFLOW!'
        END-STRING.
