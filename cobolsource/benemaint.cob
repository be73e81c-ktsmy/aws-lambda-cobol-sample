000010 IDENTIFICATION DIVISION.
000050* THIS IS A COBOL PROGRAM THAT WILL RUN IN LAMBDA.
000060* It maintains the external beneficiary file (BENEFILE): the
000061* payees at other banks that a standing instruction or a
000062* transaction leg can pay away to by naming the beneficiary's
000063* id in place of a ledger account. Action ADD files a new
000064* beneficiary - an id beginning 'BN' that is not an ACCTFILE
000065* account, the receiving bank's routing number (check digit
000066* verified), the account there, the name and the kind of
000067* account - CLOSE stops any further payment to one, and INQUIRE
000068* returns one's details. Changes are stamped with the operator's
000069* USER id. Adds the expected attributes for API Gateway.
00006A* Function id: BENE. CALLed by the dispatcher
00006B* (LEDGER-DISPATCHER), which is the program's only entry point.
000070 PROGRAM-ID. LEDGER-BENE.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT BENE-FILE ASSIGN TO "BENEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-ID
               FILE STATUS IS WS-BNF-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT SO-FILE ASSIGN TO "SOFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIO-ID
               FILE STATUS IS WS-SO-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  BENE-FILE.
       01  BENE-RECORD.
           COPY LEDGERBNF.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY LEDGERACT.
       FD  SO-FILE.
       01  SO-RECORD.
           COPY LEDGERSIO.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY LEDGERAUD.
000090 WORKING-STORAGE SECTION.
000110 01 WS-MESSAGE PIC X(1500).
000120 01 WS-LAMBDA PIC X(1000).
000130 01 WS-COUNT PIC 99 VALUE 1.
000150 01 WS-TMP PIC X(10).
       01 WS-BNF-STATUS PIC X(02) VALUE '00'.
       01 WS-ACCT-STATUS PIC X(02) VALUE '00'.
       01 WS-SO-STATUS PIC X(02) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01 WS-STATUS-CODE PIC 9(03) VALUE 200.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 WS-OVERFLOW-OCCURRED VALUE 'Y'.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-BENE-FOUND VALUE 'Y'.
       01 WS-HARD-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-HARD-FAILURE VALUE 'Y'.
       01 WS-SO-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-INSTRUCTIONS VALUE 'Y'.
       01 WS-ROUTE-OK-SW PIC X(01) VALUE 'N'.
           88 WS-ROUTING-OK VALUE 'Y'.
       01 WS-FUNCTION-ID PIC X(10) VALUE 'BENE'.
       01 WS-ACTION PIC X(10) VALUE SPACES.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-BENE-ID PIC X(10) VALUE SPACES.
       01 WS-BENE-ROUTING PIC X(09) VALUE SPACES.
       01 WS-BENE-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-BENE-NAME PIC X(22) VALUE SPACES.
       01 WS-BENE-TYPE PIC X(01) VALUE SPACE.
       01 WS-USED-BY PIC X(08) VALUE SPACES.
      * Routing number check digit: the nine digits weighted 3, 7, 1
      * repeating must sum to a multiple of ten.
       01 WS-ROUTE-DIGITS.
           05 WS-ROUTE-DIGIT PIC 9(01) OCCURS 9 TIMES.
       01 WS-ROUTE-WEIGHTS PIC X(09) VALUE '371371371'.
       01 WS-ROUTE-WEIGHT-TBL REDEFINES WS-ROUTE-WEIGHTS.
           05 WS-ROUTE-WEIGHT PIC 9(01) OCCURS 9 TIMES.
       01 WS-ROUTE-IX PIC 9(02) COMP VALUE 0.
       01 WS-ROUTE-SUM PIC 9(04) VALUE 0.
       01 WS-ROUTE-QUOT PIC 9(04) VALUE 0.
       01 WS-ROUTE-REM PIC 9(02) VALUE 0.
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
        CLOSE BENE-FILE
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
            MOVE 'BENE' TO WS-FUNCTION-ID
        END-IF
        ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'
        IF WS-OPERATOR = SPACES
            MOVE 'UNKNOWN' TO WS-OPERATOR
        END-IF
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP
        END-STRING
        MOVE SPACES TO WS-MESSAGE
        MOVE SPACES TO WS-LAMBDA
        MOVE LS-EVENT-JSON(1:60) TO WS-INPUT-SUMMARY
        OPEN I-O BENE-FILE
        IF WS-BNF-STATUS = '35'
            OPEN OUTPUT BENE-FILE
            CLOSE BENE-FILE
            OPEN I-O BENE-FILE
        END-IF
        IF WS-BNF-STATUS NOT = '00'
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
        MOVE SPACES TO WS-BENE-ID
        UNSTRING LS-EVENT-JSON DELIMITED BY '"id":"'
                INTO WS-TMP WS-BENE-ID
        END-UNSTRING
        IF WS-BENE-ID NOT = SPACES
            UNSTRING WS-BENE-ID DELIMITED BY '"'
                    INTO WS-BENE-ID
            END-UNSTRING
        END-IF
        MOVE SPACES TO WS-BENE-ROUTING
        UNSTRING LS-EVENT-JSON DELIMITED BY '"routing":"'
                INTO WS-TMP WS-BENE-ROUTING
        END-UNSTRING
        IF WS-BENE-ROUTING NOT = SPACES
            UNSTRING WS-BENE-ROUTING DELIMITED BY '"'
                    INTO WS-BENE-ROUTING
            END-UNSTRING
        END-IF
        MOVE SPACES TO WS-BENE-ACCOUNT
        UNSTRING LS-EVENT-JSON DELIMITED BY '"bankaccount":"'
                INTO WS-TMP WS-BENE-ACCOUNT
        END-UNSTRING
        IF WS-BENE-ACCOUNT NOT = SPACES
            UNSTRING WS-BENE-ACCOUNT DELIMITED BY '"'
                    INTO WS-BENE-ACCOUNT
            END-UNSTRING
        END-IF
        MOVE SPACES TO WS-BENE-NAME
        UNSTRING LS-EVENT-JSON DELIMITED BY '"name":"'
                INTO WS-TMP WS-BENE-NAME
        END-UNSTRING
        IF WS-BENE-NAME NOT = SPACES
            UNSTRING WS-BENE-NAME DELIMITED BY '"'
                    INTO WS-BENE-NAME
            END-UNSTRING
        END-IF
        MOVE SPACE TO WS-BENE-TYPE
        UNSTRING LS-EVENT-JSON DELIMITED BY '"type":"'
                INTO WS-TMP WS-BENE-TYPE
        END-UNSTRING
        IF WS-BENE-TYPE = SPACE OR WS-BENE-TYPE = '"'
            MOVE 'C' TO WS-BENE-TYPE
        END-IF.

        E-PARA.
        IF WS-HARD-FAILURE
            MOVE 'BENEFILE or ACCTFILE unavailable' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
        ELSE
            IF WS-BENE-ID = SPACES
                MOVE 'no beneficiary id supplied in request'
                        TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            ELSE
                MOVE WS-BENE-ID TO BNF-ID
                READ BENE-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-FOUND-SW
                    NOT INVALID KEY
                        SET WS-BENE-FOUND TO TRUE
                END-READ
                EVALUATE WS-ACTION
                    WHEN 'ADD'
                        PERFORM G-PARA
                    WHEN 'CLOSE'
                        PERFORM H-PARA
                    WHEN 'INQUIRE'
                        PERFORM I-PARA
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

      * ADD: the id must begin 'BN' and must not be a ledger account,
      * or a leg naming it could be taken for either; the routing
      * number must pass its check digit, and the account, name and
      * kind of account must all be given.
        G-PARA.
        IF WS-BENE-FOUND
            STRING 'beneficiary '
                    FUNCTION TRIM(WS-BENE-ID)
                    ' already exists'
                    INTO WS-MESSAGE
            END-STRING
            MOVE 409 TO WS-STATUS-CODE
        ELSE
            IF WS-BENE-ID(1:2) NOT = 'BN'
                MOVE 'beneficiary id must begin BN' TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            ELSE
                IF WS-BENE-ACCOUNT = SPACES OR WS-BENE-NAME = SPACES
                        OR (WS-BENE-TYPE NOT = 'C'
                            AND WS-BENE-TYPE NOT = 'S')
                    MOVE 'incomplete or invalid beneficiary details'
                            TO WS-MESSAGE
                    MOVE 400 TO WS-STATUS-CODE
                ELSE
                    PERFORM K-PARA
                    IF NOT WS-ROUTING-OK
                        MOVE 'routing number fails its check digit'
                                TO WS-MESSAGE
                        MOVE 400 TO WS-STATUS-CODE
                    ELSE
                        MOVE WS-BENE-ID TO ACT-ACCOUNT
                        READ ACCT-FILE
                            INVALID KEY
                                PERFORM G2-PARA
                            NOT INVALID KEY
                                STRING 'beneficiary id '
                                        FUNCTION TRIM(WS-BENE-ID)
                                        ' is a ledger account'
                                        INTO WS-MESSAGE
                                END-STRING
                                MOVE 409 TO WS-STATUS-CODE
                        END-READ
                    END-IF
                END-IF
            END-IF
        END-IF.

        G2-PARA.
        MOVE SPACES TO BENE-RECORD
        MOVE WS-BENE-ID TO BNF-ID
        SET BNF-IS-ACTIVE TO TRUE
        MOVE WS-BENE-ROUTING TO BNF-ROUTING
        MOVE WS-BENE-ACCOUNT TO BNF-ACCOUNT
        MOVE WS-BENE-NAME TO BNF-NAME
        MOVE WS-BENE-TYPE TO BNF-ACCT-TYPE
        MOVE WS-OPERATOR TO BNF-ADDED-BY
        MOVE WS-TIMESTAMP TO BNF-ADDED-TS
        WRITE BENE-RECORD
        IF WS-BNF-STATUS = '00'
            STRING 'beneficiary '
                    FUNCTION TRIM(WS-BENE-ID)
                    ' added, routing '
                    WS-BENE-ROUTING
                    ' account '
                    FUNCTION TRIM(WS-BENE-ACCOUNT)
                    INTO WS-MESSAGE
            END-STRING
            MOVE 200 TO WS-STATUS-CODE
        ELSE
            MOVE 'BENEFILE write failed' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
            SET WS-HARD-FAILURE TO TRUE
        END-IF.

      * CLOSE: refused while an active standing instruction still
      * pays the beneficiary - its next run would only be rejected by
      * the edit - so the instruction is cancelled first.
        H-PARA.
        IF NOT WS-BENE-FOUND
            STRING 'beneficiary '
                    FUNCTION TRIM(WS-BENE-ID)
                    ' not found'
                    INTO WS-MESSAGE
            END-STRING
            MOVE 404 TO WS-STATUS-CODE
        ELSE
            IF BNF-IS-CLOSED
                STRING 'beneficiary '
                        FUNCTION TRIM(WS-BENE-ID)
                        ' already closed'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 409 TO WS-STATUS-CODE
            ELSE
                PERFORM L-PARA
                IF WS-USED-BY NOT = SPACES
                    STRING 'beneficiary '
                            FUNCTION TRIM(WS-BENE-ID)
                            ' is paid by standing instruction '
                            FUNCTION TRIM(WS-USED-BY)
                            INTO WS-MESSAGE
                    END-STRING
                    MOVE 409 TO WS-STATUS-CODE
                ELSE
                    PERFORM H2-PARA
                END-IF
            END-IF
        END-IF.

        H2-PARA.
        SET BNF-IS-CLOSED TO TRUE
        MOVE WS-OPERATOR TO BNF-CLOSED-BY
        MOVE WS-TIMESTAMP TO BNF-CLOSED-TS
        REWRITE BENE-RECORD
        IF WS-BNF-STATUS = '00'
            STRING 'beneficiary '
                    FUNCTION TRIM(WS-BENE-ID)
                    ' closed'
                    INTO WS-MESSAGE
            END-STRING
            MOVE 200 TO WS-STATUS-CODE
        ELSE
            MOVE 'BENEFILE rewrite failed' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
            SET WS-HARD-FAILURE TO TRUE
        END-IF.

        I-PARA.
        IF NOT WS-BENE-FOUND
            STRING 'beneficiary '
                    FUNCTION TRIM(WS-BENE-ID)
                    ' not found'
                    INTO WS-MESSAGE
            END-STRING
            MOVE 404 TO WS-STATUS-CODE
        ELSE
            STRING 'beneficiary '
                    FUNCTION TRIM(WS-BENE-ID)
                    ' status ' BNF-STATUS
                    ' routing ' BNF-ROUTING
                    ' account ' FUNCTION TRIM(BNF-ACCOUNT)
                    ' type ' BNF-ACCT-TYPE
                    ' name ' FUNCTION TRIM(BNF-NAME)
                    INTO WS-MESSAGE
            END-STRING
            MOVE 200 TO WS-STATUS-CODE
        END-IF.

        K-PARA.
        MOVE 'N' TO WS-ROUTE-OK-SW
        IF WS-BENE-ROUTING IS NUMERIC
            MOVE WS-BENE-ROUTING TO WS-ROUTE-DIGITS
            MOVE 0 TO WS-ROUTE-SUM
            PERFORM K2-PARA
                    VARYING WS-ROUTE-IX FROM 1 BY 1
                    UNTIL WS-ROUTE-IX > 9
            DIVIDE WS-ROUTE-SUM BY 10 GIVING WS-ROUTE-QUOT
                    REMAINDER WS-ROUTE-REM
            IF WS-ROUTE-REM = 0 AND WS-ROUTE-SUM > 0
                SET WS-ROUTING-OK TO TRUE
            END-IF
        END-IF.

        K2-PARA.
        COMPUTE WS-ROUTE-SUM = WS-ROUTE-SUM
                + WS-ROUTE-DIGIT(WS-ROUTE-IX)
                * WS-ROUTE-WEIGHT(WS-ROUTE-IX).

      * Look for an active standing instruction whose contra is the
      * beneficiary. No standing-order master means none can be.
        L-PARA.
        MOVE SPACES TO WS-USED-BY
        MOVE 'N' TO WS-SO-EOF-SW
        OPEN INPUT SO-FILE
        IF WS-SO-STATUS NOT = '00'
            SET WS-END-OF-INSTRUCTIONS TO TRUE
        END-IF
        PERFORM M-PARA WITH TEST AFTER
                UNTIL WS-END-OF-INSTRUCTIONS
        IF WS-SO-STATUS NOT = '35'
            CLOSE SO-FILE
        END-IF.

        M-PARA.
        IF NOT WS-END-OF-INSTRUCTIONS
            READ SO-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-INSTRUCTIONS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-INSTRUCTIONS
            IF SIO-IS-ACTIVE AND SIO-CONTRA = WS-BENE-ID
                MOVE SIO-ID TO WS-USED-BY
                SET WS-END-OF-INSTRUCTIONS TO TRUE
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
                '"{\"message\":\"beneficiary maintenance message '
                'exceeded output buffer\",\"runtime\":\"COBOL\",'
                '\"function\":\"'
                FUNCTION TRIM(WS-FUNCTION-ID)
                '\"}"}'
                INTO WS-LAMBDA
                WITH POINTER WS-COUNT
                ON OVERFLOW DISPLAY 'OVERFLOW!'
        END-STRING.
