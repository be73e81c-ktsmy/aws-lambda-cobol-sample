000010 IDENTIFICATION DIVISION.
000050* THIS IS A COBOL PROGRAM THAT WILL RUN IN LAMBDA.
000060* It records the compliance officer's disposition of a
000061* transaction monitoring alert raised by LEDGER-MONITOR on the
000062* alert file (ALERTFILE), by its alert id (yyyymmddnnnnn): action
000063* CLEAR closes it as explained (a note saying why is required),
000064* FILE closes it as reported, and ESCALATE passes an open alert
000065* up for a second review while leaving it outstanding. Each is
000066* stamped with the officer's USER id and the time, and a closed
000067* alert cannot be disposed of again. Action INQUIRE returns where
000068* an alert stands. Adds the expected attributes for API Gateway.
000069* Function id: ALERT. CALLed by the dispatcher
00006A* (LEDGER-DISPATCHER), which is the program's only entry point.
000070 PROGRAM-ID. LEDGER-ALERT.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-KEY
               FILE STATUS IS WS-ALR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY LEDGERALR.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY LEDGERAUD.
000090 WORKING-STORAGE SECTION.
000110 01 WS-MESSAGE PIC X(1500).
000120 01 WS-LAMBDA PIC X(1000).
000130 01 WS-COUNT PIC 99 VALUE 1.
000150 01 WS-TMP PIC X(10).
       01 WS-ALR-STATUS PIC X(02) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01 WS-STATUS-CODE PIC 9(03) VALUE 200.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 WS-OVERFLOW-OCCURRED VALUE 'Y'.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-ALERT-FOUND VALUE 'Y'.
       01 WS-HARD-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-HARD-FAILURE VALUE 'Y'.
       01 WS-FUNCTION-ID PIC X(10) VALUE 'ALERT'.
       01 WS-ACTION PIC X(10) VALUE SPACES.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-ALERT-ID PIC X(13) VALUE SPACES.
       01 WS-ALERT-NOTE PIC X(40) VALUE SPACES.
       01 WS-STATUS-WORD PIC X(09) VALUE SPACES.
       01 WS-AMOUNT-EDIT PIC -(11)9.99.
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
        CLOSE ALERT-FILE
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
            MOVE 'ALERT' TO WS-FUNCTION-ID
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
        OPEN I-O ALERT-FILE
        IF WS-ALR-STATUS = '35'
            OPEN OUTPUT ALERT-FILE
            CLOSE ALERT-FILE
            OPEN I-O ALERT-FILE
        END-IF
        IF WS-ALR-STATUS NOT = '00'
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
        MOVE SPACES TO WS-ALERT-ID
        UNSTRING LS-EVENT-JSON DELIMITED BY '"alert":"'
                INTO WS-TMP WS-ALERT-ID
        END-UNSTRING
        IF WS-ALERT-ID NOT = SPACES
            UNSTRING WS-ALERT-ID DELIMITED BY '"'
                    INTO WS-ALERT-ID
            END-UNSTRING
        END-IF
        MOVE SPACES TO WS-ALERT-NOTE
        UNSTRING LS-EVENT-JSON DELIMITED BY '"note":"'
                INTO WS-TMP WS-ALERT-NOTE
        END-UNSTRING
        IF WS-ALERT-NOTE NOT = SPACES
            UNSTRING WS-ALERT-NOTE DELIMITED BY '"'
                    INTO WS-ALERT-NOTE
            END-UNSTRING
        END-IF.

        E-PARA.
        IF WS-HARD-FAILURE
            MOVE 'ALERTFILE unavailable' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
        ELSE
            IF WS-ALERT-ID IS NOT NUMERIC
                MOVE 'alert id must be 13 digits (yyyymmddnnnnn)'
                        TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            ELSE
                PERFORM G-PARA
                IF WS-ALERT-FOUND
                    EVALUATE WS-ACTION
                        WHEN 'CLEAR'
                        WHEN 'FILE'
                            PERFORM H-PARA
                        WHEN 'ESCALATE'
                            PERFORM I-PARA
                        WHEN 'INQUIRE'
                            PERFORM K-PARA
                        WHEN OTHER
                            MOVE 'unsupported action' TO WS-MESSAGE
                            MOVE 400 TO WS-STATUS-CODE
                    END-EVALUATE
                END-IF
            END-IF
        END-IF.

        F-PARA.
        MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
        MOVE WS-FUNCTION-ID TO AUD-FUNCTION-ID
        MOVE WS-INPUT-SUMMARY TO AUD-INPUT-SUMMARY
        MOVE WS-STATUS-CODE TO AUD-STATUS-CODE
        WRITE AUDIT-RECORD.

        G-PARA.
        MOVE WS-ALERT-ID(1:8) TO ALR-DATE
        MOVE WS-ALERT-ID(9:5) TO ALR-SEQ
        READ ALERT-FILE
            INVALID KEY
                MOVE 'N' TO WS-FOUND-SW
            NOT INVALID KEY
                SET WS-ALERT-FOUND TO TRUE
        END-READ
        IF NOT WS-ALERT-FOUND
            STRING 'alert ' WS-ALERT-ID ' not found'
                    INTO WS-MESSAGE
            END-STRING
            MOVE 404 TO WS-STATUS-CODE
        END-IF.

      * CLEAR / FILE: the final disposition of an open or escalated
      * alert. Clearing says the activity was explained, so the
      * explanation must be given.
        H-PARA.
        IF ALR-IS-CLEARED OR ALR-IS-FILED
            PERFORM L-PARA
            STRING 'alert ' WS-ALERT-ID ' already '
                    FUNCTION TRIM(WS-STATUS-WORD)
                    ' by ' FUNCTION TRIM(ALR-DISP-BY)
                    INTO WS-MESSAGE
            END-STRING
            MOVE 409 TO WS-STATUS-CODE
        ELSE
            IF WS-ACTION = 'CLEAR' AND WS-ALERT-NOTE = SPACES
                MOVE 'clearing an alert needs a note' TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            ELSE
                IF WS-ACTION = 'CLEAR'
                    SET ALR-IS-CLEARED TO TRUE
                ELSE
                    SET ALR-IS-FILED TO TRUE
                END-IF
                MOVE WS-OPERATOR TO ALR-DISP-BY
                MOVE WS-TIMESTAMP TO ALR-DISP-TS
                MOVE WS-ALERT-NOTE TO ALR-DISP-NOTE
                PERFORM M-PARA
            END-IF
        END-IF.

      * ESCALATE: only an alert nobody has yet passed up. It stays
      * outstanding until cleared or filed.
        I-PARA.
        IF NOT ALR-IS-OPEN
            PERFORM L-PARA
            STRING 'alert ' WS-ALERT-ID ' is '
                    FUNCTION TRIM(WS-STATUS-WORD)
                    ' and cannot be escalated'
                    INTO WS-MESSAGE
            END-STRING
            MOVE 409 TO WS-STATUS-CODE
        ELSE
            SET ALR-IS-ESCALATED TO TRUE
            MOVE WS-OPERATOR TO ALR-ESCALATED-BY
            MOVE WS-TIMESTAMP TO ALR-ESCALATED-TS
            MOVE WS-ALERT-NOTE TO ALR-ESCALATE-NOTE
            PERFORM M-PARA
        END-IF.

        K-PARA.
        PERFORM L-PARA
        MOVE ALR-TOTAL TO WS-AMOUNT-EDIT
        STRING 'alert ' WS-ALERT-ID
                ' account ' ALR-ACCOUNT
                ' rule ' FUNCTION TRIM(ALR-RULE)
                ' total ' FUNCTION TRIM(WS-AMOUNT-EDIT)
                ' postings ' ALR-POST-CNT
                ' status ' FUNCTION TRIM(WS-STATUS-WORD)
                INTO WS-MESSAGE
        END-STRING
        MOVE 200 TO WS-STATUS-CODE.

        L-PARA.
        EVALUATE TRUE
            WHEN ALR-IS-OPEN
                MOVE 'open' TO WS-STATUS-WORD
            WHEN ALR-IS-ESCALATED
                MOVE 'escalated' TO WS-STATUS-WORD
            WHEN ALR-IS-CLEARED
                MOVE 'cleared' TO WS-STATUS-WORD
            WHEN ALR-IS-FILED
                MOVE 'filed' TO WS-STATUS-WORD
            WHEN OTHER
                MOVE ALR-STATUS TO WS-STATUS-WORD
        END-EVALUATE.

        M-PARA.
        REWRITE ALERT-RECORD
        IF WS-ALR-STATUS = '00'
            PERFORM L-PARA
            STRING 'alert ' WS-ALERT-ID ' '
                    FUNCTION TRIM(WS-STATUS-WORD)
                    ' by ' FUNCTION TRIM(WS-OPERATOR)
                    INTO WS-MESSAGE
            END-STRING
            MOVE 200 TO WS-STATUS-CODE
        ELSE
            MOVE 'ALERTFILE rewrite failed' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
            SET WS-HARD-FAILURE TO TRUE
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
                '"{\"message\":\"alert disposition message exceeded '
                'output buffer\",\"runtime\":\"COBOL\",'
                '\"function\":\"'
                FUNCTION TRIM(WS-FUNCTION-ID)
                '\"}"}'
                INTO WS-LAMBDA
                WITH POINTER WS-COUNT
                ON OVERFLOW DISPLAY 'OVERFLOW!'
        END-STRING.
