000010 IDENTIFICATION DIVISION.
000050* THIS IS A COBOL PROGRAM THAT WILL RUN IN LAMBDA.
000060* It answers "where does last night's batch stand" from the
000061* run-control file (RUNCTL) that run_batch.sh keeps through
000062* LEDGER-RUNCTL: the night's overall status, how many steps have
000063* completed, failed or are still running, the step the night
000064* stopped at and every step's status in step-id order. Given a
000065* step id it returns that step's detail instead - start and end
000066* time, condition code, attempts and the control totals the step
000067* reported. The business date defaults to the last one begun.
000068* Read-only. Adds the expected attributes for API Gateway.
000069* Function id: BATCH. CALLed by the dispatcher
00006A* (LEDGER-DISPATCHER), which is the program's only entry point.
000070 PROGRAM-ID. LEDGER-BATCH.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           COPY LEDGERRCT.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY LEDGERAUD.
000090 WORKING-STORAGE SECTION.
000110 01 WS-MESSAGE PIC X(1500).
000120 01 WS-LAMBDA PIC X(1000).
000130 01 WS-COUNT PIC 99 VALUE 1.
000150 01 WS-TMP PIC X(10).
       01 WS-RCT-STATUS PIC X(02) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01 WS-STATUS-CODE PIC 9(03) VALUE 200.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 WS-OVERFLOW-OCCURRED VALUE 'Y'.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-HARD-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-HARD-FAILURE VALUE 'Y'.
       01 WS-RCT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-STEPS VALUE 'Y'.
       01 WS-FUNCTION-ID PIC X(10) VALUE 'BATCH'.
       01 WS-DATE-TXT PIC X(12) VALUE SPACES.
       01 WS-DATE8 PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-STEP-ID PIC X(05) VALUE SPACES.
       01 WS-NIGHT-WORD PIC X(09) VALUE SPACES.
       01 WS-STATUS-WORD PIC X(09) VALUE SPACES.
       01 WS-NIGHT-RUNS PIC 9(03) VALUE 0.
       01 WS-NIGHT-FAIL-STEP PIC X(05) VALUE SPACES.
       01 WS-COMPLETE-CNT PIC 9(03) VALUE 0.
       01 WS-FAILED-CNT PIC 9(03) VALUE 0.
       01 WS-RUNNING-CNT PIC 9(03) VALUE 0.
       01 WS-FIRST-OPEN PIC X(05) VALUE SPACES.
       01 WS-LIST PIC X(700) VALUE SPACES.
       01 WS-LIST-PTR PIC 9(04) VALUE 1.
       01 WS-MSG-PTR PIC 9(04) VALUE 1.
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
        CLOSE RUNCTL-FILE
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
            MOVE 'BATCH' TO WS-FUNCTION-ID
        END-IF
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP
        END-STRING
        MOVE SPACES TO WS-MESSAGE
        MOVE SPACES TO WS-LAMBDA
        MOVE LS-EVENT-JSON(1:60) TO WS-INPUT-SUMMARY
        OPEN INPUT RUNCTL-FILE
        IF WS-RCT-STATUS = '35'
            OPEN OUTPUT RUNCTL-FILE
            CLOSE RUNCTL-FILE
            OPEN INPUT RUNCTL-FILE
        END-IF
        IF WS-RCT-STATUS NOT = '00'
            SET WS-HARD-FAILURE TO TRUE
        END-IF
        OPEN EXTEND AUDIT-FILE
        IF WS-AUDIT-STATUS NOT = '00'
            OPEN OUTPUT AUDIT-FILE
        END-IF.

      * "date" may be given as YYYY-MM-DD or yyyymmdd.
        D-PARA.
        MOVE SPACES TO WS-DATE-TXT
        UNSTRING LS-EVENT-JSON DELIMITED BY '"date":"'
                INTO WS-TMP WS-DATE-TXT
        END-UNSTRING
        IF WS-DATE-TXT NOT = SPACES
            UNSTRING WS-DATE-TXT DELIMITED BY '"'
                    INTO WS-DATE-TXT
            END-UNSTRING
        END-IF
        MOVE SPACES TO WS-DATE8
        IF WS-DATE-TXT(5:1) = '-'
            STRING WS-DATE-TXT(1:4) WS-DATE-TXT(6:2) WS-DATE-TXT(9:2)
                    INTO WS-DATE8
            END-STRING
        ELSE
            MOVE WS-DATE-TXT(1:8) TO WS-DATE8
        END-IF
        MOVE SPACES TO WS-STEP-ID
        UNSTRING LS-EVENT-JSON DELIMITED BY '"step":"'
                INTO WS-TMP WS-STEP-ID
        END-UNSTRING
        IF WS-STEP-ID NOT = SPACES
            UNSTRING WS-STEP-ID DELIMITED BY '"'
                    INTO WS-STEP-ID
            END-UNSTRING
        END-IF.

        E-PARA.
        IF WS-HARD-FAILURE
            MOVE 'RUNCTL unavailable' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
        ELSE
            IF WS-DATE-TXT NOT = SPACES AND WS-DATE8 IS NOT NUMERIC
                MOVE 'date must be YYYY-MM-DD' TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            ELSE
                PERFORM G-PARA
                IF WS-RECORD-FOUND
                    IF WS-STEP-ID = SPACES
                        PERFORM H-PARA
                    ELSE
                        PERFORM I-PARA
                    END-IF
                END-IF
            END-IF
        END-IF.

        F-PARA.
        MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
        MOVE WS-FUNCTION-ID TO AUD-FUNCTION-ID
        MOVE WS-INPUT-SUMMARY TO AUD-INPUT-SUMMARY
        MOVE WS-STATUS-CODE TO AUD-STATUS-CODE
        WRITE AUDIT-RECORD.

      * Find the night: the date asked for, or the last one begun.
        G-PARA.
        MOVE 'N' TO WS-FOUND-SW
        IF WS-DATE8 IS NUMERIC
            MOVE WS-DATE8 TO WS-RUN-DATE
        ELSE
            MOVE 0 TO RCT-BUS-DATE
            MOVE SPACES TO RCT-STEP-ID
            PERFORM L-PARA
            IF WS-RECORD-FOUND
                MOVE RCT-PRIOR-DATE TO WS-RUN-DATE
            ELSE
                MOVE 0 TO WS-RUN-DATE
            END-IF
        END-IF
        MOVE WS-RUN-DATE TO RCT-BUS-DATE
        MOVE SPACES TO RCT-STEP-ID
        PERFORM L-PARA
        IF WS-RECORD-FOUND
            MOVE RCT-RUN-CNT TO WS-NIGHT-RUNS
            MOVE RCT-STEP-NAME(1:5) TO WS-NIGHT-FAIL-STEP
            PERFORM K-PARA
            MOVE WS-STATUS-WORD TO WS-NIGHT-WORD
        ELSE
            IF WS-RUN-DATE = 0
                MOVE 'no batch has run yet' TO WS-MESSAGE
            ELSE
                STRING 'no batch on file for business date '
                        WS-RUN-DATE
                        INTO WS-MESSAGE
                END-STRING
            END-IF
            MOVE 404 TO WS-STATUS-CODE
        END-IF.

      * The night: its status and every step's, in step-id order.
        H-PARA.
        MOVE 'N' TO WS-RCT-EOF-SW
        START RUNCTL-FILE KEY IS GREATER THAN RCT-KEY
            INVALID KEY
                SET WS-END-OF-STEPS TO TRUE
        END-START
        PERFORM H2-PARA WITH TEST AFTER UNTIL WS-END-OF-STEPS
        MOVE 1 TO WS-MSG-PTR
        STRING 'business date ' WS-RUN-DATE ' batch '
                INTO WS-MESSAGE
                WITH POINTER WS-MSG-PTR
        END-STRING
        IF WS-NIGHT-WORD = 'failed'
            STRING 'failed at step '
                    FUNCTION TRIM(WS-NIGHT-FAIL-STEP)
                    INTO WS-MESSAGE
                    WITH POINTER WS-MSG-PTR
            END-STRING
        ELSE
            STRING FUNCTION TRIM(WS-NIGHT-WORD)
                    INTO WS-MESSAGE
                    WITH POINTER WS-MSG-PTR
            END-STRING
        END-IF
        STRING ' (attempt ' WS-NIGHT-RUNS '): '
                WS-COMPLETE-CNT ' complete, '
                WS-FAILED-CNT ' failed, '
                WS-RUNNING-CNT ' running'
                INTO WS-MESSAGE
                WITH POINTER WS-MSG-PTR
        END-STRING
        IF WS-FIRST-OPEN NOT = SPACES
            STRING ', restart point ' FUNCTION TRIM(WS-FIRST-OPEN)
                    INTO WS-MESSAGE
                    WITH POINTER WS-MSG-PTR
            END-STRING
        END-IF
        IF WS-LIST-PTR > 1
            STRING '; steps ' WS-LIST(1:WS-LIST-PTR - 1)
                    INTO WS-MESSAGE
                    WITH POINTER WS-MSG-PTR
            END-STRING
        END-IF
        MOVE 200 TO WS-STATUS-CODE.

        H2-PARA.
        IF NOT WS-END-OF-STEPS
            READ RUNCTL-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-STEPS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-STEPS
            IF RCT-BUS-DATE NOT = WS-RUN-DATE
                SET WS-END-OF-STEPS TO TRUE
            ELSE
                EVALUATE TRUE
                    WHEN RCT-IS-COMPLETE
                        ADD 1 TO WS-COMPLETE-CNT
                    WHEN RCT-IS-FAILED
                        ADD 1 TO WS-FAILED-CNT
                    WHEN OTHER
                        ADD 1 TO WS-RUNNING-CNT
                END-EVALUATE
                IF NOT RCT-IS-COMPLETE AND WS-FIRST-OPEN = SPACES
                    MOVE RCT-STEP-ID TO WS-FIRST-OPEN
                END-IF
                STRING FUNCTION TRIM(RCT-STEP-ID) ':' RCT-STATUS ' '
                        DELIMITED BY SIZE
                        INTO WS-LIST
                        WITH POINTER WS-LIST-PTR
                END-STRING
            END-IF
        END-IF.

      * One step in detail.
        I-PARA.
        MOVE WS-RUN-DATE TO RCT-BUS-DATE
        MOVE WS-STEP-ID TO RCT-STEP-ID
        PERFORM L-PARA
        IF NOT WS-RECORD-FOUND
            STRING 'step ' FUNCTION TRIM(WS-STEP-ID)
                    ' has not run for business date ' WS-RUN-DATE
                    INTO WS-MESSAGE
            END-STRING
            MOVE 404 TO WS-STATUS-CODE
        ELSE
            PERFORM K-PARA
            MOVE 1 TO WS-MSG-PTR
            STRING 'business date ' WS-RUN-DATE
                    ' step ' FUNCTION TRIM(RCT-STEP-ID)
                    ' ' FUNCTION TRIM(RCT-STEP-NAME)
                    ' ' FUNCTION TRIM(WS-STATUS-WORD)
                    ' cc ' RCT-COND-CODE
                    ' attempts ' RCT-RUN-CNT
                    ' started ' FUNCTION TRIM(RCT-START-TS)
                    ' ended ' FUNCTION TRIM(RCT-END-TS)
                    ' totals: ' FUNCTION TRIM(RCT-TOTALS)
                    INTO WS-MESSAGE
                    WITH POINTER WS-MSG-PTR
            END-STRING
            IF RCT-OVERRIDE-BY NOT = SPACES
                STRING '; last override by '
                        FUNCTION TRIM(RCT-OVERRIDE-BY)
                        INTO WS-MESSAGE
                        WITH POINTER WS-MSG-PTR
                END-STRING
            END-IF
            MOVE 200 TO WS-STATUS-CODE
        END-IF.

        K-PARA.
        EVALUATE TRUE
            WHEN RCT-IS-COMPLETE
                MOVE 'complete' TO WS-STATUS-WORD
            WHEN RCT-IS-FAILED
                MOVE 'failed' TO WS-STATUS-WORD
            WHEN RCT-IS-RUNNING
                MOVE 'running' TO WS-STATUS-WORD
            WHEN RCT-IS-ABANDONED
                MOVE 'abandoned' TO WS-STATUS-WORD
            WHEN OTHER
                MOVE RCT-STATUS TO WS-STATUS-WORD
        END-EVALUATE.

        L-PARA.
        READ RUNCTL-FILE
            INVALID KEY
                MOVE 'N' TO WS-FOUND-SW
            NOT INVALID KEY
                SET WS-RECORD-FOUND TO TRUE
        END-READ.

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
                '"{\"message\":\"batch status message exceeded '
                'output buffer\",\"runtime\":\"COBOL\",'
                '\"function\":\"'
                FUNCTION TRIM(WS-FUNCTION-ID)
                '\"}"}'
                INTO WS-LAMBDA
                WITH POINTER WS-COUNT
                ON OVERFLOW DISPLAY 'OVERFLOW!'
        END-STRING.
