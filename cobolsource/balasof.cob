000010 IDENTIFICATION DIVISION.
000050* THIS IS A COBOL PROGRAM THAT WILL RUN IN LAMBDA.
000060* It answers "what was this account's balance at close of
000061* business on a given date" from the balance history (BALHIST)
000062* the end-of-day cutoff keeps: the closing balance for the date
000063* plus the total debits and credits posted to the account that
000064* day, with their counts. A date the batch did not close (a
000065* weekend or holiday) carries the balance of the last date
000066* closed before it, which is named in the reply, with no
000067* activity. A date not yet closed, or before the account's
000068* history begins, is not found. Read-only. Adds the expected
000069* attributes for API Gateway.
00006A* Function id: BALASOF. CALLed by the dispatcher
00006B* (LEDGER-DISPATCHER), which is the program's only entry point.
000070 PROGRAM-ID. LEDGER-BALASOF.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT BAL-HIST ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-BHS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  BAL-HIST.
       01  BAL-HIST-RECORD.
           COPY LEDGERBHS.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY LEDGERAUD.
000090 WORKING-STORAGE SECTION.
000110 01 WS-MESSAGE PIC X(1500).
000120 01 WS-LAMBDA PIC X(1000).
000130 01 WS-COUNT PIC 99 VALUE 1.
000150 01 WS-TMP PIC X(10).
       01 WS-BHS-STATUS PIC X(02) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01 WS-STATUS-CODE PIC 9(03) VALUE 200.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 WS-OVERFLOW-OCCURRED VALUE 'Y'.
       01 WS-HARD-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-HARD-FAILURE VALUE 'Y'.
       01 WS-BHS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-HISTORY VALUE 'Y'.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-BALANCE-FOUND VALUE 'Y'.
       01 WS-FUNCTION-ID PIC X(10) VALUE 'BALASOF'.
       01 WS-ASOF-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-DATE-TXT PIC X(12) VALUE SPACES.
       01 WS-DATE8 PIC X(08) VALUE SPACES.
       01 WS-ASOF-DATE8 PIC 9(08) VALUE 0.
       01 WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE8.
           05 WS-ASOF-YYYY PIC 9(04).
           05 WS-ASOF-MM PIC 9(02).
           05 WS-ASOF-DD PIC 9(02).
       01 WS-ASOF-INT PIC 9(07) VALUE 0.
       01 WS-FROM-INT PIC 9(07) VALUE 0.
       01 WS-FROM-DATE8 PIC 9(08) VALUE 0.
      * A date the batch did not close borrows the balance of the last
      * date it did; a gap longer than this many days is not bridged.
       01 WS-LOOKBACK-DAYS PIC 9(03) VALUE 31.
       01 WS-CLOSE-DATE8 PIC 9(08) VALUE 0.
       01 WS-CLOSE-DATE-X REDEFINES WS-CLOSE-DATE8.
           05 WS-CLOSE-YYYY PIC 9(04).
           05 WS-CLOSE-MM PIC 9(02).
           05 WS-CLOSE-DD PIC 9(02).
       01 WS-CLOSE-BAL PIC S9(09)V99 VALUE 0.
       01 WS-DAY-DEBIT PIC S9(11)V99 VALUE 0.
       01 WS-DAY-CREDIT PIC S9(11)V99 VALUE 0.
       01 WS-DAY-DR-CNT PIC 9(05) VALUE 0.
       01 WS-DAY-CR-CNT PIC 9(05) VALUE 0.
       01 WS-BAL-EDIT PIC -(8)9.99.
       01 WS-DR-EDIT PIC -(10)9.99.
       01 WS-CR-EDIT PIC -(10)9.99.
       01 WS-CNT-EDIT PIC Z(04)9.
       01 WS-CNT2-EDIT PIC Z(04)9.
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
        IF NOT WS-HARD-FAILURE
            CLOSE BAL-HIST
        END-IF
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
            MOVE 'BALASOF' TO WS-FUNCTION-ID
        END-IF
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP
        END-STRING
        MOVE SPACES TO WS-MESSAGE
        MOVE SPACES TO WS-LAMBDA
        MOVE LS-EVENT-JSON(1:60) TO WS-INPUT-SUMMARY
        OPEN INPUT BAL-HIST
        IF WS-BHS-STATUS = '35'
            OPEN OUTPUT BAL-HIST
            CLOSE BAL-HIST
            OPEN INPUT BAL-HIST
        END-IF
        IF WS-BHS-STATUS NOT = '00'
            SET WS-HARD-FAILURE TO TRUE
        END-IF
        OPEN EXTEND AUDIT-FILE
        IF WS-AUDIT-STATUS NOT = '00'
            OPEN OUTPUT AUDIT-FILE
        END-IF.

      * "date" may be given as YYYY-MM-DD or yyyymmdd.
        D-PARA.
        MOVE SPACES TO WS-ASOF-ACCOUNT
        UNSTRING LS-EVENT-JSON DELIMITED BY '"account":"'
                INTO WS-TMP WS-ASOF-ACCOUNT
        END-UNSTRING
        IF WS-ASOF-ACCOUNT NOT = SPACES
            UNSTRING WS-ASOF-ACCOUNT DELIMITED BY '"'
                    INTO WS-ASOF-ACCOUNT
            END-UNSTRING
        END-IF
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
        MOVE 0 TO WS-ASOF-DATE8
        IF WS-DATE8 IS NUMERIC
            MOVE WS-DATE8 TO WS-ASOF-DATE8
        END-IF.

        E-PARA.
        IF WS-HARD-FAILURE
            MOVE 'BALHIST unavailable' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
        ELSE
            IF WS-ASOF-ACCOUNT = SPACES
                MOVE 'no account supplied in request' TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            ELSE
                IF WS-ASOF-YYYY < 1900
                        OR WS-ASOF-MM < 1 OR WS-ASOF-MM > 12
                        OR WS-ASOF-DD < 1 OR WS-ASOF-DD > 31
                    MOVE 'date must be YYYY-MM-DD' TO WS-MESSAGE
                    MOVE 400 TO WS-STATUS-CODE
                ELSE
                    PERFORM G-PARA
                    IF WS-BALANCE-FOUND
                        PERFORM H-PARA
                        MOVE 200 TO WS-STATUS-CODE
                    ELSE
                        PERFORM I-PARA
                        MOVE 404 TO WS-STATUS-CODE
                    END-IF
                END-IF
            END-IF
        END-IF.

      * The record for the date itself answers outright. Otherwise the
      * latest record before it within the lookback carries forward -
      * but only for a date already behind us: a date not yet closed
      * has no closing balance to give.
        G-PARA.
        MOVE WS-ASOF-ACCOUNT TO BHS-ACCOUNT
        MOVE WS-ASOF-DATE8 TO BHS-BUS-DATE
        READ BAL-HIST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-BALANCE-FOUND TO TRUE
                MOVE BHS-BUS-DATE TO WS-CLOSE-DATE8
                MOVE BHS-BALANCE TO WS-CLOSE-BAL
                MOVE BHS-TOT-DEBIT TO WS-DAY-DEBIT
                MOVE BHS-TOT-CREDIT TO WS-DAY-CREDIT
                MOVE BHS-DEBIT-CNT TO WS-DAY-DR-CNT
                MOVE BHS-CREDIT-CNT TO WS-DAY-CR-CNT
        END-READ
        IF NOT WS-BALANCE-FOUND AND WS-ASOF-DATE8 < WS-CUR-DATE8
            COMPUTE WS-ASOF-INT =
                    FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE8)
            COMPUTE WS-FROM-INT = WS-ASOF-INT - WS-LOOKBACK-DAYS
            COMPUTE WS-FROM-DATE8 =
                    FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
            MOVE WS-ASOF-ACCOUNT TO BHS-ACCOUNT
            MOVE WS-FROM-DATE8 TO BHS-BUS-DATE
            MOVE 'N' TO WS-BHS-EOF-SW
            START BAL-HIST KEY IS NOT LESS THAN BHS-KEY
                INVALID KEY
                    SET WS-END-OF-HISTORY TO TRUE
            END-START
            PERFORM K-PARA WITH TEST AFTER UNTIL WS-END-OF-HISTORY
        END-IF.

        K-PARA.
        IF NOT WS-END-OF-HISTORY
            READ BAL-HIST NEXT RECORD
                AT END
                    SET WS-END-OF-HISTORY TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-HISTORY
            IF BHS-ACCOUNT NOT = WS-ASOF-ACCOUNT
                    OR BHS-BUS-DATE > WS-ASOF-DATE8
                SET WS-END-OF-HISTORY TO TRUE
            ELSE
                SET WS-BALANCE-FOUND TO TRUE
                MOVE BHS-BUS-DATE TO WS-CLOSE-DATE8
                MOVE BHS-BALANCE TO WS-CLOSE-BAL
                MOVE 0 TO WS-DAY-DEBIT
                MOVE 0 TO WS-DAY-CREDIT
                MOVE 0 TO WS-DAY-DR-CNT
                MOVE 0 TO WS-DAY-CR-CNT
            END-IF
        END-IF.

        H-PARA.
        MOVE WS-CLOSE-BAL TO WS-BAL-EDIT
        MOVE WS-DAY-DEBIT TO WS-DR-EDIT
        MOVE WS-DAY-CREDIT TO WS-CR-EDIT
        MOVE WS-DAY-DR-CNT TO WS-CNT-EDIT
        MOVE WS-DAY-CR-CNT TO WS-CNT2-EDIT
        MOVE 1 TO WS-MSG-PTR
        STRING 'account '
                FUNCTION TRIM(WS-ASOF-ACCOUNT)
                ' balance at close of '
                WS-ASOF-YYYY '-' WS-ASOF-MM '-' WS-ASOF-DD
                ' '
                FUNCTION TRIM(WS-BAL-EDIT)
                ' USD; debits '
                FUNCTION TRIM(WS-DR-EDIT)
                ' ('
                FUNCTION TRIM(WS-CNT-EDIT)
                '), credits '
                FUNCTION TRIM(WS-CR-EDIT)
                ' ('
                FUNCTION TRIM(WS-CNT2-EDIT)
                ')'
                INTO WS-MESSAGE
                WITH POINTER WS-MSG-PTR
        END-STRING
        IF WS-CLOSE-DATE8 NOT = WS-ASOF-DATE8
            STRING '; no close on that date, balance carried from '
                    WS-CLOSE-YYYY '-' WS-CLOSE-MM '-' WS-CLOSE-DD
                    INTO WS-MESSAGE
                    WITH POINTER WS-MSG-PTR
            END-STRING
        END-IF.

        I-PARA.
        MOVE 1 TO WS-MSG-PTR
        IF WS-ASOF-DATE8 NOT < WS-CUR-DATE8
            STRING 'business date '
                    WS-ASOF-YYYY '-' WS-ASOF-MM '-' WS-ASOF-DD
                    ' not closed yet for account '
                    FUNCTION TRIM(WS-ASOF-ACCOUNT)
                    INTO WS-MESSAGE
                    WITH POINTER WS-MSG-PTR
            END-STRING
        ELSE
            STRING 'no balance history for account '
                    FUNCTION TRIM(WS-ASOF-ACCOUNT)
                    ' on or before '
                    WS-ASOF-YYYY '-' WS-ASOF-MM '-' WS-ASOF-DD
                    INTO WS-MESSAGE
                    WITH POINTER WS-MSG-PTR
            END-STRING
        END-IF.

        F-PARA.
        MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
        MOVE WS-FUNCTION-ID TO AUD-FUNCTION-ID
        MOVE WS-INPUT-SUMMARY TO AUD-INPUT-SUMMARY
        MOVE WS-STATUS-CODE TO AUD-STATUS-CODE
        WRITE AUDIT-RECORD.

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
                '"{\"message\":\"balance inquiry exceeded '
                'output buffer\",\"runtime\":\"COBOL\",'
                '\"function\":\"'
                FUNCTION TRIM(WS-FUNCTION-ID)
                '\"}"}'
                INTO WS-LAMBDA
                WITH POINTER WS-COUNT
                ON OVERFLOW DISPLAY 'OVERFLOW!'
        END-STRING.
