000010 IDENTIFICATION DIVISION.
000050* HOLD EXPIRY AND REGISTER BATCH JOB FOR COBOL-LEDGER.
000060* Runs after the end-of-day cutoff. Every funds hold still active
000061* on HOLDFILE whose expiry date is today or earlier is lapsed
000062* (status 'E', stamped LEDGER-HOLDEXP), so the hold file agrees
000063* with what LEDGER-POST already stops counting from tomorrow. It
000064* then prints the hold register (HOLDRPT): every hold still
000065* standing, the holds lapsed tonight and the holds released
000066* through the HOLD function today, each with its total, so the
000067* morning shift can see exactly what is earmarked on each
000068* account and why. Holds without an expiry stand until released.
000070 PROGRAM-ID. LEDGER-HOLDEXP.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LEDGERHLD.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
000090 WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-HOLDS VALUE 'Y'.
       01 WS-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-EXPIRY-FAILED VALUE 'Y'.
       01 WS-READ-CNT PIC 9(05) VALUE 0.
       01 WS-ACTIVE-CNT PIC 9(05) VALUE 0.
       01 WS-EXPIRED-CNT PIC 9(05) VALUE 0.
       01 WS-RELEASED-CNT PIC 9(05) VALUE 0.
       01 WS-ACTIVE-TOT PIC S9(11)V99 VALUE 0.
       01 WS-EXPIRED-TOT PIC S9(11)V99 VALUE 0.
       01 WS-RELEASED-TOT PIC S9(11)V99 VALUE 0.
       01 WS-LINE-STATUS PIC X(08) VALUE SPACES.
       01 WS-AMOUNT-EDIT PIC ---9(7).99.
       01 WS-TOTAL-EDIT PIC -(11)9.99.
       01 WS-CUR-DATE8 PIC 9(08) VALUE 0.
       01 WS-CUR-DATE-X REDEFINES WS-CUR-DATE8.
           05 WS-CUR-YYYY PIC 9(04).
           05 WS-CUR-MM PIC 9(02).
           05 WS-CUR-DD PIC 9(02).
       01 WS-ENV-DATE PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).
       01 WS-CUR-TIME8 PIC 9(08) VALUE 0.
       01 WS-CUR-TIME-X REDEFINES WS-CUR-TIME8.
           05 WS-CUR-HH PIC 9(02).
           05 WS-CUR-MIN PIC 9(02).
           05 WS-CUR-SEC PIC 9(02).
           05 WS-CUR-CENT PIC 9(02).
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        PERFORM C-PARA WITH TEST AFTER UNTIL WS-END-OF-HOLDS
        PERFORM E-PARA
        PERFORM G-PARA
        DISPLAY 'LEDGER-HOLDEXP: ' WS-READ-CNT
                ' HOLDS READ, ' WS-EXPIRED-CNT
                ' EXPIRED, ' WS-ACTIVE-CNT
                ' STILL ACTIVE'
        IF WS-EXPIRY-FAILED
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
        ACCEPT WS-CUR-TIME8 FROM TIME
        STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
                INTO WS-BUS-DATE
        END-STRING
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP
        END-STRING
        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'LEDGER-HOLDEXP: UNABLE TO OPEN HOLDRPT, '
                    'STATUS ' WS-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE 'COBOL-LEDGER FUNDS HOLD REGISTER' TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'BUSINESS DATE ' WS-BUS-DATE
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'ACCOUNT/SEQ     STATUS          AMOUNT EXPIRY     '
                'PLACED BY            REASON'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        OPEN I-O HOLD-FILE
        IF WS-HOLD-STATUS NOT = '00'
            SET WS-END-OF-HOLDS TO TRUE
            IF WS-HOLD-STATUS = '35'
                MOVE 'NO HOLDS ON FILE' TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                DISPLAY 'LEDGER-HOLDEXP: UNABLE TO OPEN HOLDFILE, '
                        'STATUS ' WS-HOLD-STATUS
                CLOSE REPORT-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF.

      * Lapse what has reached its expiry, then put on the register
      * every hold still standing and every hold that ended today.
        C-PARA.
        IF NOT WS-END-OF-HOLDS
            READ HOLD-FILE
                AT END
                    SET WS-END-OF-HOLDS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-HOLDS
            ADD 1 TO WS-READ-CNT
            IF HLD-IS-ACTIVE
                IF HLD-EXPIRY NOT = SPACES
                        AND HLD-EXPIRY NOT > WS-BUS-DATE
                    PERFORM H-PARA
                ELSE
                    MOVE 'ACTIVE' TO WS-LINE-STATUS
                    ADD 1 TO WS-ACTIVE-CNT
                    ADD HLD-AMOUNT TO WS-ACTIVE-TOT
                    PERFORM D-PARA
                END-IF
            ELSE
                IF HLD-IS-RELEASED
                        AND HLD-RELEASED-TS(1:10) = WS-BUS-DATE
                    MOVE 'RELEASED' TO WS-LINE-STATUS
                    ADD 1 TO WS-RELEASED-CNT
                    ADD HLD-AMOUNT TO WS-RELEASED-TOT
                    PERFORM D-PARA
                END-IF
            END-IF
        END-IF.

        D-PARA.
        MOVE HLD-AMOUNT TO WS-AMOUNT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING HLD-ACCOUNT '/' HLD-SEQ
                ' ' WS-LINE-STATUS
                ' ' WS-AMOUNT-EDIT
                ' ' HLD-EXPIRY
                ' ' HLD-PLACED-BY
                ' ' HLD-REASON(1:28)
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.

        E-PARA.
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-ACTIVE-TOT TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'ACTIVE HOLDS:     ' WS-ACTIVE-CNT
                '   TOTAL HELD ' WS-TOTAL-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-EXPIRED-TOT TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'EXPIRED TONIGHT:  ' WS-EXPIRED-CNT
                '   TOTAL      ' WS-TOTAL-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-RELEASED-TOT TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'RELEASED TODAY:   ' WS-RELEASED-CNT
                '   TOTAL      ' WS-TOTAL-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        IF WS-EXPIRY-FAILED
            MOVE 'HOLD EXPIRY INCOMPLETE - SEE JOB LOG' TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.

        G-PARA.
        IF WS-HOLD-STATUS NOT = '35'
            CLOSE HOLD-FILE
        END-IF
        CLOSE REPORT-FILE.

        H-PARA.
        SET HLD-IS-EXPIRED TO TRUE
        MOVE 'LEDGER-HOLDEXP' TO HLD-RELEASED-BY
        MOVE WS-TIMESTAMP TO HLD-RELEASED-TS
        REWRITE HOLD-RECORD
        IF WS-HOLD-STATUS = '00'
            MOVE 'EXPIRED' TO WS-LINE-STATUS
            ADD 1 TO WS-EXPIRED-CNT
            ADD HLD-AMOUNT TO WS-EXPIRED-TOT
            PERFORM D-PARA
        ELSE
            DISPLAY 'LEDGER-HOLDEXP: HOLDFILE REWRITE FAILED FOR '
                    HLD-ACCOUNT '/' HLD-SEQ ', STATUS ' WS-HOLD-STATUS
            SET WS-EXPIRY-FAILED TO TRUE
        END-IF.
