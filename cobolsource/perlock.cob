000010 IDENTIFICATION DIVISION.
000050* PERIOD LOCK BATCH JOB FOR COBOL-LEDGER.
000060* Runs only after the closing batch generated by LEDGER-PERCLOSE
000061* has been edited and posted with condition code 0 (run_batch.sh
000062* enforces the gate), and marks the period that was put close-
000063* pending tonight as closed on the period control file
000064* (PERIODFILE). From then on LEDGER-EDIT rejects anything value-
000065* dated into it. Only a period whose close was generated for
000066* tonight's business date is locked, so a close-pending month
000067* left behind by an aborted run is never locked without its
000068* closing journal having posted.
000070 PROGRAM-ID. LEDGER-PERLOCK.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERIODFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PRD-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY LEDGERPRD.
000090 WORKING-STORAGE SECTION.
       01 WS-PRD-STATUS PIC X(02) VALUE '00'.
       01 WS-PRD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-PERIODS VALUE 'Y'.
       01 WS-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-LOCK-FAILED VALUE 'Y'.
       01 WS-READ-CNT PIC 9(05) VALUE 0.
       01 WS-LOCK-CNT PIC 9(05) VALUE 0.
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
       01 WS-ENV-DATE PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
000160 PROCEDURE DIVISION.
        A-PARA.
        ACCEPT WS-CUR-DATE8 FROM DATE YYYYMMDD
        ACCEPT WS-CUR-TIME8 FROM TIME
      * The period to lock is the one closed on the business date the
      * driver is running, not the clock's: a night that crosses
      * midnight or restarts next morning still locks month-end.
        ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'BUSINESS_DATE'
        IF WS-ENV-DATE IS NUMERIC
            MOVE WS-ENV-DATE TO WS-RUN-DATE
        ELSE
            MOVE WS-CUR-DATE8 TO WS-RUN-DATE
        END-IF
        STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
                INTO WS-BUS-DATE
        END-STRING
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP
        END-STRING
        OPEN I-O PERIOD-FILE
        IF WS-PRD-STATUS NOT = '00'
            SET WS-END-OF-PERIODS TO TRUE
            IF WS-PRD-STATUS NOT = '35'
                DISPLAY 'LEDGER-PERLOCK: UNABLE TO OPEN PERIODFILE, '
                        'STATUS ' WS-PRD-STATUS
                SET WS-LOCK-FAILED TO TRUE
            END-IF
        END-IF
        PERFORM B-PARA WITH TEST AFTER
                UNTIL WS-END-OF-PERIODS
        IF WS-PRD-STATUS NOT = '35'
            CLOSE PERIOD-FILE
        END-IF
        DISPLAY 'LEDGER-PERLOCK: ' WS-READ-CNT
                ' PERIODS READ, ' WS-LOCK-CNT
                ' PERIODS LOCKED'
        IF WS-LOCK-FAILED
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
        GOBACK.

        B-PARA.
        IF NOT WS-END-OF-PERIODS
            READ PERIOD-FILE
                AT END
                    SET WS-END-OF-PERIODS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-PERIODS
            ADD 1 TO WS-READ-CNT
      * The selection must mirror LEDGER-PERCLOSE's: only the close
      * generated tonight may lock, whether it is the month ending
      * today or a prior month closed late.
            IF PRD-CLOSE-PENDING
                    AND PRD-CLOSE-BUS-DATE = WS-BUS-DATE
                PERFORM C-PARA
            END-IF
        END-IF.

        C-PARA.
        SET PRD-IS-CLOSED TO TRUE
        MOVE WS-TIMESTAMP TO PRD-CLOSED-TS
        REWRITE PERIOD-RECORD
        IF WS-PRD-STATUS = '00'
            ADD 1 TO WS-LOCK-CNT
            DISPLAY 'LEDGER-PERLOCK: PERIOD ' PRD-PERIOD ' CLOSED'
        ELSE
            DISPLAY 'LEDGER-PERLOCK: PERIODFILE REWRITE FAILED FOR '
                    PRD-PERIOD ', STATUS ' WS-PRD-STATUS
            SET WS-LOCK-FAILED TO TRUE
        END-IF.
