000010 IDENTIFICATION DIVISION.
000050* TRANSACTION MONITORING BATCH JOB FOR COBOL-LEDGER.
000060* Runs once every posting run of the day is through and looks at
000061* what actually moved. Tonight's customer postings on POSTFILE,
000062* together with the "just under" postings from the dated POSTFILE
000063* generations of the last few days, are sorted by account and
000064* day and tested against three rules, with the threshold and
000065* band on the monitoring parameter file (MONPARM):
000066*   SINGLE - one posting over the reportable threshold;
000067*   DAILY  - an account's postings in one direction today adding
000068*            up to more than the threshold;
000069*   STRUCT - several postings just under the threshold on one
00006A*            account across consecutive days, the latest today.
00006B* Reversals, the ledger's own entries (accruals 'AC',
00006C* revaluations 'RV', period close 'PC', escheat 'ES', returned
00006D* payments 'PR', cash concentration sweeps 'SW') and postings to
00006E* its internal control accounts (9999999995 payments clearing up
00006F* to 9999999999 accrual control) are not customer activity and
00006G* are not looked at. Each alert is written to the alert file
00006H* (ALERTFILE, LEDGERALR layout) with the postings that made it
00006I* up, for the compliance officer to clear, escalate or file
00006J* through the ALERT function. The compliance report (MONRPT)
00006K* lists tonight's alerts, every alert still waiting on a
00006L* disposition with its age, and every disposition recorded today,
00006M* which is the evidence of review. A night already monitored is
00006N* not monitored twice.
000070 PROGRAM-ID. LEDGER-MONITOR.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MONPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT POST-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWORK".
           SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-KEY
               FILE STATUS IS WS-ALR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           COPY LEDGERMNP.
       FD  POST-FILE.
       01  POST-RECORD.
           COPY LEDGERPST.
       FD  GEN-FILE.
       01  GEN-RECORD.
           COPY LEDGERPST REPLACING LEADING ==POST-== BY ==GEN-==.
       SD  SORT-WORK.
       01  SORT-RECORD.
           COPY LEDGERSRT.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY LEDGERALR.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
000090 WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(02) VALUE '00'.
       01 WS-POST-STATUS PIC X(02) VALUE '00'.
       01 WS-GEN-STATUS PIC X(02) VALUE '00'.
       01 WS-ALR-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-POST-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-POSTINGS VALUE 'Y'.
       01 WS-GEN-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-GEN VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-SORT VALUE 'Y'.
       01 WS-ALR-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-ALERTS VALUE 'Y'.
       01 WS-FIRST-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-ACCOUNT VALUE 'Y'.
       01 WS-DONE-SW PIC X(01) VALUE 'N'.
           88 WS-ALREADY-MONITORED VALUE 'Y'.
       01 WS-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-MONITOR-FAILED VALUE 'Y'.
       01 WS-TODAY-SW PIC X(01) VALUE 'N'.
           88 WS-FROM-TODAY VALUE 'Y'.
       01 WS-PASS-SW PIC X(01) VALUE 'O'.
           88 WS-PASS-OUTSTANDING VALUE 'O'.
           88 WS-PASS-REVIEWED VALUE 'R'.
       01 WS-POST-CNT PIC 9(07) VALUE 0.
       01 WS-SCREEN-CNT PIC 9(07) VALUE 0.
       01 WS-BAND-CNT PIC 9(07) VALUE 0.
       01 WS-GEN-SCANNED PIC 9(05) VALUE 0.
       01 WS-SINGLE-CNT PIC 9(05) VALUE 0.
       01 WS-DAILY-CNT PIC 9(05) VALUE 0.
       01 WS-STRUCT-CNT PIC 9(05) VALUE 0.
       01 WS-ALERT-CNT PIC 9(05) VALUE 0.
       01 WS-OUTSTANDING-CNT PIC 9(05) VALUE 0.
       01 WS-REVIEWED-CNT PIC 9(05) VALUE 0.
       01 WS-LINE-CNT PIC 9(05) VALUE 0.
       01 WS-SEQ PIC 9(05) VALUE 0.
      * Monitoring parameters; these stand when MONPARM is missing or
      * a field on it is not numeric.
       01 WS-THRESHOLD PIC 9(09)V99 VALUE 10000.00.
       01 WS-BAND-PCT PIC 9(03) VALUE 90.
       01 WS-STRUCT-MIN PIC 9(02) VALUE 3.
       01 WS-LOOKBACK PIC 9(02) VALUE 5.
       01 WS-BAND-LOW PIC 9(09)V99 VALUE 0.
       01 WS-POST-PATH PIC X(240) VALUE SPACES.
       01 WS-GEN-NAME PIC X(256) VALUE SPACES.
       01 WS-SRC-DATE PIC X(10) VALUE SPACES.
       01 WS-PREV-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-AGE-DAYS PIC 9(05) VALUE 0.
       01 WS-STATUS-WORD PIC X(09) VALUE SPACES.
       01 WS-AMT-EDIT PIC -(11)9.99.
       01 WS-THR-EDIT PIC Z(8)9.99.
       01 WS-WORK-RECORD.
           COPY LEDGERPST REPLACING LEADING ==POST-== BY ==WRK-==.
      * Tonight's postings on the account being tested, by direction
      * (1 debits, 2 credits), and its current run of consecutive
      * days with "just under" postings.
       01 WS-AGG-IX PIC 9(01) COMP VALUE 0.
       01 WS-AGG-TABLE.
           05 WS-AGG-ENTRY OCCURS 2 TIMES.
               10 WS-AGG-TOTAL PIC S9(11)V99.
               10 WS-AGG-CNT PIC 9(05).
               10 WS-AGG-REF-CNT PIC 9(02).
               10 WS-AGG-REFS.
                   15 WS-AGG-REF PIC X(12) OCCURS 10 TIMES.
       01 WS-RUN-LAST-DAY PIC 9(08) COMP VALUE 0.
       01 WS-RUN-DAYS PIC 9(03) VALUE 0.
       01 WS-RUN-CNT PIC 9(05) VALUE 0.
       01 WS-RUN-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-RUN-FIRST-DATE PIC X(10) VALUE SPACES.
       01 WS-RUN-LAST-DATE PIC X(10) VALUE SPACES.
       01 WS-RUN-REF-CNT PIC 9(02) VALUE 0.
       01 WS-RUN-REFS.
           05 WS-RUN-REF PIC X(12) OCCURS 10 TIMES.
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
       01 WS-BUS-DAY PIC 9(08) COMP VALUE 0.
       01 WS-DAY-INT PIC 9(08) COMP VALUE 0.
       01 WS-DAY-DATE8 PIC 9(08) VALUE 0.
       01 WS-DAY-DATE-X REDEFINES WS-DAY-DATE8.
           05 WS-DAY-YYYY PIC 9(04).
           05 WS-DAY-MM PIC 9(02).
           05 WS-DAY-DD PIC 9(02).
       01 WS-CNV-DAY PIC 9(08) COMP VALUE 0.
       01 WS-CNV-DATE8 PIC 9(08) VALUE 0.
       01 WS-CNV-DATE-X REDEFINES WS-CNV-DATE8.
           05 WS-CNV-YYYY PIC 9(04).
           05 WS-CNV-MM PIC 9(02).
           05 WS-CNV-DD PIC 9(02).
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        IF WS-ALREADY-MONITORED
            MOVE SPACES TO REPORT-LINE
            STRING 'BUSINESS DATE ' WS-BUS-DATE
                    ' ALREADY MONITORED -- NO NEW ALERTS RAISED'
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        ELSE
            SORT SORT-WORK ON ASCENDING KEY SORT-ACCOUNT
                    SORT-TIMESTAMP
                    INPUT PROCEDURE IS C-PARA THRU C-PARA-EXIT
                    OUTPUT PROCEDURE IS H-PARA THRU H-PARA-EXIT
            IF WS-ALERT-CNT = 0
                MOVE '  NO ALERTS RAISED' TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
        END-IF
        SET WS-PASS-OUTSTANDING TO TRUE
        PERFORM N-PARA
        SET WS-PASS-REVIEWED TO TRUE
        PERFORM N-PARA
        PERFORM Q-PARA
        DISPLAY 'LEDGER-MONITOR: ' WS-SCREEN-CNT
                ' POSTINGS SCREENED, ' WS-ALERT-CNT
                ' ALERTS RAISED, ' WS-OUTSTANDING-CNT
                ' OUTSTANDING'
        IF WS-MONITOR-FAILED
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
        COMPUTE WS-BUS-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'LEDGER-MONITOR: UNABLE TO OPEN MONRPT, '
                    'STATUS ' WS-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        PERFORM B2-PARA
        COMPUTE WS-BAND-LOW ROUNDED = WS-THRESHOLD * WS-BAND-PCT / 100
        MOVE 'COBOL-LEDGER TRANSACTION MONITORING COMPLIANCE REPORT'
                TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'BUSINESS DATE ' WS-BUS-DATE
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-THRESHOLD TO WS-THR-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'REPORTABLE THRESHOLD ' WS-THR-EDIT
                '   JUST-UNDER BAND FROM ' WS-BAND-PCT ' PCT'
                '   STRUCTURING AT ' WS-STRUCT-MIN ' POSTINGS'
                '   LOOKBACK ' WS-LOOKBACK ' DAYS'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 'ALERTS RAISED TONIGHT' TO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM P-PARA
      * The dated generations sit beside the day file, named
      * <POSTFILE>.yyyymmdd as LEDGER-CUTOFF leaves them.
        ACCEPT WS-POST-PATH FROM ENVIRONMENT 'POSTFILE'
        IF WS-POST-PATH = SPACES
            MOVE 'POSTFILE' TO WS-POST-PATH
        END-IF
        OPEN I-O ALERT-FILE
        IF WS-ALR-STATUS = '35'
            OPEN OUTPUT ALERT-FILE
            CLOSE ALERT-FILE
            OPEN I-O ALERT-FILE
        END-IF
        IF WS-ALR-STATUS NOT = '00'
            DISPLAY 'LEDGER-MONITOR: UNABLE TO OPEN ALERTFILE, '
                    'STATUS ' WS-ALR-STATUS
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
      * Alerts already raised under tonight's date mean the night has
      * been monitored once; a rerun must not raise them again.
        MOVE WS-RUN-DATE TO ALR-DATE
        MOVE 0 TO ALR-SEQ
        START ALERT-FILE KEY IS NOT LESS THAN ALR-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ ALERT-FILE NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF ALR-DATE = WS-RUN-DATE
                            SET WS-ALREADY-MONITORED TO TRUE
                        END-IF
                END-READ
        END-START.

        B2-PARA.
        OPEN INPUT PARM-FILE
        IF WS-PARM-STATUS = '00'
            READ PARM-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF MNP-THRESHOLD IS NUMERIC
                            AND MNP-THRESHOLD > 0
                        MOVE MNP-THRESHOLD TO WS-THRESHOLD
                    END-IF
                    IF MNP-BAND-PCT IS NUMERIC
                            AND MNP-BAND-PCT > 0
                            AND MNP-BAND-PCT < 100
                        MOVE MNP-BAND-PCT TO WS-BAND-PCT
                    END-IF
                    IF MNP-STRUCT-COUNT IS NUMERIC
                            AND MNP-STRUCT-COUNT > 1
                        MOVE MNP-STRUCT-COUNT TO WS-STRUCT-MIN
                    END-IF
                    IF MNP-LOOKBACK-DAYS IS NUMERIC
                        MOVE MNP-LOOKBACK-DAYS TO WS-LOOKBACK
                    END-IF
            END-READ
            CLOSE PARM-FILE
        END-IF.

      * Sort input: tonight's postings, each stamped with the business
      * date, then the generations of the lookback days, each stamped
      * with its own date (only their "just under" postings matter).
        C-PARA.
        SET WS-FROM-TODAY TO TRUE
        MOVE WS-BUS-DATE TO WS-SRC-DATE
        OPEN INPUT POST-FILE
        IF WS-POST-STATUS = '00'
            PERFORM D-PARA WITH TEST AFTER UNTIL WS-END-OF-POSTINGS
            CLOSE POST-FILE
        ELSE
            IF WS-POST-STATUS NOT = '35'
                DISPLAY 'LEDGER-MONITOR: UNABLE TO OPEN POSTFILE, '
                        'STATUS ' WS-POST-STATUS
                SET WS-MONITOR-FAILED TO TRUE
            END-IF
        END-IF
        MOVE 'N' TO WS-TODAY-SW
        COMPUTE WS-DAY-INT = WS-BUS-DAY - WS-LOOKBACK
        PERFORM E-PARA
                UNTIL WS-DAY-INT NOT < WS-BUS-DAY.
        C-PARA-EXIT.
        EXIT.

        D-PARA.
        READ POST-FILE
            AT END
                SET WS-END-OF-POSTINGS TO TRUE
        END-READ
        IF NOT WS-END-OF-POSTINGS
            ADD 1 TO WS-POST-CNT
            MOVE POST-RECORD TO WS-WORK-RECORD
            PERFORM G-PARA
        END-IF.

      * One lookback day. A day with no generation on file is simply
      * skipped.
        E-PARA.
        COMPUTE WS-DAY-DATE8 = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
        MOVE SPACES TO WS-GEN-NAME
        STRING FUNCTION TRIM(WS-POST-PATH)
                '.' WS-DAY-DATE8
                INTO WS-GEN-NAME
        END-STRING
        MOVE SPACES TO WS-SRC-DATE
        STRING WS-DAY-YYYY '-' WS-DAY-MM '-' WS-DAY-DD
                INTO WS-SRC-DATE
        END-STRING
        MOVE 'N' TO WS-GEN-EOF-SW
        OPEN INPUT GEN-FILE
        IF WS-GEN-STATUS = '00'
            ADD 1 TO WS-GEN-SCANNED
            PERFORM E2-PARA WITH TEST AFTER UNTIL WS-END-OF-GEN
            CLOSE GEN-FILE
        END-IF
        ADD 1 TO WS-DAY-INT.

        E2-PARA.
        READ GEN-FILE
            AT END
                SET WS-END-OF-GEN TO TRUE
        END-READ
        IF NOT WS-END-OF-GEN
            MOVE GEN-RECORD TO WS-WORK-RECORD
            PERFORM G-PARA
        END-IF.

      * Screen out what is not customer activity, and from the earlier
      * days everything but the "just under" postings, then pass the
      * posting to the sort dated with the day it posted.
        G-PARA.
        IF NOT WRK-IS-REVERSAL
                AND WRK-AMOUNT > 0
                AND WRK-REFERENCE(1:2) NOT = 'AC'
                AND WRK-REFERENCE(1:2) NOT = 'RV'
                AND WRK-REFERENCE(1:2) NOT = 'PC'
                AND WRK-REFERENCE(1:2) NOT = 'ES'
                AND WRK-REFERENCE(1:2) NOT = 'PR'
                AND WRK-REFERENCE(1:2) NOT = 'SW'
                AND WRK-ACCOUNT(1:9) NOT = '999999999'
            IF WS-FROM-TODAY
                ADD 1 TO WS-SCREEN-CNT
                MOVE WS-WORK-RECORD TO SORT-RECORD
                MOVE WS-SRC-DATE TO SORT-TIMESTAMP(1:10)
                RELEASE SORT-RECORD
            ELSE
                IF WRK-AMOUNT NOT < WS-BAND-LOW
                        AND WRK-AMOUNT NOT > WS-THRESHOLD
                    ADD 1 TO WS-BAND-CNT
                    MOVE WS-WORK-RECORD TO SORT-RECORD
                    MOVE WS-SRC-DATE TO SORT-TIMESTAMP(1:10)
                    RELEASE SORT-RECORD
                END-IF
            END-IF
        END-IF.

        H-PARA.
        PERFORM I-PARA UNTIL WS-END-OF-SORT
        IF NOT WS-FIRST-ACCOUNT
            PERFORM K-PARA
        END-IF.
        H-PARA-EXIT.
        EXIT.

        I-PARA.
        RETURN SORT-WORK
            AT END
                SET WS-END-OF-SORT TO TRUE
        END-RETURN
        IF NOT WS-END-OF-SORT
            IF WS-FIRST-ACCOUNT OR SORT-ACCOUNT NOT = WS-PREV-ACCOUNT
                IF NOT WS-FIRST-ACCOUNT
                    PERFORM K-PARA
                END-IF
                MOVE 'N' TO WS-FIRST-SW
                MOVE SORT-ACCOUNT TO WS-PREV-ACCOUNT
                PERFORM J-PARA
            END-IF
            IF SORT-TIMESTAMP(1:10) = WS-BUS-DATE
                PERFORM I2-PARA
            END-IF
            IF SORT-AMOUNT NOT < WS-BAND-LOW
                    AND SORT-AMOUNT NOT > WS-THRESHOLD
                PERFORM I3-PARA
            END-IF
        END-IF.

      * Tonight's posting: reportable on its own over the threshold,
      * and added to the day's total for its direction either way.
        I2-PARA.
        IF SORT-AMOUNT > WS-THRESHOLD
            PERFORM L-PARA
            SET ALR-RULE-SINGLE TO TRUE
            MOVE SORT-DRCR-FLAG TO ALR-DRCR
            MOVE SORT-AMOUNT TO ALR-TOTAL
            MOVE 1 TO ALR-POST-CNT
            MOVE WS-BUS-DATE TO ALR-FIRST-DATE
            MOVE WS-BUS-DATE TO ALR-LAST-DATE
            MOVE 1 TO ALR-REF-CNT
            MOVE SORT-REFERENCE TO ALR-REFERENCE(1)
            PERFORM M-PARA
        END-IF
        IF SORT-DRCR-FLAG = 'D'
            MOVE 1 TO WS-AGG-IX
        ELSE
            MOVE 2 TO WS-AGG-IX
        END-IF
        ADD SORT-AMOUNT TO WS-AGG-TOTAL(WS-AGG-IX)
        ADD 1 TO WS-AGG-CNT(WS-AGG-IX)
        IF WS-AGG-REF-CNT(WS-AGG-IX) < 10
            ADD 1 TO WS-AGG-REF-CNT(WS-AGG-IX)
            MOVE SORT-REFERENCE
                    TO WS-AGG-REF(WS-AGG-IX, WS-AGG-REF-CNT(WS-AGG-IX))
        END-IF.

      * A "just under" posting: it extends the current run when it is
      * on the run's last day or the day after, otherwise it starts a
      * new run.
        I3-PARA.
        MOVE SORT-TIMESTAMP(1:4) TO WS-CNV-YYYY
        MOVE SORT-TIMESTAMP(6:2) TO WS-CNV-MM
        MOVE SORT-TIMESTAMP(9:2) TO WS-CNV-DD
        COMPUTE WS-CNV-DAY = FUNCTION INTEGER-OF-DATE(WS-CNV-DATE8)
        IF WS-RUN-CNT = 0 OR WS-CNV-DAY > WS-RUN-LAST-DAY + 1
            MOVE 1 TO WS-RUN-DAYS
            MOVE 0 TO WS-RUN-CNT
            MOVE 0 TO WS-RUN-TOTAL
            MOVE 0 TO WS-RUN-REF-CNT
            MOVE SPACES TO WS-RUN-REFS
            MOVE SORT-TIMESTAMP(1:10) TO WS-RUN-FIRST-DATE
        ELSE
            IF WS-CNV-DAY = WS-RUN-LAST-DAY + 1
                ADD 1 TO WS-RUN-DAYS
            END-IF
        END-IF
        MOVE WS-CNV-DAY TO WS-RUN-LAST-DAY
        MOVE SORT-TIMESTAMP(1:10) TO WS-RUN-LAST-DATE
        ADD 1 TO WS-RUN-CNT
        ADD SORT-AMOUNT TO WS-RUN-TOTAL
        IF WS-RUN-REF-CNT < 10
            ADD 1 TO WS-RUN-REF-CNT
            MOVE SORT-REFERENCE TO WS-RUN-REF(WS-RUN-REF-CNT)
        END-IF.

        J-PARA.
        INITIALIZE WS-AGG-TABLE
        MOVE 0 TO WS-RUN-LAST-DAY
        MOVE 0 TO WS-RUN-DAYS
        MOVE 0 TO WS-RUN-CNT
        MOVE 0 TO WS-RUN-TOTAL
        MOVE 0 TO WS-RUN-REF-CNT
        MOVE SPACES TO WS-RUN-REFS
        MOVE SPACES TO WS-RUN-FIRST-DATE
        MOVE SPACES TO WS-RUN-LAST-DATE.

      * End of an account: the daily aggregates, then structuring.
      * A day's total made up of one posting is already a SINGLE
      * alert if it is over the threshold.
        K-PARA.
        PERFORM K2-PARA
                VARYING WS-AGG-IX FROM 1 BY 1
                UNTIL WS-AGG-IX > 2
        IF WS-RUN-CNT NOT < WS-STRUCT-MIN
                AND WS-RUN-DAYS > 1
                AND WS-RUN-LAST-DAY = WS-BUS-DAY
            PERFORM L-PARA
            SET ALR-RULE-STRUCT TO TRUE
            MOVE SPACE TO ALR-DRCR
            MOVE WS-RUN-TOTAL TO ALR-TOTAL
            MOVE WS-RUN-CNT TO ALR-POST-CNT
            MOVE WS-RUN-FIRST-DATE TO ALR-FIRST-DATE
            MOVE WS-RUN-LAST-DATE TO ALR-LAST-DATE
            MOVE WS-RUN-REF-CNT TO ALR-REF-CNT
            MOVE WS-RUN-REFS TO ALR-REFERENCES
            PERFORM M-PARA
        END-IF.

        K2-PARA.
        IF WS-AGG-CNT(WS-AGG-IX) > 1
                AND WS-AGG-TOTAL(WS-AGG-IX) > WS-THRESHOLD
            PERFORM L-PARA
            SET ALR-RULE-DAILY TO TRUE
            IF WS-AGG-IX = 1
                MOVE 'D' TO ALR-DRCR
            ELSE
                MOVE 'C' TO ALR-DRCR
            END-IF
            MOVE WS-AGG-TOTAL(WS-AGG-IX) TO ALR-TOTAL
            MOVE WS-AGG-CNT(WS-AGG-IX) TO ALR-POST-CNT
            MOVE WS-BUS-DATE TO ALR-FIRST-DATE
            MOVE WS-BUS-DATE TO ALR-LAST-DATE
            MOVE WS-AGG-REF-CNT(WS-AGG-IX) TO ALR-REF-CNT
            MOVE WS-AGG-REFS(WS-AGG-IX) TO ALR-REFERENCES
            PERFORM M-PARA
        END-IF.

        L-PARA.
        MOVE SPACES TO ALERT-RECORD
        MOVE WS-PREV-ACCOUNT TO ALR-ACCOUNT
        MOVE 0 TO ALR-TOTAL
        MOVE 0 TO ALR-POST-CNT
        MOVE 0 TO ALR-REF-CNT.

      * Number and write the alert built by the caller.
        M-PARA.
        ADD 1 TO WS-SEQ
        MOVE WS-RUN-DATE TO ALR-DATE
        MOVE WS-SEQ TO ALR-SEQ
        SET ALR-IS-OPEN TO TRUE
        MOVE WS-TIMESTAMP TO ALR-RAISED-TS
        WRITE ALERT-RECORD
        IF WS-ALR-STATUS = '00'
            ADD 1 TO WS-ALERT-CNT
            EVALUATE TRUE
                WHEN ALR-RULE-SINGLE
                    ADD 1 TO WS-SINGLE-CNT
                WHEN ALR-RULE-DAILY
                    ADD 1 TO WS-DAILY-CNT
                WHEN OTHER
                    ADD 1 TO WS-STRUCT-CNT
            END-EVALUATE
            PERFORM O-PARA
        ELSE
            DISPLAY 'LEDGER-MONITOR: ALERTFILE WRITE FAILED FOR '
                    ALR-ACCOUNT ' ' ALR-RULE
                    ', STATUS ' WS-ALR-STATUS
            SET WS-MONITOR-FAILED TO TRUE
        END-IF.

      * One pass over the whole alert file: first the alerts still
      * waiting on a disposition, then the ones reviewed today.
        N-PARA.
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        IF WS-PASS-OUTSTANDING
            MOVE 'ALERTS AWAITING DISPOSITION (OPEN OR ESCALATED)'
                    TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM P-PARA
        ELSE
            MOVE 'DISPOSITIONS RECORDED TODAY' TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING 'ALERT ID      ACCOUNT    RULE   DISPOSITION '
                    'BY                   AT                  NOTE'
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
        MOVE 0 TO WS-LINE-CNT
        MOVE 'N' TO WS-ALR-EOF-SW
        MOVE 0 TO ALR-DATE
        MOVE 0 TO ALR-SEQ
        START ALERT-FILE KEY IS NOT LESS THAN ALR-KEY
            INVALID KEY
                SET WS-END-OF-ALERTS TO TRUE
        END-START
        PERFORM N2-PARA WITH TEST AFTER UNTIL WS-END-OF-ALERTS
        IF WS-LINE-CNT = 0
            MOVE '  NONE' TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.

        N2-PARA.
        IF NOT WS-END-OF-ALERTS
            READ ALERT-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-ALERTS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-ALERTS
            IF WS-PASS-OUTSTANDING
                IF ALR-IS-OPEN OR ALR-IS-ESCALATED
                    ADD 1 TO WS-OUTSTANDING-CNT
                    ADD 1 TO WS-LINE-CNT
                    PERFORM O-PARA
                END-IF
            ELSE
                IF ALR-ESCALATED-TS(1:10) = WS-BUS-DATE
                        OR ALR-DISP-TS(1:10) = WS-BUS-DATE
                    ADD 1 TO WS-REVIEWED-CNT
                    ADD 1 TO WS-LINE-CNT
                    PERFORM O3-PARA
                END-IF
            END-IF
        END-IF.

      * An alert with its age and the postings that made it up.
        O-PARA.
        MOVE ALR-DATE TO WS-CNV-DATE8
        COMPUTE WS-AGE-DAYS = WS-BUS-DAY
                - FUNCTION INTEGER-OF-DATE(WS-CNV-DATE8)
        PERFORM R-PARA
        MOVE ALR-TOTAL TO WS-AMT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING ALR-DATE ALR-SEQ
                ' ' ALR-ACCOUNT
                ' ' ALR-RULE
                ' ' ALR-DRCR
                ' ' WS-AMT-EDIT
                ' ' ALR-POST-CNT
                ' ' ALR-FIRST-DATE
                ' ' ALR-LAST-DATE
                ' ' WS-AGE-DAYS
                ' ' WS-STATUS-WORD
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING '              REFERENCES ' ALR-REFERENCE(1)
                ' ' ALR-REFERENCE(2) ' ' ALR-REFERENCE(3)
                ' ' ALR-REFERENCE(4) ' ' ALR-REFERENCE(5)
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        IF ALR-REF-CNT > 5
            MOVE SPACES TO REPORT-LINE
            STRING '                         ' ALR-REFERENCE(6)
                    ' ' ALR-REFERENCE(7) ' ' ALR-REFERENCE(8)
                    ' ' ALR-REFERENCE(9) ' ' ALR-REFERENCE(10)
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
        IF ALR-POST-CNT > ALR-REF-CNT
            MOVE '                         ... AND FURTHER POSTINGS'
                    TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.

      * A review recorded today: the escalation and/or the final
      * disposition, each with the officer's id.
        O3-PARA.
        IF ALR-ESCALATED-TS(1:10) = WS-BUS-DATE
            MOVE SPACES TO REPORT-LINE
            STRING ALR-DATE ALR-SEQ
                    ' ' ALR-ACCOUNT
                    ' ' ALR-RULE
                    ' ESCALATED  '
                    ' ' ALR-ESCALATED-BY
                    ' ' ALR-ESCALATED-TS(1:19)
                    ' ' ALR-ESCALATE-NOTE
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
        IF ALR-DISP-TS(1:10) = WS-BUS-DATE
            PERFORM R-PARA
            MOVE SPACES TO REPORT-LINE
            STRING ALR-DATE ALR-SEQ
                    ' ' ALR-ACCOUNT
                    ' ' ALR-RULE
                    ' ' WS-STATUS-WORD
                    '  ' ALR-DISP-BY
                    ' ' ALR-DISP-TS(1:19)
                    ' ' ALR-DISP-NOTE
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF.

        P-PARA.
        MOVE SPACES TO REPORT-LINE
        STRING 'ALERT ID      ACCOUNT    RULE   D          TOTAL '
                'COUNT FIRST DAY  LAST DAY     AGE STATUS'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.

        R-PARA.
        EVALUATE TRUE
            WHEN ALR-IS-OPEN
                MOVE 'OPEN' TO WS-STATUS-WORD
            WHEN ALR-IS-ESCALATED
                MOVE 'ESCALATED' TO WS-STATUS-WORD
            WHEN ALR-IS-CLEARED
                MOVE 'CLEARED' TO WS-STATUS-WORD
            WHEN ALR-IS-FILED
                MOVE 'FILED' TO WS-STATUS-WORD
            WHEN OTHER
                MOVE ALR-STATUS TO WS-STATUS-WORD
        END-EVALUATE.

        Q-PARA.
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'POSTINGS READ: ' WS-POST-CNT
                '   CUSTOMER POSTINGS SCREENED: ' WS-SCREEN-CNT
                '   JUST-UNDER FROM ' WS-GEN-SCANNED
                ' GENERATIONS: ' WS-BAND-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'ALERTS RAISED: ' WS-ALERT-CNT
                '   SINGLE: ' WS-SINGLE-CNT
                '   DAILY: ' WS-DAILY-CNT
                '   STRUCT: ' WS-STRUCT-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'AWAITING DISPOSITION: ' WS-OUTSTANDING-CNT
                '   REVIEWED TODAY: ' WS-REVIEWED-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        IF WS-MONITOR-FAILED
            MOVE 'MONITORING RUN INCOMPLETE - SEE JOB LOG'
                    TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        CLOSE ALERT-FILE
        CLOSE REPORT-FILE.
