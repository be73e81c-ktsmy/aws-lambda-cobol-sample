000010 IDENTIFICATION DIVISION.
000050* AVERAGE DAILY BALANCE REPORT BATCH JOB FOR COBOL-LEDGER.
000060* Runs after the end-of-day cutoff. On the last calendar day of
000061* the month it works out every account's average daily balance
000062* for the month from the balance history (BALHIST) the cutoff
000063* keeps: each calendar day counts once at the balance the
000064* account closed it with, a day the batch did not close (a
000065* weekend or holiday) at the balance carried from the last day
000066* that was closed, and days before the account's history begins
000067* are left out of the average rather than counted at zero. A
000068* month whose last day the batch did not run on is reported on
000069* the first business date after it instead: the run-control file
00006A* (RUNCTL) gives the business date run before tonight, and when
00006B* that was in an earlier month and not its last day, that month
00006C* was never reported. The report (ADBRPT) lists every account by
00006D* account type from the chart-of-accounts master, with the days
00006E* averaged, the average, the month-end balance and the month's
00006F* debits and credits, and totals each type, so product and
00006G* finance read average balances off paper instead of rebuilding
00006H* them from statements. Any month can be reprinted on demand by
00006I* giving it as yyyymm on the command line; the month in progress
00006J* is then reported month-to-date. On any other night without a
00006K* month given the report is written saying so.
000070 PROGRAM-ID. LEDGER-ADBRPT.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACT-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BAL-HIST ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-BHS-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-STATUS.
           SELECT ADB-SORT ASSIGN TO "SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "ADBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY LEDGERACT.
       FD  BAL-HIST.
       01  BAL-HIST-RECORD.
           COPY LEDGERBHS.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           COPY LEDGERRCT.
       SD  ADB-SORT.
       01  ADB-SORT-RECORD.
           05  ADS-TYPE                PIC X(02).
           05  ADS-ACCOUNT             PIC X(10).
           05  ADS-NAME                PIC X(30).
           05  ADS-DAYS                PIC 9(02).
           05  ADS-AVERAGE             PIC S9(09)V99.
           05  ADS-CLOSE-BAL           PIC S9(09)V99.
           05  ADS-TOT-DEBIT           PIC S9(11)V99.
           05  ADS-TOT-CREDIT          PIC S9(11)V99.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
000090 WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC X(02) VALUE '00'.
       01 WS-BHS-STATUS PIC X(02) VALUE '00'.
       01 WS-RCT-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-ACCT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-ACCOUNTS VALUE 'Y'.
       01 WS-BHS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-HISTORY VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-SORT VALUE 'Y'.
       01 WS-DUE-SW PIC X(01) VALUE 'N'.
           88 WS-REPORT-DUE VALUE 'Y'.
       01 WS-MTD-SW PIC X(01) VALUE 'N'.
           88 WS-MONTH-TO-DATE VALUE 'Y'.
       01 WS-FIRST-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-TYPE VALUE 'Y'.
       01 WS-HAVE-BAL-SW PIC X(01) VALUE 'N'.
           88 WS-HAVE-BALANCE VALUE 'Y'.
       01 WS-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-ADB-FAILED VALUE 'Y'.
       01 WS-COMMAND PIC X(80) VALUE SPACES.
       01 WS-PARM-MONTH PIC X(06) VALUE SPACES.
       01 WS-ENV-DATE PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).
       01 WS-NEXT-DATE8 PIC 9(08) VALUE 0.
       01 WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE8.
           05 WS-NEXT-YYYY PIC 9(04).
           05 WS-NEXT-MM PIC 9(02).
           05 WS-NEXT-DD PIC 9(02).
       01 WS-FROM-DATE8 PIC 9(08) VALUE 0.
       01 WS-FROM-DATE-X REDEFINES WS-FROM-DATE8.
           05 WS-FROM-YYYY PIC 9(04).
           05 WS-FROM-MM PIC 9(02).
           05 WS-FROM-DD PIC 9(02).
       01 WS-TO-DATE8 PIC 9(08) VALUE 0.
       01 WS-TO-DATE-X REDEFINES WS-TO-DATE8.
           05 WS-TO-YYYY PIC 9(04).
           05 WS-TO-MM PIC 9(02).
           05 WS-TO-DD PIC 9(02).
       01 WS-LOOK-DATE8 PIC 9(08) VALUE 0.
      * The business date run before tonight, from RUNCTL.
       01 WS-PRIOR-DATE8 PIC 9(08) VALUE 0.
       01 WS-PRIOR-DATE-X REDEFINES WS-PRIOR-DATE8.
           05 WS-PRIOR-YYYY PIC 9(04).
           05 WS-PRIOR-MM PIC 9(02).
           05 WS-PRIOR-DD PIC 9(02).
       01 WS-FROM-INT PIC 9(07) VALUE 0.
       01 WS-TO-INT PIC 9(07) VALUE 0.
       01 WS-PREV-INT PIC 9(07) VALUE 0.
       01 WS-REC-INT PIC 9(07) VALUE 0.
       01 WS-SPAN PIC 9(03) VALUE 0.
      * A month that opens on a day the batch did not close takes its
      * opening balance from the last close before it, looking back
      * no further than this many days.
       01 WS-LOOKBACK-DAYS PIC 9(03) VALUE 31.
       01 WS-ADB-DAYS PIC 9(03) VALUE 0.
       01 WS-ADB-SUM PIC S9(13)V99 VALUE 0.
       01 WS-ADB-AVERAGE PIC S9(09)V99 VALUE 0.
       01 WS-ADB-BAL PIC S9(09)V99 VALUE 0.
       01 WS-ADB-DEBIT PIC S9(11)V99 VALUE 0.
       01 WS-ADB-CREDIT PIC S9(11)V99 VALUE 0.
       01 WS-PREV-TYPE PIC X(02) VALUE SPACES.
       01 WS-READ-CNT PIC 9(07) VALUE 0.
       01 WS-RPT-CNT PIC 9(07) VALUE 0.
       01 WS-SKIP-CNT PIC 9(07) VALUE 0.
       01 WS-TYPE-CNT PIC 9(07) VALUE 0.
       01 WS-TYPE-AVERAGE PIC S9(11)V99 VALUE 0.
       01 WS-TYPE-CLOSE PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-AVERAGE PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-CLOSE PIC S9(11)V99 VALUE 0.
       01 WS-DAYS-EDIT PIC Z9.
       01 WS-AVG-EDIT PIC -(8)9.99.
       01 WS-BAL-EDIT PIC -(8)9.99.
       01 WS-DR-EDIT PIC -(10)9.99.
       01 WS-CR-EDIT PIC -(10)9.99.
       01 WS-TOTAL-EDIT PIC -(11)9.99.
       01 WS-TOTAL2-EDIT PIC -(11)9.99.
       01 WS-CUR-DATE8 PIC 9(08) VALUE 0.
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        IF WS-REPORT-DUE
            SORT ADB-SORT ON ASCENDING KEY ADS-TYPE ADS-ACCOUNT
                    INPUT PROCEDURE IS C-PARA THRU C-PARA-EXIT
                    OUTPUT PROCEDURE IS H-PARA THRU H-PARA-EXIT
            CLOSE ACCT-FILE
            CLOSE BAL-HIST
            PERFORM K-PARA
        END-IF
        CLOSE REPORT-FILE
        DISPLAY 'LEDGER-ADBRPT: ' WS-READ-CNT
                ' ACCOUNTS READ, ' WS-RPT-CNT
                ' REPORTED, ' WS-SKIP-CNT
                ' WITHOUT HISTORY FOR ' WS-FROM-YYYY WS-FROM-MM
        IF WS-ADB-FAILED
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
        GOBACK.

      * The business date is BUSINESS_DATE (yyyymmdd) when the driver
      * sets it, the system date otherwise. Tonight is the month-end
      * when tomorrow falls in another month; otherwise a month left
      * unreported by a non-business month-end is reported tonight.
        B-PARA.
        ACCEPT WS-CUR-DATE8 FROM DATE YYYYMMDD
        ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'BUSINESS_DATE'
        IF WS-ENV-DATE IS NUMERIC
            MOVE WS-ENV-DATE TO WS-RUN-DATE
        ELSE
            MOVE WS-CUR-DATE8 TO WS-RUN-DATE
        END-IF
        STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
                INTO WS-BUS-DATE
        END-STRING
        ACCEPT WS-COMMAND FROM COMMAND-LINE
        UNSTRING WS-COMMAND DELIMITED BY ALL SPACE
                INTO WS-PARM-MONTH
        END-UNSTRING
        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'LEDGER-ADBRPT: UNABLE TO OPEN ADBRPT, '
                    'STATUS ' WS-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE 'COBOL-LEDGER AVERAGE DAILY BALANCE REPORT'
                TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'BUSINESS DATE ' WS-BUS-DATE
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        IF WS-PARM-MONTH NOT = SPACES
            PERFORM B2-PARA
        ELSE
            COMPUTE WS-NEXT-DATE8 = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
            IF WS-NEXT-MM NOT = WS-RUN-MM
                SET WS-REPORT-DUE TO TRUE
                MOVE WS-RUN-DATE TO WS-FROM-DATE8
                MOVE 1 TO WS-FROM-DD
                MOVE WS-RUN-DATE TO WS-TO-DATE8
            ELSE
                PERFORM B4-PARA
                IF WS-PARM-MONTH NOT = SPACES
                    MOVE SPACES TO REPORT-LINE
                    STRING 'MONTH ' WS-PRIOR-YYYY '-' WS-PRIOR-MM
                            ' ENDED ON A DAY THE BATCH DID NOT RUN'
                            ' -- REPORTED LATE'
                            INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
                    PERFORM B2-PARA
                ELSE
                    MOVE WS-RUN-DATE TO WS-FROM-DATE8
                    MOVE 'REPORT RUNS ON THE LAST DAY OF THE MONTH, OR'
                            TO REPORT-LINE
                    WRITE REPORT-LINE
                    MOVE '  THE FIRST BUSINESS DATE AFTER IT --'
                            TO REPORT-LINE
                    WRITE REPORT-LINE
                    MOVE '  GIVE YYYYMM TO PRINT A MONTH ON DEMAND'
                            TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-IF
        END-IF
        IF WS-REPORT-DUE
            PERFORM B3-PARA
        END-IF.

      * The first business date after a month whose last day the batch
      * did not run on: the night before tonight was in an earlier
      * month and was not that month's last day, so nobody reported
      * the month. It is reported as if asked for by yyyymm. Without
      * a run-control file (a run outside run_batch.sh) nothing is.
        B4-PARA.
        MOVE 0 TO WS-PRIOR-DATE8
        OPEN INPUT RUNCTL-FILE
        IF WS-RCT-STATUS = '00'
            MOVE WS-RUN-DATE TO RCT-BUS-DATE
            MOVE SPACES TO RCT-STEP-ID
            READ RUNCTL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE RCT-PRIOR-DATE TO WS-PRIOR-DATE8
            END-READ
            CLOSE RUNCTL-FILE
        END-IF
        IF WS-PRIOR-DATE8 > 0
                AND WS-PRIOR-DATE8 < WS-RUN-DATE
                AND (WS-PRIOR-YYYY NOT = WS-RUN-YYYY
                    OR WS-PRIOR-MM NOT = WS-RUN-MM)
            COMPUTE WS-NEXT-DATE8 = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-PRIOR-DATE8) + 1)
            IF WS-NEXT-MM = WS-PRIOR-MM
                MOVE WS-PRIOR-DATE8(1:6) TO WS-PARM-MONTH
            END-IF
        END-IF.

      * A month asked for on the command line: the whole month, or up
      * to tonight when it is the month in progress.
        B2-PARA.
        IF WS-PARM-MONTH IS NOT NUMERIC
                OR WS-PARM-MONTH(5:2) < '01'
                OR WS-PARM-MONTH(5:2) > '12'
            DISPLAY 'LEDGER-ADBRPT: MONTH MUST BE YYYYMM, GIVEN '
                    WS-PARM-MONTH
            MOVE 'INVALID MONTH REQUESTED -- NOTHING REPORTED'
                    TO REPORT-LINE
            WRITE REPORT-LINE
            SET WS-ADB-FAILED TO TRUE
        ELSE
            MOVE WS-PARM-MONTH(1:4) TO WS-FROM-YYYY
            MOVE WS-PARM-MONTH(5:2) TO WS-FROM-MM
            MOVE 1 TO WS-FROM-DD
            IF WS-FROM-DATE8 > WS-RUN-DATE
                MOVE 'REQUESTED MONTH HAS NOT BEGUN -- NOTHING'
                        TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                SET WS-REPORT-DUE TO TRUE
                MOVE WS-FROM-DATE8 TO WS-NEXT-DATE8
                IF WS-NEXT-MM = 12
                    ADD 1 TO WS-NEXT-YYYY
                    MOVE 1 TO WS-NEXT-MM
                ELSE
                    ADD 1 TO WS-NEXT-MM
                END-IF
                COMPUTE WS-TO-DATE8 = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE8) - 1)
                IF WS-TO-DATE8 > WS-RUN-DATE
                    MOVE WS-RUN-DATE TO WS-TO-DATE8
                    SET WS-MONTH-TO-DATE TO TRUE
                END-IF
            END-IF
        END-IF.

        B3-PARA.
        MOVE SPACES TO REPORT-LINE
        IF WS-MONTH-TO-DATE
            STRING 'MONTH TO DATE ' WS-FROM-YYYY '-' WS-FROM-MM
                    ', ' WS-FROM-YYYY '-' WS-FROM-MM '-' WS-FROM-DD
                    ' TO ' WS-TO-YYYY '-' WS-TO-MM '-' WS-TO-DD
                    INTO REPORT-LINE
            END-STRING
        ELSE
            STRING 'MONTH ' WS-FROM-YYYY '-' WS-FROM-MM
                    ', ' WS-FROM-YYYY '-' WS-FROM-MM '-' WS-FROM-DD
                    ' TO ' WS-TO-YYYY '-' WS-TO-MM '-' WS-TO-DD
                    INTO REPORT-LINE
            END-STRING
        END-IF
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'TY ACCOUNT    NAME                 DAYS  AVG DAILY BAL'
                '  MONTH-END BAL        DEBITS       CREDITS'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE8)
        COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE8)
        COMPUTE WS-LOOK-DATE8 = FUNCTION DATE-OF-INTEGER(
                WS-FROM-INT - WS-LOOKBACK-DAYS)
        OPEN INPUT ACCT-FILE
        IF WS-ACCT-STATUS = '35'
            OPEN OUTPUT ACCT-FILE
            CLOSE ACCT-FILE
            OPEN INPUT ACCT-FILE
        END-IF
        OPEN INPUT BAL-HIST
        IF WS-BHS-STATUS = '35'
            OPEN OUTPUT BAL-HIST
            CLOSE BAL-HIST
            OPEN INPUT BAL-HIST
        END-IF
        IF WS-ACCT-STATUS NOT = '00' OR WS-BHS-STATUS NOT = '00'
            DISPLAY 'LEDGER-ADBRPT: UNABLE TO OPEN ACCTFILE/BALHIST, '
                    'STATUS ' WS-ACCT-STATUS ' ' WS-BHS-STATUS
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

      * Sort input: one record per account that has history in the
      * month, keyed by account type.
        C-PARA.
        PERFORM D-PARA WITH TEST AFTER UNTIL WS-END-OF-ACCOUNTS.
        C-PARA-EXIT.
        EXIT.

        D-PARA.
        IF NOT WS-END-OF-ACCOUNTS
            READ ACCT-FILE
                AT END
                    SET WS-END-OF-ACCOUNTS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-ACCOUNTS
            ADD 1 TO WS-READ-CNT
            PERFORM P-PARA
            IF WS-ADB-DAYS = 0
                ADD 1 TO WS-SKIP-CNT
            ELSE
                MOVE ACT-TYPE TO ADS-TYPE
                MOVE ACT-ACCOUNT TO ADS-ACCOUNT
                MOVE ACT-NAME TO ADS-NAME
                MOVE WS-ADB-DAYS TO ADS-DAYS
                MOVE WS-ADB-AVERAGE TO ADS-AVERAGE
                MOVE WS-ADB-BAL TO ADS-CLOSE-BAL
                MOVE WS-ADB-DEBIT TO ADS-TOT-DEBIT
                MOVE WS-ADB-CREDIT TO ADS-TOT-CREDIT
                RELEASE ADB-SORT-RECORD
            END-IF
        END-IF.

      * Sort output: the detail lines, totalled on each change of
      * account type.
        H-PARA.
        PERFORM I-PARA UNTIL WS-END-OF-SORT
        IF NOT WS-FIRST-TYPE
            PERFORM L-PARA
        END-IF.
        H-PARA-EXIT.
        EXIT.

        I-PARA.
        RETURN ADB-SORT
            AT END
                SET WS-END-OF-SORT TO TRUE
        END-RETURN
        IF NOT WS-END-OF-SORT
            IF WS-FIRST-TYPE
                MOVE ADS-TYPE TO WS-PREV-TYPE
                MOVE 'N' TO WS-FIRST-SW
            END-IF
            IF ADS-TYPE NOT = WS-PREV-TYPE
                PERFORM L-PARA
                MOVE ADS-TYPE TO WS-PREV-TYPE
            END-IF
            ADD 1 TO WS-RPT-CNT
            ADD 1 TO WS-TYPE-CNT
            ADD ADS-AVERAGE TO WS-TYPE-AVERAGE
            ADD ADS-CLOSE-BAL TO WS-TYPE-CLOSE
            MOVE ADS-DAYS TO WS-DAYS-EDIT
            MOVE ADS-AVERAGE TO WS-AVG-EDIT
            MOVE ADS-CLOSE-BAL TO WS-BAL-EDIT
            MOVE ADS-TOT-DEBIT TO WS-DR-EDIT
            MOVE ADS-TOT-CREDIT TO WS-CR-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING ADS-TYPE ' ' ADS-ACCOUNT ' ' ADS-NAME(1:20)
                    '   ' WS-DAYS-EDIT
                    '  ' WS-AVG-EDIT
                    '   ' WS-BAL-EDIT
                    WS-DR-EDIT WS-CR-EDIT
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF.

        L-PARA.
        MOVE WS-TYPE-AVERAGE TO WS-TOTAL-EDIT
        MOVE WS-TYPE-CLOSE TO WS-TOTAL2-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING '   TYPE ' WS-PREV-TYPE ' TOTAL, '
                WS-TYPE-CNT ' ACCOUNTS   '
                WS-TOTAL-EDIT WS-TOTAL2-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        ADD WS-TYPE-AVERAGE TO WS-GRAND-AVERAGE
        ADD WS-TYPE-CLOSE TO WS-GRAND-CLOSE
        MOVE 0 TO WS-TYPE-CNT
        MOVE 0 TO WS-TYPE-AVERAGE
        MOVE 0 TO WS-TYPE-CLOSE.

        K-PARA.
        IF WS-RPT-CNT = 0
            MOVE 'NO BALANCE HISTORY ON FILE FOR THE MONTH'
                    TO REPORT-LINE
            WRITE REPORT-LINE
        ELSE
            MOVE WS-GRAND-AVERAGE TO WS-TOTAL-EDIT
            MOVE WS-GRAND-CLOSE TO WS-TOTAL2-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING 'ALL TYPES, ' WS-RPT-CNT ' ACCOUNTS        '
                    WS-TOTAL-EDIT WS-TOTAL2-EDIT
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'ACCOUNTS READ: ' WS-READ-CNT
                '   REPORTED: ' WS-RPT-CNT
                '   NO HISTORY IN MONTH: ' WS-SKIP-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.

      * Average daily balance of one account over WS-FROM-DATE8 to
      * WS-TO-DATE8. Each history record's balance stands from its
      * date until the next record; the last record before the month
      * (within the lookback) supplies the opening balance.
        P-PARA.
        MOVE 0 TO WS-ADB-DAYS
        MOVE 0 TO WS-ADB-SUM
        MOVE 0 TO WS-ADB-AVERAGE
        MOVE 0 TO WS-ADB-BAL
        MOVE 0 TO WS-ADB-DEBIT
        MOVE 0 TO WS-ADB-CREDIT
        MOVE 'N' TO WS-HAVE-BAL-SW
        MOVE 'N' TO WS-BHS-EOF-SW
        MOVE ACT-ACCOUNT TO BHS-ACCOUNT
        MOVE WS-LOOK-DATE8 TO BHS-BUS-DATE
        START BAL-HIST KEY IS NOT LESS THAN BHS-KEY
            INVALID KEY
                SET WS-END-OF-HISTORY TO TRUE
        END-START
        PERFORM Q-PARA WITH TEST AFTER UNTIL WS-END-OF-HISTORY
        IF WS-HAVE-BALANCE
            COMPUTE WS-SPAN = WS-TO-INT + 1 - WS-PREV-INT
            COMPUTE WS-ADB-SUM = WS-ADB-SUM + WS-ADB-BAL * WS-SPAN
            ADD WS-SPAN TO WS-ADB-DAYS
        END-IF
        IF WS-ADB-DAYS > 0
            COMPUTE WS-ADB-AVERAGE ROUNDED = WS-ADB-SUM / WS-ADB-DAYS
        END-IF.

        Q-PARA.
        IF NOT WS-END-OF-HISTORY
            READ BAL-HIST NEXT RECORD
                AT END
                    SET WS-END-OF-HISTORY TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-HISTORY
            IF BHS-ACCOUNT NOT = ACT-ACCOUNT
                    OR BHS-BUS-DATE > WS-TO-DATE8
                SET WS-END-OF-HISTORY TO TRUE
            ELSE
                IF BHS-BUS-DATE < WS-FROM-DATE8
                    MOVE BHS-BALANCE TO WS-ADB-BAL
                    MOVE WS-FROM-INT TO WS-PREV-INT
                ELSE
                    COMPUTE WS-REC-INT =
                            FUNCTION INTEGER-OF-DATE(BHS-BUS-DATE)
                    IF WS-HAVE-BALANCE
                        COMPUTE WS-SPAN = WS-REC-INT - WS-PREV-INT
                        COMPUTE WS-ADB-SUM =
                                WS-ADB-SUM + WS-ADB-BAL * WS-SPAN
                        ADD WS-SPAN TO WS-ADB-DAYS
                    END-IF
                    MOVE BHS-BALANCE TO WS-ADB-BAL
                    MOVE WS-REC-INT TO WS-PREV-INT
                    ADD BHS-TOT-DEBIT TO WS-ADB-DEBIT
                    ADD BHS-TOT-CREDIT TO WS-ADB-CREDIT
                END-IF
                SET WS-HAVE-BALANCE TO TRUE
            END-IF
        END-IF.
