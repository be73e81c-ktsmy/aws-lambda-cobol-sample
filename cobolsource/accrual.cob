000066* same edit and posting steps as the keyed transaction input.
000067* An accrual register (ACCRRPT) shows every transaction
000068* generated and why, so month-end is reviewed on paper instead
000069* of rebuilt in a spreadsheet. An account type flagged for it on
00006A* ACCRPARM accrues on the account's month-to-date average daily
00006B* balance, taken from the balance history (BALHIST) the cutoff
00006C* keeps, in place of the balance it stands at tonight.
000070 PROGRAM-ID. LEDGER-ACCRUAL.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BAL-HIST ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-BHS-STATUS.
           SELECT ACCR-FILE ASSIGN TO "ACCRTRAN"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY LEDGERACT.
       FD  BAL-HIST.
       01  BAL-HIST-RECORD.
           COPY LEDGERBHS.
       FD  ACCR-FILE.
       01  ACCR-RECORD.
           COPY LEDGERTX.
       01 WS-ACCT-STATUS PIC X(02) VALUE '00'.
       01 WS-ACCR-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-BHS-STATUS PIC X(02) VALUE '00'.
       01 WS-BHS-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-BHS-OPEN VALUE 'Y'.
       01 WS-BHS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-HISTORY VALUE 'Y'.
       01 WS-HAVE-BAL-SW PIC X(01) VALUE 'N'.
           88 WS-HAVE-BALANCE VALUE 'Y'.
       01 WS-ADB-TYPE-SW PIC X(01) VALUE 'N'.
           88 WS-ADB-TYPE VALUE 'Y'.
       01 WS-ADB-USED-SW PIC X(01) VALUE 'N'.
           88 WS-ADB-USED VALUE 'Y'.
       01 WS-PARM-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-PARMS VALUE 'Y'.
       01 WS-BAL-EOF-SW PIC X(01) VALUE 'N'.
       01 WS-TOT-DEBIT PIC S9(09)V99 VALUE 0.
       01 WS-TOT-CREDIT PIC S9(09)V99 VALUE 0.
       01 WS-ACCR-AMT PIC S9(9)V99 VALUE 0.
       01 WS-ACCR-BASE PIC S9(9)V99 VALUE 0.
       01 WS-ACCR-DRCR PIC X(01) VALUE SPACE.
       01 WS-ACCR-DESC PIC X(08) VALUE SPACES.
      * Interest expense / fee income control account. Every accrual
       01 WS-PARM-IX PIC 9(03) COMP VALUE 0.
       01 WS-BAL-EDIT PIC -(8)9.99.
       01 WS-AMT-EDIT PIC -(8)9.99.
       01 WS-BASE-EDIT PIC -(8)9.99.
       01 WS-CUR-DATE8 PIC 9(08) VALUE 0.
       01 WS-CUR-DATE-X REDEFINES WS-CUR-DATE8.
           05 WS-CUR-YYYY PIC 9(04).
           05 WS-CUR-MM PIC 9(02).
           05 WS-CUR-DD PIC 9(02).
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
      * Average daily balance window: the month of the last close
      * before tonight, from its first day through that close.
       01 WS-ENV-DATE PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-FROM-DATE8 PIC 9(08) VALUE 0.
       01 WS-FROM-DATE-X REDEFINES WS-FROM-DATE8.
           05 WS-FROM-YYYY PIC 9(04).
           05 WS-FROM-MM PIC 9(02).
           05 WS-FROM-DD PIC 9(02).
       01 WS-TO-DATE8 PIC 9(08) VALUE 0.
       01 WS-LOOK-DATE8 PIC 9(08) VALUE 0.
       01 WS-FROM-INT PIC 9(07) VALUE 0.
       01 WS-TO-INT PIC 9(07) VALUE 0.
       01 WS-PREV-INT PIC 9(07) VALUE 0.
       01 WS-REC-INT PIC 9(07) VALUE 0.
       01 WS-SPAN PIC 9(03) VALUE 0.
       01 WS-LOOKBACK-DAYS PIC 9(03) VALUE 31.
       01 WS-ADB-DAYS PIC 9(03) VALUE 0.
       01 WS-ADB-SUM PIC S9(13)V99 VALUE 0.
       01 WS-ADB-AVERAGE PIC S9(09)V99 VALUE 0.
       01 WS-ADB-BAL PIC S9(09)V99 VALUE 0.
       01 WS-ADB-PARM-CNT PIC 9(03) COMP VALUE 0.
       01 WS-ADB-ACCT-CNT PIC 9(07) VALUE 0.
       01 WS-CTL-RECORD.
           COPY LEDGERBCT.
       01 WS-PARM-CNT PIC 9(03) COMP VALUE 0.
               10 WS-PARM-KIND PIC X(01).
               10 WS-PARM-RATE PIC 9(03)V9(06).
               10 WS-PARM-FEE PIC 9(07)V99.
               10 WS-PARM-BASIS PIC X(01).
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        END-IF
        PERFORM C-PARA WITH TEST AFTER UNTIL WS-END-OF-PARMS
        CLOSE PARM-FILE
        IF WS-ADB-PARM-CNT > 0
            PERFORM B2-PARA
        END-IF
        OPEN OUTPUT ACCR-FILE
        IF WS-ACCR-STATUS NOT = '00'
            DISPLAY 'LEDGER-ACCRUAL: UNABLE TO OPEN ACCRTRAN, '
                MOVE APM-KIND TO WS-PARM-KIND(WS-PARM-CNT)
                MOVE APM-RATE TO WS-PARM-RATE(WS-PARM-CNT)
                MOVE APM-FEE-AMOUNT TO WS-PARM-FEE(WS-PARM-CNT)
                MOVE APM-BASIS TO WS-PARM-BASIS(WS-PARM-CNT)
                IF APM-BASIS-ADB
                    ADD 1 TO WS-ADB-PARM-CNT
                END-IF
            END-IF
        END-IF.

      * One balance: resolve the account type from the master, pick
      * the best interest and fee tier for that type, and generate
      * the transactions. Accounts missing from the master or not
      * open are skipped and counted; a dormant account still earns
      * and pays as an open one does.
        E-PARA.
        MOVE BAL-ACCOUNT TO ACT-ACCOUNT
        MOVE SPACES TO ACT-TYPE
        IF ACT-TYPE = SPACES
            ADD 1 TO WS-SKIP-CNT
        ELSE
            IF NOT ACT-IS-OPEN AND NOT ACT-IS-DORMANT
                ADD 1 TO WS-SKIP-CNT
            ELSE
                PERFORM E2-PARA
                MOVE 0 TO WS-BEST-INT
                MOVE 0 TO WS-BEST-FEE
                PERFORM F-PARA

        F-PARA.
        IF WS-PARM-TYPE(WS-PARM-IX) = ACT-TYPE
                AND WS-PARM-TIER(WS-PARM-IX) NOT > WS-ACCR-BASE
            IF WS-PARM-KIND(WS-PARM-IX) = 'I'
                IF WS-BEST-INT = 0 OR
                        WS-PARM-TIER(WS-PARM-IX) >

        G-PARA.
        COMPUTE WS-ACCR-AMT ROUNDED =
                WS-ACCR-BASE * WS-PARM-RATE(WS-BEST-INT)
        IF WS-ACCR-AMT > 0
            MOVE 'C' TO WS-ACCR-DRCR
            MOVE 'INTEREST' TO WS-ACCR-DESC
        END-IF
        MOVE BAL-BALANCE TO WS-BAL-EDIT
        MOVE WS-ACCR-AMT TO WS-AMT-EDIT
        MOVE WS-ACCR-BASE TO WS-BASE-EDIT
        MOVE SPACES TO REPORT-LINE
        IF WS-ADB-USED
            STRING BAL-ACCOUNT
                    ' TYPE ' ACT-TYPE
                    ' BAL ' WS-BAL-EDIT
                    ' ' WS-ACCR-DESC
                    ' ' WS-ACCR-DRCR
                    ' ' WS-AMT-EDIT
                    ' REF ' TX-REFERENCE
                    ' ON ADB ' WS-BASE-EDIT
                    INTO REPORT-LINE
            END-STRING
        ELSE
            STRING BAL-ACCOUNT
                    ' TYPE ' ACT-TYPE
                    ' BAL ' WS-BAL-EDIT
                    ' ' WS-ACCR-DESC
                    ' ' WS-ACCR-DRCR
                    ' ' WS-AMT-EDIT
                    ' REF ' TX-REFERENCE
                    INTO REPORT-LINE
            END-STRING
        END-IF
        WRITE REPORT-LINE
        PERFORM H2-PARA.

                '   SKIPPED: ' WS-SKIP-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        IF WS-ADB-PARM-CNT > 0
            MOVE SPACES TO REPORT-LINE
            STRING 'ACCOUNTS ACCRUED ON AVERAGE DAILY BALANCE: '
                    WS-ADB-ACCT-CNT
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF.

        K-PARA.
        CLOSE BAL-MASTER
        CLOSE ACCT-FILE
        IF WS-BHS-OPEN
            CLOSE BAL-HIST
        END-IF
        CLOSE ACCR-FILE
        CLOSE REPORT-FILE.

      * Some account types accrue on average daily balance: open the
      * balance history and fix the window - the calendar month of
      * the last close before tonight's business date (BUSINESS_DATE
      * when the driver sets it, the system date otherwise), from its
      * first day through that close. No history on file yet means
      * those types accrue on their balance for now.
        B2-PARA.
        ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'BUSINESS_DATE'
        IF WS-ENV-DATE IS NUMERIC
            MOVE WS-ENV-DATE TO WS-RUN-DATE
        ELSE
            MOVE WS-CUR-DATE8 TO WS-RUN-DATE
        END-IF
        COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
        COMPUTE WS-TO-DATE8 = FUNCTION DATE-OF-INTEGER(WS-TO-INT)
        MOVE WS-TO-DATE8 TO WS-FROM-DATE8
        MOVE 1 TO WS-FROM-DD
        COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE8)
        COMPUTE WS-LOOK-DATE8 = FUNCTION DATE-OF-INTEGER(
                WS-FROM-INT - WS-LOOKBACK-DAYS)
        OPEN INPUT BAL-HIST
        IF WS-BHS-STATUS = '00'
            SET WS-BHS-OPEN TO TRUE
            MOVE SPACES TO REPORT-LINE
            STRING 'AVERAGE DAILY BALANCE BASE FROM ' WS-FROM-DATE8
                    ' TO ' WS-TO-DATE8
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        ELSE
            IF WS-BHS-STATUS = '35'
                MOVE 'NO BALANCE HISTORY ON FILE -- ALL TYPES ACCRUE'
                        TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE '  ON BALANCE TONIGHT' TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                DISPLAY 'LEDGER-ACCRUAL: UNABLE TO OPEN BALHIST, '
                        'STATUS ' WS-BHS-STATUS
                CLOSE REPORT-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE.

      * The accrual base for this account: its balance, or for a type
      * flagged for it its average daily balance over the window when
      * it has history there.
        E2-PARA.
        MOVE BAL-BALANCE TO WS-ACCR-BASE
        MOVE 'N' TO WS-ADB-USED-SW
        IF WS-BHS-OPEN
            MOVE 'N' TO WS-ADB-TYPE-SW
            PERFORM F2-PARA
                    VARYING WS-PARM-IX FROM 1 BY 1
                    UNTIL WS-PARM-IX > WS-PARM-CNT
            IF WS-ADB-TYPE
                PERFORM P-PARA
                IF WS-ADB-DAYS > 0
                    MOVE WS-ADB-AVERAGE TO WS-ACCR-BASE
                    SET WS-ADB-USED TO TRUE
                    ADD 1 TO WS-ADB-ACCT-CNT
                END-IF
            END-IF
        END-IF.

        F2-PARA.
        IF WS-PARM-TYPE(WS-PARM-IX) = ACT-TYPE
                AND WS-PARM-BASIS(WS-PARM-IX) = 'A'
            SET WS-ADB-TYPE TO TRUE
        END-IF.

      * Average daily balance of the account over the window. Each
      * history record's balance stands from its date until the next
      * record; the last record before the window (within the
      * lookback) supplies the opening balance, and days before the
      * account's history begins are left out of the average.
        P-PARA.
        MOVE 0 TO WS-ADB-DAYS
        MOVE 0 TO WS-ADB-SUM
        MOVE 0 TO WS-ADB-AVERAGE
        MOVE 0 TO WS-ADB-BAL
        MOVE 'N' TO WS-HAVE-BAL-SW
        MOVE 'N' TO WS-BHS-EOF-SW
        MOVE BAL-ACCOUNT TO BHS-ACCOUNT
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
            IF BHS-ACCOUNT NOT = BAL-ACCOUNT
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
                END-IF
                SET WS-HAVE-BALANCE TO TRUE
            END-IF
        END-IF.
