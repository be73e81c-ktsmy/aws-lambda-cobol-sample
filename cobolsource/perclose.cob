000010 IDENTIFICATION DIVISION.
000050* MONTH-END AND YEAR-END PERIOD CLOSE BATCH JOB FOR COBOL-LEDGER.
000060* Keeps the period control file (PERIODFILE): the current month
000061* is put on file as open the first time the batch runs in it.
000062* On the last calendar day of the month, once every posting run
000063* of the day is through, it reads every balance in BALFILE,
000064* looks the account's type up in the chart-of-accounts master,
000065* and for each income and expense type named on the period-close
000066* parameter file (PCLPARM) generates a balanced closing journal
000067* that zeroes the account against the retained-earnings account
000068* - in LEDGERTX format, wrapped in batch control records - on
000069* PCTRAN, which run_batch.sh feeds through the same edit and
00006A* posting steps as the keyed input. A month whose last day the
00006B* batch did not run on (a weekend or holiday) is closed late, on
00006C* the first business date after it: the balances closed are the
00006D* month-end ones from the balance history (BALHIST) plus anything
00006E* posted today back-dated into the month, and the journal is
00006F* value-dated the month's last day. The period is marked close-
00006G* pending with the totals moved; LEDGER-PERLOCK locks it only
00006H* once that batch has posted clean. December's close is the
00006I* year-end close. A closing register (PCLRPT) shows every entry
00006J* generated, so finance reviews the close on paper instead of
00006K* rebuilding it in a spreadsheet. On any other day the batch is
00006L* written empty so the sub-chain still runs under its controls.
000070 PROGRAM-ID. LEDGER-PERCLOSE.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PCLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERIODFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PRD-STATUS.
           SELECT BAL-MASTER ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCOUNT
               FILE STATUS IS WS-BAL-STATUS.
           SELECT BAL-HIST ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-BHS-STATUS.
           SELECT POST-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CLOSE-FILE ASSIGN TO "PCTRAN"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           COPY LEDGERPCP.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY LEDGERPRD.
       FD  BAL-MASTER.
       01  BAL-RECORD.
           COPY LEDGERBAL.
       FD  BAL-HIST.
       01  BAL-HIST-RECORD.
           COPY LEDGERBHS.
       FD  POST-FILE.
       01  POST-RECORD.
           COPY LEDGERPST.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY LEDGERACT.
       FD  CLOSE-FILE.
       01  CLOSE-RECORD.
           COPY LEDGERTX.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
000090 WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(02) VALUE '00'.
       01 WS-PRD-STATUS PIC X(02) VALUE '00'.
       01 WS-BAL-STATUS PIC X(02) VALUE '00'.
       01 WS-BHS-STATUS PIC X(02) VALUE '00'.
       01 WS-POST-STATUS PIC X(02) VALUE '00'.
       01 WS-ACCT-STATUS PIC X(02) VALUE '00'.
       01 WS-CLOSE-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-PARM-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-PARMS VALUE 'Y'.
       01 WS-BAL-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-BALANCES VALUE 'Y'.
       01 WS-DUE-SW PIC X(01) VALUE 'N'.
           88 WS-CLOSE-DUE VALUE 'Y'.
       01 WS-CLOSED-SW PIC X(01) VALUE 'N'.
           88 WS-PERIOD-CLOSED VALUE 'Y'.
       01 WS-LATE-SW PIC X(01) VALUE 'N'.
           88 WS-LATE-CLOSE VALUE 'Y'.
       01 WS-BHS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-HISTORY VALUE 'Y'.
       01 WS-POST-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-POSTINGS VALUE 'Y'.
       01 WS-BKD-FULL-SW PIC X(01) VALUE 'N'.
           88 WS-BKD-TABLE-FULL VALUE 'Y'.
       01 WS-ACCT-CNT PIC 9(07) VALUE 0.
       01 WS-GEN-CNT PIC 9(07) VALUE 0.
       01 WS-JNL-CNT PIC 9(05) VALUE 0.
       01 WS-SKIP-CNT PIC 9(07) VALUE 0.
       01 WS-SEQ PIC 9(06) VALUE 0.
       01 WS-TOT-DEBIT PIC S9(09)V99 VALUE 0.
       01 WS-TOT-CREDIT PIC S9(09)V99 VALUE 0.
       01 WS-TOT-INCOME PIC S9(09)V99 VALUE 0.
       01 WS-TOT-EXPENSE PIC S9(09)V99 VALUE 0.
       01 WS-NET-INCOME PIC S9(09)V99 VALUE 0.
       01 WS-CLOSE-AMT PIC S9(09)V99 VALUE 0.
      * The balance being closed: tonight's BALFILE balance on the
      * month's last day, the month-end balance on a late close.
       01 WS-CLOSE-BAL PIC S9(09)V99 VALUE 0.
       01 WS-CLOSE-DRCR PIC X(01) VALUE SPACE.
       01 WS-CLOSE-CLASS PIC X(01) VALUE SPACE.
      * Retained-earnings account. Every closing entry is generated as
      * a balanced journal: the income or expense account's leg that
      * brings it to zero plus the offsetting leg here, sharing one
      * reference, so the pre-posting edit's journal balance control
      * accepts the batch. The account must be on the chart-of-
      * accounts master (ACCT function), with a limit if a loss-making
      * month can take it below zero.
       01 WS-RE-ACCT PIC X(10) VALUE '9999999997'.
       01 WS-PARM-IX PIC 9(03) COMP VALUE 0.
       01 WS-BAL-EDIT PIC -(8)9.99.
       01 WS-AMT-EDIT PIC -(8)9.99.
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
       01 WS-NEXT-DATE8 PIC 9(08) VALUE 0.
       01 WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE8.
           05 WS-NEXT-YYYY PIC 9(04).
           05 WS-NEXT-MM PIC 9(02).
           05 WS-NEXT-DD PIC 9(02).
       01 WS-NEXT-INT PIC 9(08) COMP VALUE 0.
       01 WS-PRIOR-YYYY PIC 9(04) VALUE 0.
       01 WS-PRIOR-MM PIC 9(02) VALUE 0.
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
       01 WS-PERIOD PIC X(07) VALUE SPACES.
       01 WS-PRIOR-PERIOD PIC X(07) VALUE SPACES.
      * The month being closed tonight and its last day: the current
      * month on its last day, the prior month on a late close.
       01 WS-CLOSE-PERIOD PIC X(07) VALUE SPACES.
       01 WS-PRD-END PIC X(10) VALUE SPACES.
       01 WS-PRD-END8 PIC 9(08) VALUE 0.
       01 WS-PRD-END-X REDEFINES WS-PRD-END8.
           05 WS-PRD-END-YYYY PIC 9(04).
           05 WS-PRD-END-MM PIC 9(02).
           05 WS-PRD-END-DD PIC 9(02).
       01 WS-FIRST-DATE8 PIC 9(08) VALUE 0.
       01 WS-FROM-DATE8 PIC 9(08) VALUE 0.
      * Balance history is searched this far back from the month-end
      * for the last date the batch closed.
       01 WS-LOOKBACK-DAYS PIC 9(03) VALUE 31.
      * Today's postings value-dated into the month being closed late
      * (POSTFILE still holds the whole day until the cutoff), netted
      * per account into the month-end balance, credit positive.
       01 WS-BKD-CNT PIC 9(04) COMP VALUE 0.
       01 WS-BKD-IX PIC 9(04) COMP VALUE 0.
       01 WS-BKD-TABLE.
           05 WS-BKD-ENTRY OCCURS 2000 TIMES.
               10 WS-BKD-ACCOUNT PIC X(10).
               10 WS-BKD-AMOUNT PIC S9(09)V99.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-CTL-RECORD.
           COPY LEDGERBCT.
       01 WS-PARM-CNT PIC 9(03) COMP VALUE 0.
       01 WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 100 TIMES.
               10 WS-PARM-TYPE PIC X(02).
               10 WS-PARM-CLASS PIC X(01).
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        PERFORM L-PARA
        IF WS-CLOSE-DUE
            PERFORM D-PARA WITH TEST AFTER UNTIL WS-END-OF-BALANCES
            PERFORM N-PARA
        END-IF
        PERFORM J-PARA
        PERFORM K-PARA
        MOVE 0 TO RETURN-CODE
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
        MOVE WS-BUS-DATE(1:7) TO WS-PERIOD
        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'LEDGER-PERCLOSE: UNABLE TO OPEN PCLRPT, '
                    'STATUS ' WS-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE 'COBOL-LEDGER PERIOD CLOSE REGISTER' TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'BUSINESS DATE ' WS-BUS-DATE INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        OPEN I-O PERIOD-FILE
        IF WS-PRD-STATUS = '35'
            OPEN OUTPUT PERIOD-FILE
            CLOSE PERIOD-FILE
            OPEN I-O PERIOD-FILE
        END-IF
        IF WS-PRD-STATUS NOT = '00'
            DISPLAY 'LEDGER-PERCLOSE: UNABLE TO OPEN PERIODFILE, '
                    'STATUS ' WS-PRD-STATUS
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        OPEN INPUT PARM-FILE
        IF WS-PARM-STATUS NOT = '00'
            SET WS-END-OF-PARMS TO TRUE
        END-IF
        PERFORM C-PARA WITH TEST AFTER UNTIL WS-END-OF-PARMS
        CLOSE PARM-FILE
        OPEN OUTPUT CLOSE-FILE
        IF WS-CLOSE-STATUS NOT = '00'
            DISPLAY 'LEDGER-PERCLOSE: UNABLE TO OPEN PCTRAN, '
                    'STATUS ' WS-CLOSE-STATUS
            CLOSE PERIOD-FILE
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        PERFORM I-PARA.

        C-PARA.
        IF NOT WS-END-OF-PARMS
            READ PARM-FILE
                AT END
                    SET WS-END-OF-PARMS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-PARMS
            IF PCP-ACCT-TYPE NOT = SPACES AND WS-PARM-CNT < 100
                ADD 1 TO WS-PARM-CNT
                MOVE PCP-ACCT-TYPE TO WS-PARM-TYPE(WS-PARM-CNT)
                MOVE PCP-CLASS TO WS-PARM-CLASS(WS-PARM-CNT)
            END-IF
        END-IF.

        D-PARA.
        IF NOT WS-END-OF-BALANCES
            READ BAL-MASTER
                AT END
                    SET WS-END-OF-BALANCES TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-BALANCES
            ADD 1 TO WS-ACCT-CNT
            PERFORM E-PARA
        END-IF.

      * One balance: resolve the account type from the master and, if
      * it is an income or expense type with anything on it, close it
      * out. The retained-earnings account itself is never closed.
      * A closeable account that is not open cannot take the posting,
      * so it is listed for finance to deal with by hand and counted.
      * On a late close an account at zero tonight may still have had
      * a month-end balance, so none is passed over on that account.
        E-PARA.
        IF BAL-ACCOUNT NOT = WS-RE-ACCT
                AND (BAL-BALANCE NOT = 0 OR WS-LATE-CLOSE)
            MOVE BAL-ACCOUNT TO ACT-ACCOUNT
            MOVE SPACES TO ACT-TYPE
            READ ACCT-FILE
                INVALID KEY
                    MOVE SPACES TO ACT-TYPE
            END-READ
            MOVE SPACE TO WS-CLOSE-CLASS
            IF ACT-TYPE NOT = SPACES
                PERFORM F-PARA
                        VARYING WS-PARM-IX FROM 1 BY 1
                        UNTIL WS-PARM-IX > WS-PARM-CNT
            END-IF
            IF WS-CLOSE-CLASS NOT = SPACE
                IF WS-LATE-CLOSE
                    PERFORM Q-PARA
                ELSE
                    MOVE BAL-BALANCE TO WS-CLOSE-BAL
                END-IF
                IF WS-CLOSE-BAL = 0
                    MOVE SPACE TO WS-CLOSE-CLASS
                END-IF
            END-IF
            IF WS-CLOSE-CLASS NOT = SPACE
                IF NOT ACT-IS-OPEN
                    ADD 1 TO WS-SKIP-CNT
                    MOVE WS-CLOSE-BAL TO WS-BAL-EDIT
                    MOVE SPACES TO REPORT-LINE
                    STRING BAL-ACCOUNT
                            ' TYPE ' ACT-TYPE
                            ' BAL ' WS-BAL-EDIT
                            ' *** ACCOUNT NOT OPEN -- NOT CLOSED OUT'
                            INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
                ELSE
                    PERFORM G-PARA
                END-IF
            END-IF
        END-IF.

        F-PARA.
        IF WS-PARM-TYPE(WS-PARM-IX) = ACT-TYPE
            MOVE WS-PARM-CLASS(WS-PARM-IX) TO WS-CLOSE-CLASS
        END-IF.

      * The closing leg takes the account to zero: a credit balance
      * (income, credit positive) is debited off, a debit balance
      * (expense) is credited off.
        G-PARA.
        IF WS-CLOSE-BAL > 0
            MOVE WS-CLOSE-BAL TO WS-CLOSE-AMT
            MOVE 'D' TO WS-CLOSE-DRCR
        ELSE
            COMPUTE WS-CLOSE-AMT = 0 - WS-CLOSE-BAL
            MOVE 'C' TO WS-CLOSE-DRCR
        END-IF
        IF WS-CLOSE-CLASS = 'I'
            ADD WS-CLOSE-BAL TO WS-TOT-INCOME
        ELSE
            ADD WS-CLOSE-BAL TO WS-TOT-EXPENSE
        END-IF
        ADD 1 TO WS-JNL-CNT
        ADD 1 TO WS-GEN-CNT
        ADD 1 TO WS-SEQ
        MOVE SPACES TO CLOSE-RECORD
        MOVE BAL-ACCOUNT TO TX-ACCOUNT
        MOVE WS-CLOSE-AMT TO TX-AMOUNT
        MOVE WS-CLOSE-DRCR TO TX-DRCR-FLAG
        MOVE SPACES TO TX-REFERENCE
        STRING 'PC' WS-RUN-MM WS-RUN-DD WS-SEQ
                INTO TX-REFERENCE
        END-STRING
        MOVE 'USD' TO TX-CURRENCY
        MOVE WS-PRD-END TO TX-EFF-DATE
        WRITE CLOSE-RECORD
        IF WS-CLOSE-DRCR = 'D'
            ADD WS-CLOSE-AMT TO WS-TOT-DEBIT
        ELSE
            ADD WS-CLOSE-AMT TO WS-TOT-CREDIT
        END-IF
        MOVE WS-CLOSE-BAL TO WS-BAL-EDIT
        MOVE WS-CLOSE-AMT TO WS-AMT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING BAL-ACCOUNT
                ' TYPE ' ACT-TYPE
                ' CLASS ' WS-CLOSE-CLASS
                ' BAL ' WS-BAL-EDIT
                ' ' WS-CLOSE-DRCR
                ' ' WS-AMT-EDIT
                ' REF ' TX-REFERENCE
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        PERFORM H-PARA.

      * The offsetting retained-earnings leg that balances the journal.
        H-PARA.
        ADD 1 TO WS-GEN-CNT
        MOVE WS-RE-ACCT TO TX-ACCOUNT
        IF WS-CLOSE-DRCR = 'D'
            MOVE 'C' TO TX-DRCR-FLAG
            ADD WS-CLOSE-AMT TO WS-TOT-CREDIT
        ELSE
            MOVE 'D' TO TX-DRCR-FLAG
            ADD WS-CLOSE-AMT TO WS-TOT-DEBIT
        END-IF
        WRITE CLOSE-RECORD
        MOVE SPACES TO REPORT-LINE
        STRING WS-RE-ACCT
                ' RETAINED EARNINGS     '
                ' ' TX-DRCR-FLAG
                ' ' WS-AMT-EDIT
                ' REF ' TX-REFERENCE
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.

        I-PARA.
        MOVE SPACES TO WS-CTL-RECORD
        SET BCT-IS-HEADER TO TRUE
        MOVE 'PERCLOSE' TO BCT-BATCH-ID
        MOVE WS-BUS-DATE TO BCT-BUS-DATE
        MOVE WS-CTL-RECORD TO CLOSE-RECORD
        WRITE CLOSE-RECORD.

        J-PARA.
        MOVE SPACES TO WS-CTL-RECORD
        SET BCT-IS-TRAILER TO TRUE
        MOVE WS-GEN-CNT TO BCT-REC-COUNT
        MOVE WS-TOT-DEBIT TO BCT-TOT-DEBIT
        MOVE WS-TOT-CREDIT TO BCT-TOT-CREDIT
        MOVE WS-CTL-RECORD TO CLOSE-RECORD
        WRITE CLOSE-RECORD
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'BALANCES READ: ' WS-ACCT-CNT
                '   TRANSACTIONS GENERATED: ' WS-GEN-CNT
                '   NOT CLOSED OUT: ' WS-SKIP-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.

        K-PARA.
        CLOSE PERIOD-FILE
        CLOSE CLOSE-FILE
        CLOSE REPORT-FILE.

      * Put the current month on the period control file as open the
      * first time through and decide what, if anything, closes
      * tonight. A prior month still open or close-pending had its
      * last day fall on a date the batch did not run (or its close
      * never posted clean), so it closes late tonight. Otherwise the
      * current month closes if tonight is its last calendar day. A
      * close-pending month is the rerun of an aborted close and is
      * generated again in full. Only one month closes in a night: a
      * current month whose last day comes while the prior one is
      * still closing late closes late itself the next business date.
        L-PARA.
        MOVE WS-PERIOD TO PRD-PERIOD
        READ PERIOD-FILE
            INVALID KEY
                MOVE SPACES TO PERIOD-RECORD
                MOVE WS-PERIOD TO PRD-PERIOD
                SET PRD-IS-OPEN TO TRUE
                MOVE 'N' TO PRD-YEAR-END
                MOVE WS-TIMESTAMP TO PRD-OPENED-TS
                MOVE 0 TO PRD-JNL-COUNT
                MOVE 0 TO PRD-TOT-INCOME
                MOVE 0 TO PRD-TOT-EXPENSE
                WRITE PERIOD-RECORD
                MOVE SPACES TO REPORT-LINE
                STRING 'PERIOD ' WS-PERIOD ' OPENED'
                        INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
        END-READ
        IF PRD-IS-CLOSED
            SET WS-PERIOD-CLOSED TO TRUE
        END-IF
        COMPUTE WS-NEXT-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
        COMPUTE WS-NEXT-DATE8 =
                FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
        PERFORM M-PARA
        IF WS-LATE-CLOSE
            SET WS-CLOSE-DUE TO TRUE
            MOVE WS-PRIOR-PERIOD TO WS-CLOSE-PERIOD
        ELSE
            IF WS-PERIOD-CLOSED
                MOVE SPACES TO REPORT-LINE
                STRING 'PERIOD ' WS-PERIOD
                        ' IS ALREADY CLOSED -- NOTHING GENERATED'
                        INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            ELSE
                IF WS-NEXT-MM NOT = WS-RUN-MM
                    SET WS-CLOSE-DUE TO TRUE
                    MOVE WS-PERIOD TO WS-CLOSE-PERIOD
                    MOVE WS-BUS-DATE TO WS-PRD-END
                END-IF
            END-IF
        END-IF
        IF WS-CLOSE-DUE
            MOVE SPACES TO REPORT-LINE
            IF WS-CLOSE-PERIOD(6:2) = '12'
                STRING 'YEAR-END CLOSE OF PERIOD ' WS-CLOSE-PERIOD
                        ' AS AT ' WS-PRD-END
                        ' TO RETAINED EARNINGS ' WS-RE-ACCT
                        INTO REPORT-LINE
                END-STRING
            ELSE
                STRING 'MONTH-END CLOSE OF PERIOD ' WS-CLOSE-PERIOD
                        ' AS AT ' WS-PRD-END
                        ' TO RETAINED EARNINGS ' WS-RE-ACCT
                        INTO REPORT-LINE
                END-STRING
            END-IF
            WRITE REPORT-LINE
            IF WS-LATE-CLOSE
                MOVE SPACES TO REPORT-LINE
                STRING '  CLOSED LATE ON BUSINESS DATE ' WS-BUS-DATE
                        ' FROM THE MONTH-END BALANCE HISTORY'
                        INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                IF NOT WS-PERIOD-CLOSED
                        AND WS-NEXT-MM NOT = WS-RUN-MM
                    MOVE SPACES TO REPORT-LINE
                    STRING '  PERIOD ' WS-PERIOD
                            ' CLOSES LATE ON THE NEXT BUSINESS DATE'
                            INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
                END-IF
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-PARM-CNT = 0
                MOVE 'NO PERIOD-CLOSE PARAMETERS ON FILE -- NOTHING'
                        TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE '  CLOSED OUT, PERIOD WILL STILL BE LOCKED'
                        TO REPORT-LINE
                WRITE REPORT-LINE
                SET WS-END-OF-BALANCES TO TRUE
            ELSE
                OPEN INPUT BAL-MASTER
                IF WS-BAL-STATUS NOT = '00'
                    DISPLAY 'LEDGER-PERCLOSE: UNABLE TO OPEN BALFILE, '
                            'STATUS ' WS-BAL-STATUS
                    CLOSE PERIOD-FILE
                    CLOSE CLOSE-FILE
                    CLOSE REPORT-FILE
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                END-IF
                OPEN INPUT ACCT-FILE
                IF WS-ACCT-STATUS = '35'
                    OPEN OUTPUT ACCT-FILE
                    CLOSE ACCT-FILE
                    OPEN INPUT ACCT-FILE
                END-IF
                IF WS-LATE-CLOSE
                    PERFORM O-PARA
                END-IF
            END-IF
        ELSE
            IF NOT WS-PERIOD-CLOSED
                MOVE SPACES TO REPORT-LINE
                STRING 'PERIOD ' WS-PERIOD
                        ' OPEN -- CLOSES ON ITS LAST DAY, OR LATE ON'
                        ' THE FIRST BUSINESS DATE AFTER IT'
                        INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            END-IF
        END-IF.

      * A prior month still on file as open or close-pending was not
      * closed on its last day: the batch did not run that day, or its
      * close never posted clean. It closes late tonight, as at its
      * own last day (the day before the first of this month).
        M-PARA.
        IF WS-RUN-MM = 1
            COMPUTE WS-PRIOR-YYYY = WS-RUN-YYYY - 1
            MOVE 12 TO WS-PRIOR-MM
        ELSE
            MOVE WS-RUN-YYYY TO WS-PRIOR-YYYY
            COMPUTE WS-PRIOR-MM = WS-RUN-MM - 1
        END-IF
        MOVE SPACES TO WS-PRIOR-PERIOD
        STRING WS-PRIOR-YYYY '-' WS-PRIOR-MM
                INTO WS-PRIOR-PERIOD
        END-STRING
        MOVE WS-PRIOR-PERIOD TO PRD-PERIOD
        READ PERIOD-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NOT PRD-IS-CLOSED
                    SET WS-LATE-CLOSE TO TRUE
                END-IF
        END-READ
        IF WS-LATE-CLOSE
            COMPUTE WS-FIRST-DATE8 = WS-RUN-YYYY * 10000
                    + WS-RUN-MM * 100 + 1
            COMPUTE WS-PRD-END8 = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE8) - 1)
            MOVE SPACES TO WS-PRD-END
            STRING WS-PRD-END-YYYY '-' WS-PRD-END-MM '-'
                    WS-PRD-END-DD
                    INTO WS-PRD-END
            END-STRING
        END-IF.

      * Late close: open the balance history and net today's postings
      * value-dated on or before the month-end per account, so the
      * balances closed are the month's own whatever has posted since.
        O-PARA.
        OPEN INPUT BAL-HIST
        IF WS-BHS-STATUS NOT = '00'
            DISPLAY 'LEDGER-PERCLOSE: UNABLE TO OPEN BALHIST, '
                    'STATUS ' WS-BHS-STATUS
            CLOSE BAL-MASTER
            CLOSE ACCT-FILE
            CLOSE PERIOD-FILE
            CLOSE CLOSE-FILE
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        OPEN INPUT POST-FILE
        IF WS-POST-STATUS NOT = '00'
            SET WS-END-OF-POSTINGS TO TRUE
        END-IF
        PERFORM P-PARA WITH TEST AFTER UNTIL WS-END-OF-POSTINGS
        IF WS-POST-STATUS NOT = '35'
            CLOSE POST-FILE
        END-IF
        IF WS-BKD-TABLE-FULL
            MOVE SPACES TO REPORT-LINE
            STRING '   *** BACK-DATED POSTING TABLE FULL -- postings'
                    ' past the first 2000 were not netted in ***'
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF.

        P-PARA.
        IF NOT WS-END-OF-POSTINGS
            READ POST-FILE
                AT END
                    SET WS-END-OF-POSTINGS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-POSTINGS
            IF POST-EFF-DATE NOT = SPACES
                    AND POST-EFF-DATE NOT > WS-PRD-END
                IF WS-BKD-CNT < 2000
                    ADD 1 TO WS-BKD-CNT
                    MOVE POST-ACCOUNT TO WS-BKD-ACCOUNT(WS-BKD-CNT)
                    IF POST-DRCR-FLAG = 'D'
                        COMPUTE WS-BKD-AMOUNT(WS-BKD-CNT) =
                                0 - POST-AMOUNT
                    ELSE
                        MOVE POST-AMOUNT TO WS-BKD-AMOUNT(WS-BKD-CNT)
                    END-IF
                ELSE
                    SET WS-BKD-TABLE-FULL TO TRUE
                END-IF
            END-IF
        END-IF.

      * The account's month-end balance on a late close: the record for
      * the month's last day if the batch closed that day, otherwise
      * the latest one before it within the lookback, plus today's
      * postings value-dated into the month.
        Q-PARA.
        MOVE 0 TO WS-CLOSE-BAL
        MOVE BAL-ACCOUNT TO BHS-ACCOUNT
        MOVE WS-PRD-END8 TO BHS-BUS-DATE
        READ BAL-HIST
            INVALID KEY
                COMPUTE WS-FROM-DATE8 = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(WS-PRD-END8)
                        - WS-LOOKBACK-DAYS)
                MOVE BAL-ACCOUNT TO BHS-ACCOUNT
                MOVE WS-FROM-DATE8 TO BHS-BUS-DATE
                MOVE 'N' TO WS-BHS-EOF-SW
                START BAL-HIST KEY IS NOT LESS THAN BHS-KEY
                    INVALID KEY
                        SET WS-END-OF-HISTORY TO TRUE
                END-START
                PERFORM R-PARA WITH TEST AFTER
                        UNTIL WS-END-OF-HISTORY
            NOT INVALID KEY
                MOVE BHS-BALANCE TO WS-CLOSE-BAL
        END-READ
        PERFORM S-PARA
                VARYING WS-BKD-IX FROM 1 BY 1
                UNTIL WS-BKD-IX > WS-BKD-CNT.

        R-PARA.
        IF NOT WS-END-OF-HISTORY
            READ BAL-HIST NEXT RECORD
                AT END
                    SET WS-END-OF-HISTORY TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-HISTORY
            IF BHS-ACCOUNT NOT = BAL-ACCOUNT
                    OR BHS-BUS-DATE > WS-PRD-END8
                SET WS-END-OF-HISTORY TO TRUE
            ELSE
                MOVE BHS-BALANCE TO WS-CLOSE-BAL
            END-IF
        END-IF.

        S-PARA.
        IF WS-BKD-ACCOUNT(WS-BKD-IX) = BAL-ACCOUNT
            ADD WS-BKD-AMOUNT(WS-BKD-IX) TO WS-CLOSE-BAL
        END-IF.

      * Mark the month close-pending with what the journal moved. The
      * lock itself waits for LEDGER-PERLOCK, after the batch posts.
        N-PARA.
        MOVE WS-CLOSE-PERIOD TO PRD-PERIOD
        READ PERIOD-FILE
            INVALID KEY
                DISPLAY 'LEDGER-PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                        ' MISSING FROM PERIODFILE'
        END-READ
        IF WS-PRD-STATUS = '00'
            SET PRD-CLOSE-PENDING TO TRUE
            IF WS-CLOSE-PERIOD(6:2) = '12'
                SET PRD-IS-YEAR-END TO TRUE
            ELSE
                MOVE 'N' TO PRD-YEAR-END
            END-IF
            MOVE WS-PRD-END TO PRD-PERIOD-END
            MOVE WS-BUS-DATE TO PRD-CLOSE-BUS-DATE
            MOVE WS-TIMESTAMP TO PRD-JOURNAL-TS
            MOVE SPACES TO PRD-CLOSED-TS
            MOVE WS-JNL-CNT TO PRD-JNL-COUNT
            MOVE WS-TOT-INCOME TO PRD-TOT-INCOME
            MOVE WS-TOT-EXPENSE TO PRD-TOT-EXPENSE
            REWRITE PERIOD-RECORD
        END-IF
        IF WS-PARM-CNT > 0
            CLOSE BAL-MASTER
            CLOSE ACCT-FILE
            IF WS-LATE-CLOSE
                CLOSE BAL-HIST
            END-IF
        END-IF
        COMPUTE WS-NET-INCOME = WS-TOT-INCOME + WS-TOT-EXPENSE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-TOT-INCOME TO WS-AMT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'INCOME CLOSED OUT:   ' WS-AMT-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-TOT-EXPENSE TO WS-AMT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'EXPENSE CLOSED OUT:  ' WS-AMT-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-NET-INCOME TO WS-AMT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'NET TO RETAINED EARNINGS: ' WS-AMT-EDIT
                ' (CREDIT POSITIVE)'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.
