000010 IDENTIFICATION DIVISION.
000050* NOSTRO RECONCILIATION BATCH JOB FOR COBOL-LEDGER.
000060* Reconciles the settlement accounts that mirror our accounts at
000061* other banks against the statement file each bank delivers for
000062* the day (BANKSTMT, LEDGERBST layout). The accounts taken, the
000063* bank's number for each and its matching tolerance are on the
000064* nostro parameter file (NOSTPARM). Every statement line is
000065* matched to a posting to the same account from the day's
000066* POSTFILE - same POST-REFERENCE, same amount and direction, and
000067* a POST-EFF-DATE within the tolerance of the bank's value date.
000068* What does not match on either side is an open item. Open items
000069* carry forward on NOSTOPEN (LEDGEROPI layout) and are re-tried
00006A* every night: a statement line still waiting for its posting is
00006B* also tried against the dated POSTFILE generations LEDGER-CUTOFF
00006C* left for the days in its tolerance window, and a ledger
00006D* reversal that cancels a posting the bank never saw clears both.
00006E* The survivors are written to NOSTKEEP, which run_batch.sh makes
00006F* the next night's NOSTOPEN once the day is cut off. The break
00006G* report (NOSTRPT) lists each account's open items aged from
00006H* their value date, then proves the bank's closing balance to
00006I* BAL-BALANCE: the difference must be fully explained by the open
00006J* items. An unexplained difference, or a statement that does not
00006K* prove within itself, ends the step with condition code 4.
000070 PROGRAM-ID. LEDGER-NOSTRO.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "NOSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STMT-FILE ASSIGN TO "BANKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT POST-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT BAL-MASTER ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT
               FILE STATUS IS WS-BAL-STATUS.
           SELECT OPEN-FILE ASSIGN TO "NOSTOPEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT KEEP-FILE ASSIGN TO "NOSTKEEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "NOSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           COPY LEDGERNSP.
       FD  STMT-FILE.
       01  STMT-RECORD.
           COPY LEDGERBST.
       FD  POST-FILE.
       01  POST-RECORD.
           COPY LEDGERPST.
       FD  GEN-FILE.
       01  GEN-RECORD.
           COPY LEDGERPST REPLACING LEADING ==POST-== BY ==GEN-==.
       FD  BAL-MASTER.
       01  BAL-RECORD.
           COPY LEDGERBAL.
       FD  OPEN-FILE.
       01  OPEN-RECORD.
           COPY LEDGEROPI.
       FD  KEEP-FILE.
       01  KEEP-RECORD.
           COPY LEDGEROPI REPLACING LEADING ==OPI-== BY ==KPI-==.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
000090 WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(02) VALUE '00'.
       01 WS-STMT-STATUS PIC X(02) VALUE '00'.
       01 WS-POST-STATUS PIC X(02) VALUE '00'.
       01 WS-GEN-STATUS PIC X(02) VALUE '00'.
       01 WS-BAL-STATUS PIC X(02) VALUE '00'.
       01 WS-OPEN-STATUS PIC X(02) VALUE '00'.
       01 WS-KEEP-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-PARM-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-PARMS VALUE 'Y'.
       01 WS-OPEN-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-OPEN VALUE 'Y'.
       01 WS-POST-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-POSTINGS VALUE 'Y'.
       01 WS-STMT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-STMT VALUE 'Y'.
       01 WS-GEN-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-GEN VALUE 'Y'.
       01 WS-DONE-SW PIC X(01) VALUE 'N'.
           88 WS-ALREADY-RECONCILED VALUE 'Y'.
       01 WS-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-NOSTRO-FAILED VALUE 'Y'.
       01 WS-BREAK-SW PIC X(01) VALUE 'N'.
           88 WS-BREAK-FOUND VALUE 'Y'.
       01 WS-ITEMS-SW PIC X(01) VALUE 'N'.
           88 WS-ITEMS-LISTED VALUE 'Y'.
       01 WS-POST-CNT PIC 9(07) VALUE 0.
       01 WS-STMT-CNT PIC 9(07) VALUE 0.
       01 WS-FOREIGN-CNT PIC 9(07) VALUE 0.
       01 WS-CARRY-IN-CNT PIC 9(07) VALUE 0.
       01 WS-PASS-CNT PIC 9(07) VALUE 0.
       01 WS-MATCH-CNT PIC 9(07) VALUE 0.
       01 WS-GEN-MATCH-CNT PIC 9(07) VALUE 0.
       01 WS-CONTRA-CNT PIC 9(07) VALUE 0.
       01 WS-KEEP-CNT PIC 9(07) VALUE 0.
       01 WS-GEN-SCANNED PIC 9(05) VALUE 0.
       01 WS-BNK-OPEN-CNT PIC 9(05) COMP VALUE 0.
       01 WS-POST-PATH PIC X(240) VALUE SPACES.
       01 WS-GEN-NAME PIC X(256) VALUE SPACES.
      * Work fields for the item being added to the match tables,
      * whichever file it came from.
       01 WS-ITM-ACCT PIC X(10) VALUE SPACES.
       01 WS-ITM-NX PIC 9(04) COMP VALUE 0.
       01 WS-ITM-REF PIC X(12) VALUE SPACES.
       01 WS-ITM-DRCR PIC X(01) VALUE SPACES.
       01 WS-ITM-AMT PIC S9(09)V99 VALUE 0.
       01 WS-ITM-DATE PIC X(10) VALUE SPACES.
       01 WS-ITM-SEEN PIC X(10) VALUE SPACES.
       01 WS-ITM-REV PIC X(01) VALUE SPACES.
       01 WS-ITM-NARR PIC X(25) VALUE SPACES.
       01 WS-NX PIC 9(04) COMP VALUE 0.
       01 WS-BX PIC 9(04) COMP VALUE 0.
       01 WS-LX PIC 9(04) COMP VALUE 0.
       01 WS-CUR-NX PIC 9(04) COMP VALUE 0.
       01 WS-BKT-IX PIC 9(01) COMP VALUE 0.
       01 WS-AGE-DAYS PIC 9(05) VALUE 0.
       01 WS-SIGNED PIC S9(11)V99 VALUE 0.
       01 WS-LEDGER-BAL PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 WS-EXPLAINED PIC S9(11)V99 VALUE 0.
       01 WS-UNEXPLAINED PIC S9(11)V99 VALUE 0.
       01 WS-PROOF PIC S9(11)V99 VALUE 0.
       01 WS-LINE-SIDE PIC X(06) VALUE SPACES.
       01 WS-AMT-EDIT PIC -(8)9.99.
       01 WS-BAL-EDIT PIC -(11)9.99.
      * Break ageing buckets, in days since the item's value date.
       01 WS-BKT-LABELS.
           05 FILLER PIC X(12) VALUE '0-3 DAYS    '.
           05 FILLER PIC X(12) VALUE '4-7 DAYS    '.
           05 FILLER PIC X(12) VALUE '8-30 DAYS   '.
           05 FILLER PIC X(12) VALUE 'OVER 30 DAYS'.
       01 WS-BKT-LABEL-TABLE REDEFINES WS-BKT-LABELS.
           05 WS-BKT-LABEL OCCURS 4 TIMES PIC X(12).
       01 WS-BKT-TABLE.
           05 WS-BKT-ENTRY OCCURS 4 TIMES.
               10 WS-BKT-CNT PIC 9(05).
               10 WS-BKT-AMT PIC S9(11)V99.
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
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
       01 WS-BUS-DAY PIC 9(08) COMP VALUE 0.
       01 WS-DAY-INT PIC 9(08) COMP VALUE 0.
       01 WS-END-INT PIC 9(08) COMP VALUE 0.
       01 WS-DAY-DATE8 PIC 9(08) VALUE 0.
       01 WS-CNV-DATE PIC X(10) VALUE SPACES.
       01 WS-CNV-DAY PIC 9(08) COMP VALUE 0.
       01 WS-CNV-DATE8 PIC 9(08) VALUE 0.
       01 WS-CNV-DATE-X REDEFINES WS-CNV-DATE8.
           05 WS-CNV-YYYY PIC 9(04).
           05 WS-CNV-MM PIC 9(02).
           05 WS-CNV-DD PIC 9(02).
      * The settlement accounts taken tonight, with what their
      * statements said.
       01 WS-NST-CNT PIC 9(04) COMP VALUE 0.
       01 WS-NST-TABLE.
           05 WS-NST-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-NST-CNT
                   INDEXED BY WS-NST-IDX.
               10 WS-NST-BANK PIC X(20).
               10 WS-NST-ACCT PIC X(10).
               10 WS-NST-TOL PIC 9(02).
               10 WS-NST-STMT-SW PIC X(01).
                   88 WS-NST-NO-STMT VALUE 'N'.
                   88 WS-NST-STMT-OPEN VALUE 'H'.
                   88 WS-NST-STMT-DONE VALUE 'T'.
               10 WS-NST-STMT-DATE PIC X(10).
               10 WS-NST-OPEN-BAL PIC S9(11)V99.
               10 WS-NST-CLOSE-BAL PIC S9(11)V99.
               10 WS-NST-MOVEMENT PIC S9(11)V99.
               10 WS-NST-LINES PIC 9(05).
               10 WS-NST-TRL-LINES PIC 9(05).
               10 WS-NST-MATCHED PIC 9(05).
      * Postings to those accounts still looking for a statement line:
      * tonight's from POSTFILE and the ledger-side items carried in.
       01 WS-LDG-CNT PIC 9(04) COMP VALUE 0.
       01 WS-LDG-TABLE.
           05 WS-LDG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-LDG-CNT
                   INDEXED BY WS-LDG-IDX.
               10 WS-LDG-NX PIC 9(04) COMP.
               10 WS-LDG-ACCT PIC X(10).
               10 WS-LDG-REF PIC X(12).
               10 WS-LDG-DRCR PIC X(01).
               10 WS-LDG-AMT PIC S9(09)V99.
               10 WS-LDG-DATE PIC X(10).
               10 WS-LDG-DAY PIC 9(08) COMP.
               10 WS-LDG-SEEN PIC X(10).
               10 WS-LDG-REV PIC X(01).
               10 WS-LDG-SW PIC X(01).
                   88 WS-LDG-IS-OPEN VALUE 'O'.
                   88 WS-LDG-IS-MATCHED VALUE 'M'.
                   88 WS-LDG-IS-CONTRA VALUE 'X'.
      * Statement lines still looking for a posting: tonight's from
      * BANKSTMT and the bank-side items carried in, each with the
      * window of effective dates its posting may carry.
       01 WS-BNK-CNT PIC 9(04) COMP VALUE 0.
       01 WS-BNK-TABLE.
           05 WS-BNK-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BNK-CNT
                   INDEXED BY WS-BNK-IDX.
               10 WS-BNK-NX PIC 9(04) COMP.
               10 WS-BNK-ACCT PIC X(10).
               10 WS-BNK-REF PIC X(12).
               10 WS-BNK-DRCR PIC X(01).
               10 WS-BNK-AMT PIC S9(09)V99.
               10 WS-BNK-DATE PIC X(10).
               10 WS-BNK-DAY PIC 9(08) COMP.
               10 WS-BNK-LOW PIC 9(08) COMP.
               10 WS-BNK-HIGH PIC 9(08) COMP.
               10 WS-BNK-SEEN PIC X(10).
               10 WS-BNK-NARR PIC X(25).
               10 WS-BNK-SW PIC X(01).
                   88 WS-BNK-IS-OPEN VALUE 'O'.
                   88 WS-BNK-IS-MATCHED VALUE 'M'.
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        PERFORM D-PARA WITH TEST AFTER UNTIL WS-END-OF-OPEN
        IF WS-ALREADY-RECONCILED
            MOVE SPACES TO REPORT-LINE
            STRING 'BUSINESS DATE ' WS-BUS-DATE
                    ' ALREADY RECONCILED -- OPEN ITEMS CARRIED AS THEY'
                    ' STAND'
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        ELSE
            PERFORM E-PARA WITH TEST AFTER UNTIL WS-END-OF-POSTINGS
            PERFORM F-PARA WITH TEST AFTER UNTIL WS-END-OF-STMT
            PERFORM H-PARA
                    VARYING WS-BX FROM 1 BY 1
                    UNTIL WS-BX > WS-BNK-CNT
            PERFORM I-PARA
            PERFORM L-PARA
                    VARYING WS-LX FROM 1 BY 1
                    UNTIL WS-LX > WS-LDG-CNT
            PERFORM N-PARA
                    VARYING WS-NX FROM 1 BY 1
                    UNTIL WS-NX > WS-NST-CNT
            PERFORM R-PARA
                    VARYING WS-BX FROM 1 BY 1
                    UNTIL WS-BX > WS-BNK-CNT
            PERFORM R2-PARA
                    VARYING WS-LX FROM 1 BY 1
                    UNTIL WS-LX > WS-LDG-CNT
        END-IF
        PERFORM S-PARA
        DISPLAY 'LEDGER-NOSTRO: ' WS-STMT-CNT
                ' STATEMENT LINES, ' WS-MATCH-CNT
                ' MATCHED, ' WS-KEEP-CNT
                ' OPEN ITEMS CARRIED'
        IF WS-NOSTRO-FAILED
            MOVE 8 TO RETURN-CODE
        ELSE
            IF WS-BREAK-FOUND
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
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
        STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
                INTO WS-BUS-DATE
        END-STRING
        MOVE WS-BUS-DATE TO WS-CNV-DATE
        PERFORM T-PARA
        MOVE WS-CNV-DAY TO WS-BUS-DAY
        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'LEDGER-NOSTRO: UNABLE TO OPEN NOSTRPT, '
                    'STATUS ' WS-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE 'COBOL-LEDGER NOSTRO RECONCILIATION AND AGED BREAK REPORT'
                TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'BUSINESS DATE ' WS-BUS-DATE
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        OPEN INPUT PARM-FILE
        IF WS-PARM-STATUS NOT = '00'
            SET WS-END-OF-PARMS TO TRUE
        END-IF
        PERFORM C-PARA WITH TEST AFTER UNTIL WS-END-OF-PARMS
        IF WS-PARM-STATUS NOT = '35'
            CLOSE PARM-FILE
        END-IF
      * The dated generations sit beside the day file, named
      * <POSTFILE>.yyyymmdd as LEDGER-CUTOFF leaves them.
        ACCEPT WS-POST-PATH FROM ENVIRONMENT 'POSTFILE'
        IF WS-POST-PATH = SPACES
            MOVE 'POSTFILE' TO WS-POST-PATH
        END-IF
        OPEN OUTPUT KEEP-FILE
        IF WS-KEEP-STATUS NOT = '00'
            DISPLAY 'LEDGER-NOSTRO: UNABLE TO OPEN NOSTKEEP, '
                    'STATUS ' WS-KEEP-STATUS
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE SPACES TO KEEP-RECORD
        SET KPI-IS-CONTROL TO TRUE
        MOVE 0 TO KPI-AMOUNT
        MOVE WS-BUS-DATE TO KPI-ITEM-DATE
        WRITE KEEP-RECORD
        OPEN INPUT BAL-MASTER
        IF WS-BAL-STATUS = '35'
            OPEN OUTPUT BAL-MASTER
            CLOSE BAL-MASTER
            OPEN INPUT BAL-MASTER
        END-IF
        IF WS-BAL-STATUS NOT = '00'
            DISPLAY 'LEDGER-NOSTRO: UNABLE TO OPEN BALFILE, '
                    'STATUS ' WS-BAL-STATUS
            CLOSE KEEP-FILE
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        OPEN INPUT OPEN-FILE
        IF WS-OPEN-STATUS NOT = '00'
            SET WS-END-OF-OPEN TO TRUE
            IF WS-OPEN-STATUS NOT = '35'
                DISPLAY 'LEDGER-NOSTRO: UNABLE TO OPEN NOSTOPEN, '
                        'STATUS ' WS-OPEN-STATUS
                SET WS-NOSTRO-FAILED TO TRUE
            END-IF
        END-IF
        OPEN INPUT POST-FILE
        IF WS-POST-STATUS NOT = '00'
            SET WS-END-OF-POSTINGS TO TRUE
            IF WS-POST-STATUS NOT = '35'
                DISPLAY 'LEDGER-NOSTRO: UNABLE TO OPEN POSTFILE, '
                        'STATUS ' WS-POST-STATUS
                SET WS-NOSTRO-FAILED TO TRUE
            END-IF
        END-IF
      * No statement file at all is not an error: every account then
      * shows as having had no statement, and tonight's postings to
      * them are simply carried as open items.
        OPEN INPUT STMT-FILE
        IF WS-STMT-STATUS NOT = '00'
            SET WS-END-OF-STMT TO TRUE
            IF WS-STMT-STATUS NOT = '35'
                DISPLAY 'LEDGER-NOSTRO: UNABLE TO OPEN BANKSTMT, '
                        'STATUS ' WS-STMT-STATUS
                SET WS-NOSTRO-FAILED TO TRUE
            END-IF
        END-IF
        IF WS-NST-CNT = 0
            MOVE 'NO SETTLEMENT ACCOUNTS ON NOSTPARM -- NOTHING IS'
                    TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE '  RECONCILED' TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.

      * A tolerance that is not numeric falls back to three days.
        C-PARA.
        IF NOT WS-END-OF-PARMS
            READ PARM-FILE
                AT END
                    SET WS-END-OF-PARMS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-PARMS
            IF NSP-ACCOUNT NOT = SPACES
                    AND NSP-BANK-ACCOUNT NOT = SPACES
                    AND WS-NST-CNT < 50
                ADD 1 TO WS-NST-CNT
                MOVE NSP-BANK-ACCOUNT TO WS-NST-BANK(WS-NST-CNT)
                MOVE NSP-ACCOUNT TO WS-NST-ACCT(WS-NST-CNT)
                IF NSP-TOLERANCE-DAYS IS NUMERIC
                    MOVE NSP-TOLERANCE-DAYS TO WS-NST-TOL(WS-NST-CNT)
                ELSE
                    MOVE 3 TO WS-NST-TOL(WS-NST-CNT)
                END-IF
                SET WS-NST-NO-STMT(WS-NST-CNT) TO TRUE
                MOVE SPACES TO WS-NST-STMT-DATE(WS-NST-CNT)
                MOVE 0 TO WS-NST-OPEN-BAL(WS-NST-CNT)
                MOVE 0 TO WS-NST-CLOSE-BAL(WS-NST-CNT)
                MOVE 0 TO WS-NST-MOVEMENT(WS-NST-CNT)
                MOVE 0 TO WS-NST-LINES(WS-NST-CNT)
                MOVE 0 TO WS-NST-TRL-LINES(WS-NST-CNT)
                MOVE 0 TO WS-NST-MATCHED(WS-NST-CNT)
            END-IF
        END-IF.

      * The open items carried in. If they were already carried
      * forward from tonight's business date the night has been
      * reconciled once, and they pass through untouched; items of an
      * account no longer on NOSTPARM also pass through, so taking an
      * account off the list never loses its breaks.
        D-PARA.
        IF NOT WS-END-OF-OPEN
            READ OPEN-FILE
                AT END
                    SET WS-END-OF-OPEN TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-OPEN
            IF OPI-IS-CONTROL
                IF OPI-ITEM-DATE = WS-BUS-DATE
                    SET WS-ALREADY-RECONCILED TO TRUE
                END-IF
            ELSE
                MOVE OPI-ACCOUNT TO WS-ITM-ACCT
                PERFORM U-PARA
                IF WS-ALREADY-RECONCILED OR WS-ITM-NX = 0
                    MOVE OPEN-RECORD TO KEEP-RECORD
                    PERFORM R3-PARA
                    ADD 1 TO WS-PASS-CNT
                ELSE
                    ADD 1 TO WS-CARRY-IN-CNT
                    MOVE OPI-REFERENCE TO WS-ITM-REF
                    MOVE OPI-DRCR TO WS-ITM-DRCR
                    MOVE OPI-AMOUNT TO WS-ITM-AMT
                    MOVE OPI-ITEM-DATE TO WS-ITM-DATE
                    MOVE OPI-FIRST-SEEN TO WS-ITM-SEEN
                    MOVE OPI-REVERSAL-FLAG TO WS-ITM-REV
                    MOVE OPI-NARRATIVE TO WS-ITM-NARR
                    IF OPI-BANK-SIDE
                        PERFORM G2-PARA
                    ELSE
                        PERFORM G-PARA
                    END-IF
                END-IF
            END-IF
        END-IF.

      * Tonight's postings to the settlement accounts. A posting with
      * no effective date belongs to the day it ran.
        E-PARA.
        IF NOT WS-END-OF-POSTINGS
            READ POST-FILE
                AT END
                    SET WS-END-OF-POSTINGS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-POSTINGS
            MOVE POST-ACCOUNT TO WS-ITM-ACCT
            PERFORM U-PARA
            IF WS-ITM-NX > 0
                ADD 1 TO WS-POST-CNT
                MOVE POST-REFERENCE TO WS-ITM-REF
                MOVE POST-DRCR-FLAG TO WS-ITM-DRCR
                MOVE POST-AMOUNT TO WS-ITM-AMT
                MOVE POST-EFF-DATE TO WS-ITM-DATE
                IF WS-ITM-DATE = SPACES
                    MOVE POST-TIMESTAMP(1:10) TO WS-ITM-DATE
                END-IF
                MOVE WS-BUS-DATE TO WS-ITM-SEEN
                MOVE POST-REVERSAL-FLAG TO WS-ITM-REV
                MOVE SPACES TO WS-ITM-NARR
                PERFORM G-PARA
            END-IF
        END-IF.

      * The bank's statement file. Sections for bank accounts not on
      * NOSTPARM are counted and skipped.
        F-PARA.
        IF NOT WS-END-OF-STMT
            READ STMT-FILE
                AT END
                    SET WS-END-OF-STMT TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-STMT
            EVALUATE TRUE
                WHEN BST-IS-HEADER
                    PERFORM F2-PARA
                WHEN BST-IS-DETAIL
                    ADD 1 TO WS-STMT-CNT
                    IF WS-CUR-NX > 0
                        PERFORM F3-PARA
                    ELSE
                        ADD 1 TO WS-FOREIGN-CNT
                    END-IF
                WHEN BST-IS-TRAILER
                    IF WS-CUR-NX > 0
                        PERFORM F4-PARA
                    END-IF
                    MOVE 0 TO WS-CUR-NX
                WHEN OTHER
                    DISPLAY 'LEDGER-NOSTRO: UNKNOWN BANKSTMT RECORD '
                            'TYPE ' BST-REC-TYPE ' IGNORED'
            END-EVALUATE
        END-IF.

        F2-PARA.
        MOVE 0 TO WS-CUR-NX
        IF WS-NST-CNT > 0
            SET WS-NST-IDX TO 1
            SEARCH WS-NST-ENTRY
                AT END
                    CONTINUE
                WHEN WS-NST-BANK(WS-NST-IDX) = BST-BANK-ACCOUNT
                    SET WS-CUR-NX TO WS-NST-IDX
            END-SEARCH
        END-IF
        IF WS-CUR-NX > 0
            SET WS-NST-STMT-OPEN(WS-CUR-NX) TO TRUE
            MOVE BST-STMT-DATE TO WS-NST-STMT-DATE(WS-CUR-NX)
            IF BST-OPEN-DRCR = 'D'
                COMPUTE WS-NST-OPEN-BAL(WS-CUR-NX) = 0 - BST-OPEN-BAL
            ELSE
                MOVE BST-OPEN-BAL TO WS-NST-OPEN-BAL(WS-CUR-NX)
            END-IF
        ELSE
            DISPLAY 'LEDGER-NOSTRO: STATEMENT FOR BANK ACCOUNT '
                    BST-BANK-ACCOUNT ' NOT ON NOSTPARM, SKIPPED'
        END-IF.

      * A statement line with an unreadable value date is taken as
      * value-dated on the statement date.
        F3-PARA.
        ADD 1 TO WS-NST-LINES(WS-CUR-NX)
        IF BST-DRCR = 'D'
            SUBTRACT BST-AMOUNT FROM WS-NST-MOVEMENT(WS-CUR-NX)
        ELSE
            ADD BST-AMOUNT TO WS-NST-MOVEMENT(WS-CUR-NX)
        END-IF
        MOVE WS-NST-ACCT(WS-CUR-NX) TO WS-ITM-ACCT
        MOVE WS-CUR-NX TO WS-ITM-NX
        MOVE BST-REFERENCE TO WS-ITM-REF
        MOVE BST-DRCR TO WS-ITM-DRCR
        MOVE BST-AMOUNT TO WS-ITM-AMT
        MOVE BST-VALUE-DATE TO WS-ITM-DATE
        IF WS-ITM-DATE(1:4) IS NOT NUMERIC
            MOVE WS-NST-STMT-DATE(WS-CUR-NX) TO WS-ITM-DATE
        END-IF
        MOVE WS-BUS-DATE TO WS-ITM-SEEN
        MOVE 'N' TO WS-ITM-REV
        MOVE BST-NARRATIVE TO WS-ITM-NARR
        PERFORM G2-PARA.

        F4-PARA.
        SET WS-NST-STMT-DONE(WS-CUR-NX) TO TRUE
        IF BST-CLOSE-DRCR = 'D'
            COMPUTE WS-NST-CLOSE-BAL(WS-CUR-NX) = 0 - BST-CLOSE-BAL
        ELSE
            MOVE BST-CLOSE-BAL TO WS-NST-CLOSE-BAL(WS-CUR-NX)
        END-IF
        IF BST-LINE-COUNT IS NUMERIC
            MOVE BST-LINE-COUNT TO WS-NST-TRL-LINES(WS-CUR-NX)
        END-IF.

      * Add the work item to the ledger-side table.
        G-PARA.
        IF WS-LDG-CNT < 5000
            ADD 1 TO WS-LDG-CNT
            MOVE WS-ITM-DATE TO WS-CNV-DATE
            PERFORM T-PARA
            MOVE WS-ITM-NX TO WS-LDG-NX(WS-LDG-CNT)
            MOVE WS-ITM-ACCT TO WS-LDG-ACCT(WS-LDG-CNT)
            MOVE WS-ITM-REF TO WS-LDG-REF(WS-LDG-CNT)
            MOVE WS-ITM-DRCR TO WS-LDG-DRCR(WS-LDG-CNT)
            MOVE WS-ITM-AMT TO WS-LDG-AMT(WS-LDG-CNT)
            MOVE WS-ITM-DATE TO WS-LDG-DATE(WS-LDG-CNT)
            MOVE WS-CNV-DAY TO WS-LDG-DAY(WS-LDG-CNT)
            MOVE WS-ITM-SEEN TO WS-LDG-SEEN(WS-LDG-CNT)
            MOVE WS-ITM-REV TO WS-LDG-REV(WS-LDG-CNT)
            SET WS-LDG-IS-OPEN(WS-LDG-CNT) TO TRUE
        ELSE
            DISPLAY 'LEDGER-NOSTRO: OVER 5000 LEDGER ITEMS, '
                    WS-ITM-ACCT ' ' WS-ITM-REF ' NOT RECONCILED'
            SET WS-NOSTRO-FAILED TO TRUE
        END-IF.

      * Add the work item to the bank-side table, with its window.
        G2-PARA.
        IF WS-BNK-CNT < 5000
            ADD 1 TO WS-BNK-CNT
            MOVE WS-ITM-DATE TO WS-CNV-DATE
            PERFORM T-PARA
            MOVE WS-ITM-NX TO WS-BNK-NX(WS-BNK-CNT)
            MOVE WS-ITM-ACCT TO WS-BNK-ACCT(WS-BNK-CNT)
            MOVE WS-ITM-REF TO WS-BNK-REF(WS-BNK-CNT)
            MOVE WS-ITM-DRCR TO WS-BNK-DRCR(WS-BNK-CNT)
            MOVE WS-ITM-AMT TO WS-BNK-AMT(WS-BNK-CNT)
            MOVE WS-ITM-DATE TO WS-BNK-DATE(WS-BNK-CNT)
            MOVE WS-CNV-DAY TO WS-BNK-DAY(WS-BNK-CNT)
            COMPUTE WS-BNK-LOW(WS-BNK-CNT) =
                    WS-CNV-DAY - WS-NST-TOL(WS-ITM-NX)
            COMPUTE WS-BNK-HIGH(WS-BNK-CNT) =
                    WS-CNV-DAY + WS-NST-TOL(WS-ITM-NX)
            MOVE WS-ITM-SEEN TO WS-BNK-SEEN(WS-BNK-CNT)
            MOVE WS-ITM-NARR TO WS-BNK-NARR(WS-BNK-CNT)
            SET WS-BNK-IS-OPEN(WS-BNK-CNT) TO TRUE
        ELSE
            DISPLAY 'LEDGER-NOSTRO: OVER 5000 STATEMENT ITEMS, '
                    WS-ITM-ACCT ' ' WS-ITM-REF ' NOT RECONCILED'
            SET WS-NOSTRO-FAILED TO TRUE
        END-IF.

      * Match one statement line to the first open posting with the
      * same account, reference, direction and amount dated inside
      * its window.
        H-PARA.
        IF WS-BNK-IS-OPEN(WS-BX) AND WS-LDG-CNT > 0
            SET WS-LDG-IDX TO 1
            SEARCH WS-LDG-ENTRY
                AT END
                    CONTINUE
                WHEN WS-LDG-IS-OPEN(WS-LDG-IDX)
                        AND WS-LDG-ACCT(WS-LDG-IDX) = WS-BNK-ACCT(WS-BX)
                        AND WS-LDG-REF(WS-LDG-IDX) = WS-BNK-REF(WS-BX)
                        AND WS-LDG-DRCR(WS-LDG-IDX) = WS-BNK-DRCR(WS-BX)
                        AND WS-LDG-AMT(WS-LDG-IDX) = WS-BNK-AMT(WS-BX)
                        AND WS-LDG-DAY(WS-LDG-IDX)
                                NOT < WS-BNK-LOW(WS-BX)
                        AND WS-LDG-DAY(WS-LDG-IDX)
                                NOT > WS-BNK-HIGH(WS-BX)
                    SET WS-LDG-IS-MATCHED(WS-LDG-IDX) TO TRUE
                    SET WS-BNK-IS-MATCHED(WS-BX) TO TRUE
                    ADD 1 TO WS-MATCH-CNT
                    ADD 1 TO WS-NST-MATCHED(WS-BNK-NX(WS-BX))
            END-SEARCH
        END-IF.

      * Statement lines still open are re-tried against the dated
      * POSTFILE generations covering their windows, up to yesterday's
      * (tonight's postings were all in the match above). A day with
      * no generation on file is simply skipped.
        I-PARA.
        MOVE 0 TO WS-BNK-OPEN-CNT
        MOVE WS-BUS-DAY TO WS-DAY-INT
        MOVE 0 TO WS-END-INT
        PERFORM I1-PARA
                VARYING WS-BX FROM 1 BY 1
                UNTIL WS-BX > WS-BNK-CNT
        IF WS-END-INT NOT < WS-BUS-DAY
            COMPUTE WS-END-INT = WS-BUS-DAY - 1
        END-IF
        PERFORM I2-PARA
                UNTIL WS-DAY-INT > WS-END-INT
                   OR WS-BNK-OPEN-CNT = 0.

        I1-PARA.
        IF WS-BNK-IS-OPEN(WS-BX)
            ADD 1 TO WS-BNK-OPEN-CNT
            IF WS-BNK-LOW(WS-BX) < WS-DAY-INT
                MOVE WS-BNK-LOW(WS-BX) TO WS-DAY-INT
            END-IF
            IF WS-BNK-HIGH(WS-BX) > WS-END-INT
                MOVE WS-BNK-HIGH(WS-BX) TO WS-END-INT
            END-IF
        END-IF.

        I2-PARA.
        COMPUTE WS-DAY-DATE8 = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
        MOVE SPACES TO WS-GEN-NAME
        STRING FUNCTION TRIM(WS-POST-PATH)
                '.' WS-DAY-DATE8
                INTO WS-GEN-NAME
        END-STRING
        MOVE 'N' TO WS-GEN-EOF-SW
        OPEN INPUT GEN-FILE
        IF WS-GEN-STATUS = '00'
            ADD 1 TO WS-GEN-SCANNED
            PERFORM I3-PARA WITH TEST AFTER
                    UNTIL WS-END-OF-GEN OR WS-BNK-OPEN-CNT = 0
            CLOSE GEN-FILE
        END-IF
        ADD 1 TO WS-DAY-INT.

        I3-PARA.
        READ GEN-FILE
            AT END
                SET WS-END-OF-GEN TO TRUE
        END-READ
        IF NOT WS-END-OF-GEN
            MOVE GEN-ACCOUNT TO WS-ITM-ACCT
            PERFORM U-PARA
            IF WS-ITM-NX > 0
                PERFORM J-PARA
            END-IF
        END-IF.

        J-PARA.
        MOVE GEN-EFF-DATE TO WS-CNV-DATE
        IF WS-CNV-DATE = SPACES
            MOVE GEN-TIMESTAMP(1:10) TO WS-CNV-DATE
        END-IF
        PERFORM T-PARA
        SET WS-BNK-IDX TO 1
        SEARCH WS-BNK-ENTRY
            AT END
                CONTINUE
            WHEN WS-BNK-IS-OPEN(WS-BNK-IDX)
                    AND WS-BNK-ACCT(WS-BNK-IDX) = GEN-ACCOUNT
                    AND WS-BNK-REF(WS-BNK-IDX) = GEN-REFERENCE
                    AND WS-BNK-DRCR(WS-BNK-IDX) = GEN-DRCR-FLAG
                    AND WS-BNK-AMT(WS-BNK-IDX) = GEN-AMOUNT
                    AND WS-CNV-DAY NOT < WS-BNK-LOW(WS-BNK-IDX)
                    AND WS-CNV-DAY NOT > WS-BNK-HIGH(WS-BNK-IDX)
                SET WS-BNK-IS-MATCHED(WS-BNK-IDX) TO TRUE
                SUBTRACT 1 FROM WS-BNK-OPEN-CNT
                ADD 1 TO WS-MATCH-CNT
                ADD 1 TO WS-GEN-MATCH-CNT
                ADD 1 TO WS-NST-MATCHED(WS-BNK-NX(WS-BNK-IDX))
        END-SEARCH.

      * A reversal still open cancels the open posting it backed out
      * (same account, reference and amount, opposite direction): the
      * bank never saw either, so neither is a break.
        L-PARA.
        IF WS-LDG-IS-OPEN(WS-LX) AND WS-LDG-REV(WS-LX) = 'Y'
            SET WS-LDG-IDX TO 1
            SEARCH WS-LDG-ENTRY
                AT END
                    CONTINUE
                WHEN WS-LDG-IS-OPEN(WS-LDG-IDX)
                        AND WS-LDG-REV(WS-LDG-IDX) NOT = 'Y'
                        AND WS-LDG-ACCT(WS-LDG-IDX) = WS-LDG-ACCT(WS-LX)
                        AND WS-LDG-REF(WS-LDG-IDX) = WS-LDG-REF(WS-LX)
                        AND WS-LDG-AMT(WS-LDG-IDX) = WS-LDG-AMT(WS-LX)
                        AND WS-LDG-DRCR(WS-LDG-IDX)
                                NOT = WS-LDG-DRCR(WS-LX)
                    SET WS-LDG-IS-CONTRA(WS-LDG-IDX) TO TRUE
                    SET WS-LDG-IS-CONTRA(WS-LX) TO TRUE
                    ADD 2 TO WS-CONTRA-CNT
            END-SEARCH
        END-IF.

      * One settlement account: what the bank sent, its open items
      * aged, and the balance proof.
        N-PARA.
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'SETTLEMENT ACCOUNT ' WS-NST-ACCT(WS-NX)
                '   BANK ACCOUNT ' WS-NST-BANK(WS-NX)
                '   TOLERANCE ' WS-NST-TOL(WS-NX) ' DAYS'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        EVALUATE TRUE
            WHEN WS-NST-NO-STMT(WS-NX)
                MOVE '  NO STATEMENT RECEIVED' TO REPORT-LINE
            WHEN WS-NST-STMT-OPEN(WS-NX)
                MOVE '  STATEMENT INCOMPLETE -- NO TRAILER RECEIVED'
                        TO REPORT-LINE
                SET WS-BREAK-FOUND TO TRUE
            WHEN OTHER
                STRING '  STATEMENT ' WS-NST-STMT-DATE(WS-NX)
                        '   LINES ' WS-NST-LINES(WS-NX)
                        '   MATCHED ' WS-NST-MATCHED(WS-NX)
                        INTO REPORT-LINE
                END-STRING
        END-EVALUATE
        WRITE REPORT-LINE
        IF WS-NST-STMT-DONE(WS-NX)
            COMPUTE WS-PROOF = WS-NST-OPEN-BAL(WS-NX)
                    + WS-NST-MOVEMENT(WS-NX)
                    - WS-NST-CLOSE-BAL(WS-NX)
            IF WS-PROOF NOT = 0
                    OR WS-NST-LINES(WS-NX) NOT = WS-NST-TRL-LINES(WS-NX)
                MOVE SPACES TO REPORT-LINE
                STRING '  *** STATEMENT DOES NOT PROVE -- OPENING PLUS'
                        ' MOVEMENTS OR LINE COUNT DISAGREE WITH'
                        ' TRAILER'
                        INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                SET WS-BREAK-FOUND TO TRUE
            END-IF
        END-IF
        MOVE 0 TO WS-EXPLAINED
        INITIALIZE WS-BKT-TABLE
        MOVE 'N' TO WS-ITEMS-SW
        MOVE SPACES TO REPORT-LINE
        STRING '  SIDE   REFERENCE    D       AMOUNT ITEM DATE  '
                'FIRST SEEN   AGE NARRATIVE'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        PERFORM N2-PARA
                VARYING WS-BX FROM 1 BY 1
                UNTIL WS-BX > WS-BNK-CNT
        PERFORM N3-PARA
                VARYING WS-LX FROM 1 BY 1
                UNTIL WS-LX > WS-LDG-CNT
        IF NOT WS-ITEMS-LISTED
            MOVE '  NO OPEN ITEMS' TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        PERFORM N4-PARA
                VARYING WS-BKT-IX FROM 1 BY 1
                UNTIL WS-BKT-IX > 4
        IF WS-NST-STMT-DONE(WS-NX)
            PERFORM O-PARA
        END-IF.

        N2-PARA.
        IF WS-BNK-NX(WS-BX) = WS-NX AND WS-BNK-IS-OPEN(WS-BX)
            MOVE 'BANK' TO WS-LINE-SIDE
            MOVE WS-BNK-DAY(WS-BX) TO WS-CNV-DAY
            MOVE WS-BNK-AMT(WS-BX) TO WS-SIGNED
            IF WS-BNK-DRCR(WS-BX) = 'D'
                COMPUTE WS-SIGNED = 0 - WS-SIGNED
            END-IF
            ADD WS-SIGNED TO WS-EXPLAINED
            PERFORM P-PARA
            MOVE WS-BNK-AMT(WS-BX) TO WS-AMT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING '  ' WS-LINE-SIDE
                    ' ' WS-BNK-REF(WS-BX)
                    ' ' WS-BNK-DRCR(WS-BX)
                    ' ' WS-AMT-EDIT
                    ' ' WS-BNK-DATE(WS-BX)
                    ' ' WS-BNK-SEEN(WS-BX)
                    ' ' WS-AGE-DAYS
                    ' ' WS-BNK-NARR(WS-BX)
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF.

        N3-PARA.
        IF WS-LDG-NX(WS-LX) = WS-NX AND WS-LDG-IS-OPEN(WS-LX)
            MOVE 'LEDGER' TO WS-LINE-SIDE
            MOVE WS-LDG-DAY(WS-LX) TO WS-CNV-DAY
            MOVE WS-LDG-AMT(WS-LX) TO WS-SIGNED
            IF WS-LDG-DRCR(WS-LX) = 'D'
                COMPUTE WS-SIGNED = 0 - WS-SIGNED
            END-IF
            SUBTRACT WS-SIGNED FROM WS-EXPLAINED
            PERFORM P-PARA
            MOVE WS-LDG-AMT(WS-LX) TO WS-AMT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING '  ' WS-LINE-SIDE
                    ' ' WS-LDG-REF(WS-LX)
                    ' ' WS-LDG-DRCR(WS-LX)
                    ' ' WS-AMT-EDIT
                    ' ' WS-LDG-DATE(WS-LX)
                    ' ' WS-LDG-SEEN(WS-LX)
                    ' ' WS-AGE-DAYS
                    INTO REPORT-LINE
            END-STRING
            IF WS-LDG-REV(WS-LX) = 'Y'
                MOVE 'REVERSAL' TO REPORT-LINE(76:8)
            END-IF
            WRITE REPORT-LINE
        END-IF.

        N4-PARA.
        MOVE WS-BKT-AMT(WS-BKT-IX) TO WS-BAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING '  AGED ' WS-BKT-LABEL(WS-BKT-IX)
                ' ITEMS ' WS-BKT-CNT(WS-BKT-IX)
                '   GROSS ' WS-BAL-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.

      * The bank's closing balance less ours must be exactly what the
      * open items account for: a statement line we have not posted
      * moves the bank's figure, a posting the bank has not shown
      * moves ours.
        O-PARA.
        MOVE WS-NST-ACCT(WS-NX) TO BAL-ACCOUNT
        READ BAL-MASTER
            INVALID KEY
                MOVE 0 TO BAL-BALANCE
        END-READ
        MOVE BAL-BALANCE TO WS-LEDGER-BAL
        COMPUTE WS-DIFFERENCE = WS-NST-CLOSE-BAL(WS-NX) - WS-LEDGER-BAL
        COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-EXPLAINED
        MOVE WS-NST-CLOSE-BAL(WS-NX) TO WS-BAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING '  STATEMENT CLOSING BALANCE     ' WS-BAL-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-LEDGER-BAL TO WS-BAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING '  LEDGER BALANCE                ' WS-BAL-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-DIFFERENCE TO WS-BAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING '  DIFFERENCE                    ' WS-BAL-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-EXPLAINED TO WS-BAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING '  EXPLAINED BY OPEN ITEMS       ' WS-BAL-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-UNEXPLAINED TO WS-BAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING '  UNEXPLAINED                   ' WS-BAL-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        IF WS-UNEXPLAINED NOT = 0
            MOVE SPACES TO REPORT-LINE
            STRING '  *** UNEXPLAINED DIFFERENCE -- ACCOUNT DOES NOT'
                    ' AGREE WITH THE BANK'
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            SET WS-BREAK-FOUND TO TRUE
        END-IF.

      * Age the item in WS-CNV-DAY from its value date and add it to
      * its bucket. An item value-dated ahead of today ages from zero.
        P-PARA.
        SET WS-ITEMS-LISTED TO TRUE
        IF WS-CNV-DAY < WS-BUS-DAY
            COMPUTE WS-AGE-DAYS = WS-BUS-DAY - WS-CNV-DAY
        ELSE
            MOVE 0 TO WS-AGE-DAYS
        END-IF
        EVALUATE TRUE
            WHEN WS-AGE-DAYS NOT > 3
                MOVE 1 TO WS-BKT-IX
            WHEN WS-AGE-DAYS NOT > 7
                MOVE 2 TO WS-BKT-IX
            WHEN WS-AGE-DAYS NOT > 30
                MOVE 3 TO WS-BKT-IX
            WHEN OTHER
                MOVE 4 TO WS-BKT-IX
        END-EVALUATE
        ADD 1 TO WS-BKT-CNT(WS-BKT-IX)
        IF WS-LINE-SIDE = 'BANK'
            ADD WS-BNK-AMT(WS-BX) TO WS-BKT-AMT(WS-BKT-IX)
        ELSE
            ADD WS-LDG-AMT(WS-LX) TO WS-BKT-AMT(WS-BKT-IX)
        END-IF.

      * Carry forward what is still open on either side.
        R-PARA.
        IF WS-BNK-IS-OPEN(WS-BX)
            MOVE SPACES TO KEEP-RECORD
            SET KPI-IS-ITEM TO TRUE
            SET KPI-BANK-SIDE TO TRUE
            MOVE WS-BNK-ACCT(WS-BX) TO KPI-ACCOUNT
            MOVE WS-BNK-REF(WS-BX) TO KPI-REFERENCE
            MOVE WS-BNK-DRCR(WS-BX) TO KPI-DRCR
            MOVE WS-BNK-AMT(WS-BX) TO KPI-AMOUNT
            MOVE WS-BNK-DATE(WS-BX) TO KPI-ITEM-DATE
            MOVE WS-BNK-SEEN(WS-BX) TO KPI-FIRST-SEEN
            MOVE 'N' TO KPI-REVERSAL-FLAG
            MOVE WS-BNK-NARR(WS-BX) TO KPI-NARRATIVE
            PERFORM R3-PARA
        END-IF.

        R2-PARA.
        IF WS-LDG-IS-OPEN(WS-LX)
            MOVE SPACES TO KEEP-RECORD
            SET KPI-IS-ITEM TO TRUE
            SET KPI-LEDGER-SIDE TO TRUE
            MOVE WS-LDG-ACCT(WS-LX) TO KPI-ACCOUNT
            MOVE WS-LDG-REF(WS-LX) TO KPI-REFERENCE
            MOVE WS-LDG-DRCR(WS-LX) TO KPI-DRCR
            MOVE WS-LDG-AMT(WS-LX) TO KPI-AMOUNT
            MOVE WS-LDG-DATE(WS-LX) TO KPI-ITEM-DATE
            MOVE WS-LDG-SEEN(WS-LX) TO KPI-FIRST-SEEN
            MOVE WS-LDG-REV(WS-LX) TO KPI-REVERSAL-FLAG
            PERFORM R3-PARA
        END-IF.

        R3-PARA.
        WRITE KEEP-RECORD
        IF WS-KEEP-STATUS = '00'
            ADD 1 TO WS-KEEP-CNT
        ELSE
            DISPLAY 'LEDGER-NOSTRO: NOSTKEEP WRITE FAILED FOR '
                    KPI-ACCOUNT ' ' KPI-REFERENCE
                    ', STATUS ' WS-KEEP-STATUS
            SET WS-NOSTRO-FAILED TO TRUE
        END-IF.

        S-PARA.
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'STATEMENT LINES READ: ' WS-STMT-CNT
                '   NOT FOR OUR ACCOUNTS: ' WS-FOREIGN-CNT
                '   POSTINGS READ: ' WS-POST-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'MATCHED: ' WS-MATCH-CNT
                '   OF WHICH FROM GENERATIONS: ' WS-GEN-MATCH-CNT
                '   GENERATIONS SCANNED: ' WS-GEN-SCANNED
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'OPEN ITEMS BROUGHT FORWARD: ' WS-CARRY-IN-CNT
                '   CANCELLED BY REVERSAL: ' WS-CONTRA-CNT
                '   CARRIED FORWARD: ' WS-KEEP-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        IF WS-PASS-CNT > 0
            MOVE SPACES TO REPORT-LINE
            STRING 'OPEN ITEMS PASSED THROUGH UNRECONCILED: '
                    WS-PASS-CNT
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
        IF WS-BREAK-FOUND
            MOVE 'NOSTRO ACCOUNTS DO NOT AGREE WITH BANK - SEE ABOVE'
                    TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        IF WS-NOSTRO-FAILED
            MOVE 'NOSTRO RECONCILIATION INCOMPLETE - SEE JOB LOG'
                    TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        IF WS-OPEN-STATUS NOT = '35'
            CLOSE OPEN-FILE
        END-IF
        IF WS-POST-STATUS NOT = '35'
            CLOSE POST-FILE
        END-IF
        IF WS-STMT-STATUS NOT = '35'
            CLOSE STMT-FILE
        END-IF
        CLOSE BAL-MASTER
        CLOSE KEEP-FILE
        CLOSE REPORT-FILE.

      * Day number of the YYYY-MM-DD date in WS-CNV-DATE. A date that
      * cannot be read counts as the business date.
        T-PARA.
        MOVE 0 TO WS-CNV-DAY
        IF WS-CNV-DATE(1:4) IS NUMERIC
                AND WS-CNV-DATE(6:2) IS NUMERIC
                AND WS-CNV-DATE(9:2) IS NUMERIC
            MOVE WS-CNV-DATE(1:4) TO WS-CNV-YYYY
            MOVE WS-CNV-DATE(6:2) TO WS-CNV-MM
            MOVE WS-CNV-DATE(9:2) TO WS-CNV-DD
            IF WS-CNV-MM > 0 AND WS-CNV-MM < 13
                    AND WS-CNV-DD > 0 AND WS-CNV-DD < 32
                COMPUTE WS-CNV-DAY =
                        FUNCTION INTEGER-OF-DATE(WS-CNV-DATE8)
            END-IF
        END-IF
        IF WS-CNV-DAY = 0
            MOVE WS-BUS-DAY TO WS-CNV-DAY
        END-IF.

      * Find the settlement account WS-ITM-ACCT on the parameter
      * table; WS-ITM-NX is its position, zero when it is not one.
        U-PARA.
        MOVE 0 TO WS-ITM-NX
        IF WS-NST-CNT > 0
            SET WS-NST-IDX TO 1
            SEARCH WS-NST-ENTRY
                AT END
                    CONTINUE
                WHEN WS-NST-ACCT(WS-NST-IDX) = WS-ITM-ACCT
                    SET WS-ITM-NX TO WS-NST-IDX
            END-SEARCH
        END-IF.
