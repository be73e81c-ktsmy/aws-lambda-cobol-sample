000069* purged from the carried-over REJFILE, and every posting
00006A* sub-chain's checkpoint is reset so tomorrow's runs start from
00006B* record 1. A day file is only truncated after its generation
00006C* copy closes cleanly. Every account's closing balance is also
00006D* kept for good on the balance history (BALHIST) under the
00006E* business date, with the debits and credits posted to it that
00006F* day totalled from the dated POSTGEN generation - set, never
00006G* added to, so a rerun of the cutoff rebuilds the same record.
000070 PROGRAM-ID. LEDGER-CUTOFF.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SNP-ACCOUNT
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT BAL-HIST ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-BHS-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWORK".
           SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT REVAL-CKPT ASSIGN TO "REVALCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VCKPT-STATUS.
           SELECT PC-CKPT ASSIGN TO "PCCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCKPT-STATUS.
           SELECT ES-CKPT ASSIGN TO "ESCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECKPT-STATUS.
           SELECT PR-CKPT ASSIGN TO "PRCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCKPT-STATUS.
           SELECT SW-CKPT ASSIGN TO "SWCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWCKPT-STATUS.
           SELECT REFER-FILE ASSIGN TO "REFERFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFER-STATUS.
       FD  SNAP-FILE.
       01  SNAP-RECORD.
           COPY LEDGERSNP.
       FD  BAL-HIST.
       01  BAL-HIST-RECORD.
           COPY LEDGERBHS.
       SD  SORT-WORK.
       01  SORT-RECORD.
           COPY LEDGERSRT.
       FD  CKPT-FILE.
       01  CKPT-RECORD.
           COPY LEDGERCKP.
       01  REVAL-CKPT-RECORD.
           COPY LEDGERCKP REPLACING ==CKPT-LAST-REC==
                   BY ==REVAL-LAST-REC==.
       FD  PC-CKPT.
       01  PC-CKPT-RECORD.
           COPY LEDGERCKP REPLACING ==CKPT-LAST-REC==
                   BY ==PC-LAST-REC==.
       FD  ES-CKPT.
       01  ES-CKPT-RECORD.
           COPY LEDGERCKP REPLACING ==CKPT-LAST-REC==
                   BY ==ES-LAST-REC==.
       FD  PR-CKPT.
       01  PR-CKPT-RECORD.
           COPY LEDGERCKP REPLACING ==CKPT-LAST-REC==
                   BY ==PR-LAST-REC==.
       FD  SW-CKPT.
       01  SW-CKPT-RECORD.
           COPY LEDGERCKP REPLACING ==CKPT-LAST-REC==
                   BY ==SW-LAST-REC==.
       FD  REFER-FILE.
       01  REFER-RECORD.
           COPY LEDGERRFR.
       01 WS-SCKPT-STATUS PIC X(02) VALUE '00'.
       01 WS-OCKPT-STATUS PIC X(02) VALUE '00'.
       01 WS-VCKPT-STATUS PIC X(02) VALUE '00'.
       01 WS-PCKPT-STATUS PIC X(02) VALUE '00'.
       01 WS-ECKPT-STATUS PIC X(02) VALUE '00'.
       01 WS-PRCKPT-STATUS PIC X(02) VALUE '00'.
       01 WS-SWCKPT-STATUS PIC X(02) VALUE '00'.
       01 WS-REFER-STATUS PIC X(02) VALUE '00'.
       01 WS-REJ-STATUS PIC X(02) VALUE '00'.
       01 WS-RWRK-STATUS PIC X(02) VALUE '00'.
       01 WS-POST-CNT PIC 9(07) VALUE 0.
       01 WS-AUDIT-CNT PIC 9(07) VALUE 0.
       01 WS-SNAP-CNT PIC 9(07) VALUE 0.
       01 WS-BHS-STATUS PIC X(02) VALUE '00'.
       01 WS-BHS-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-BHS-OPEN VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-SORT VALUE 'Y'.
       01 WS-FIRST-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-ACCOUNT VALUE 'Y'.
       01 WS-PREV-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-ACCT-DEBIT PIC S9(11)V99 VALUE 0.
       01 WS-ACCT-CREDIT PIC S9(11)V99 VALUE 0.
       01 WS-ACCT-DR-CNT PIC 9(05) VALUE 0.
       01 WS-ACCT-CR-CNT PIC 9(05) VALUE 0.
       01 WS-DAY-ACCT-CNT PIC 9(07) VALUE 0.
       01 WS-HIST-CNT PIC 9(07) VALUE 0.
       01 WS-ENV-DATE PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
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
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        IF NOT WS-CUTOFF-FAILED
            PERFORM K-PARA
        END-IF
        IF NOT WS-CUTOFF-FAILED
            PERFORM D-PARA
        END-IF
        IF NOT WS-CUTOFF-FAILED
            PERFORM G-PARA
        END-IF
        IF WS-BHS-OPEN
            CLOSE BAL-HIST
        END-IF
        IF NOT WS-CUTOFF-FAILED
            PERFORM I-PARA
        END-IF
        IF NOT WS-CUTOFF-FAILED
            PERFORM F-PARA
            DISPLAY 'LEDGER-CUTOFF: ' WS-HIST-CNT
                    ' BALANCE HISTORY RECORDS FOR ' WS-RUN-DATE
                    ', ' WS-DAY-ACCT-CNT ' ACCOUNTS WITH ACTIVITY'
            DISPLAY 'LEDGER-CUTOFF: ' WS-POST-CNT
                    ' POSTINGS AND ' WS-AUDIT-CNT
                    ' AUDIT RECORDS ROLLED, ' WS-SNAP-CNT
                        'STATUS ' WS-SNAP-STATUS
                SET WS-CUTOFF-FAILED TO TRUE
                SET WS-END-OF-BALANCES TO TRUE
            ELSE
                PERFORM O-PARA
            END-IF
        END-IF.

      * The closing balance onto the account's history record for the
      * date. The day totals are already there when it had activity;
      * a quiet account gets a record with zero totals.
        O-PARA.
        MOVE BAL-ACCOUNT TO BHS-ACCOUNT
        MOVE WS-RUN-DATE TO BHS-BUS-DATE
        READ BAL-HIST
            INVALID KEY
                MOVE 0 TO BHS-TOT-DEBIT
                MOVE 0 TO BHS-TOT-CREDIT
                MOVE 0 TO BHS-DEBIT-CNT
                MOVE 0 TO BHS-CREDIT-CNT
                MOVE BAL-BALANCE TO BHS-BALANCE
                MOVE WS-TIMESTAMP TO BHS-CUTOFF-TS
                WRITE BAL-HIST-RECORD
            NOT INVALID KEY
                MOVE BAL-BALANCE TO BHS-BALANCE
                MOVE WS-TIMESTAMP TO BHS-CUTOFF-TS
                REWRITE BAL-HIST-RECORD
        END-READ
        IF WS-BHS-STATUS NOT = '00'
            DISPLAY 'LEDGER-CUTOFF: BALHIST WRITE FAILED FOR '
                    BAL-ACCOUNT ', STATUS ' WS-BHS-STATUS
            SET WS-CUTOFF-FAILED TO TRUE
            SET WS-END-OF-BALANCES TO TRUE
        ELSE
            ADD 1 TO WS-HIST-CNT
        END-IF.

      * Open the balance history and total the day's debits and
      * credits per account from the dated posting generation, which
      * by now holds everything posted under the business date -
      * including any earlier run of this cutoff for the same date -
      * so the totals are set outright rather than added to.
        K-PARA.
        ACCEPT WS-CUR-DATE8 FROM DATE YYYYMMDD
        ACCEPT WS-CUR-TIME8 FROM TIME
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP
        END-STRING
        ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'BUSINESS_DATE'
        IF WS-ENV-DATE IS NUMERIC
            MOVE WS-ENV-DATE TO WS-RUN-DATE
        ELSE
            MOVE WS-CUR-DATE8 TO WS-RUN-DATE
        END-IF
        OPEN I-O BAL-HIST
        IF WS-BHS-STATUS = '35'
            OPEN OUTPUT BAL-HIST
            CLOSE BAL-HIST
            OPEN I-O BAL-HIST
        END-IF
        IF WS-BHS-STATUS NOT = '00'
            DISPLAY 'LEDGER-CUTOFF: UNABLE TO OPEN BALHIST, '
                    'STATUS ' WS-BHS-STATUS
            SET WS-CUTOFF-FAILED TO TRUE
        ELSE
            SET WS-BHS-OPEN TO TRUE
            OPEN INPUT POST-GEN
            IF WS-PGEN-STATUS = '00'
                CLOSE POST-GEN
                SORT SORT-WORK ON ASCENDING KEY SORT-ACCOUNT
                        USING POST-GEN
                        OUTPUT PROCEDURE IS L-PARA THRU L-PARA-EXIT
            ELSE
                IF WS-PGEN-STATUS NOT = '35'
                    DISPLAY 'LEDGER-CUTOFF: UNABLE TO OPEN POSTGEN, '
                            'STATUS ' WS-PGEN-STATUS
                    SET WS-CUTOFF-FAILED TO TRUE
                END-IF
            END-IF
        END-IF.

        L-PARA.
        PERFORM M-PARA UNTIL WS-END-OF-SORT
        IF NOT WS-FIRST-ACCOUNT
            PERFORM N-PARA
        END-IF.
        L-PARA-EXIT.
        EXIT.

        M-PARA.
        RETURN SORT-WORK
            AT END
                SET WS-END-OF-SORT TO TRUE
        END-RETURN
        IF NOT WS-END-OF-SORT
            IF WS-FIRST-ACCOUNT
                MOVE SORT-ACCOUNT TO WS-PREV-ACCOUNT
                MOVE 'N' TO WS-FIRST-SW
            END-IF
            IF SORT-ACCOUNT NOT = WS-PREV-ACCOUNT
                PERFORM N-PARA
                MOVE SORT-ACCOUNT TO WS-PREV-ACCOUNT
            END-IF
            IF SORT-DRCR-FLAG = 'D'
                ADD SORT-AMOUNT TO WS-ACCT-DEBIT
                ADD 1 TO WS-ACCT-DR-CNT
            ELSE
                ADD SORT-AMOUNT TO WS-ACCT-CREDIT
                ADD 1 TO WS-ACCT-CR-CNT
            END-IF
        END-IF.

      * One account's day totals onto its history record; the closing
      * balance is filled in from BALFILE by the snapshot pass.
        N-PARA.
        ADD 1 TO WS-DAY-ACCT-CNT
        MOVE WS-PREV-ACCOUNT TO BHS-ACCOUNT
        MOVE WS-RUN-DATE TO BHS-BUS-DATE
        READ BAL-HIST
            INVALID KEY
                MOVE 0 TO BHS-BALANCE
                MOVE WS-ACCT-DEBIT TO BHS-TOT-DEBIT
                MOVE WS-ACCT-CREDIT TO BHS-TOT-CREDIT
                MOVE WS-ACCT-DR-CNT TO BHS-DEBIT-CNT
                MOVE WS-ACCT-CR-CNT TO BHS-CREDIT-CNT
                MOVE WS-TIMESTAMP TO BHS-CUTOFF-TS
                WRITE BAL-HIST-RECORD
            NOT INVALID KEY
                MOVE WS-ACCT-DEBIT TO BHS-TOT-DEBIT
                MOVE WS-ACCT-CREDIT TO BHS-TOT-CREDIT
                MOVE WS-ACCT-DR-CNT TO BHS-DEBIT-CNT
                MOVE WS-ACCT-CR-CNT TO BHS-CREDIT-CNT
                REWRITE BAL-HIST-RECORD
        END-READ
        IF WS-BHS-STATUS NOT = '00'
            DISPLAY 'LEDGER-CUTOFF: BALHIST WRITE FAILED FOR '
                    WS-PREV-ACCOUNT ', STATUS ' WS-BHS-STATUS
            SET WS-CUTOFF-FAILED TO TRUE
        END-IF
        MOVE 0 TO WS-ACCT-DEBIT
        MOVE 0 TO WS-ACCT-CREDIT
        MOVE 0 TO WS-ACCT-DR-CNT
        MOVE 0 TO WS-ACCT-CR-CNT.

      * Every posting sub-chain keeps its own checkpoint; all of them
      * reset here, or tomorrow's runs would START past yesterday's
      * record count and quietly post nothing.
        OPEN OUTPUT REVAL-CKPT
        WRITE REVAL-CKPT-RECORD
        CLOSE REVAL-CKPT
        MOVE 0 TO PC-LAST-REC
        OPEN OUTPUT PC-CKPT
        WRITE PC-CKPT-RECORD
        CLOSE PC-CKPT
        MOVE 0 TO ES-LAST-REC
        OPEN OUTPUT ES-CKPT
        WRITE ES-CKPT-RECORD
        CLOSE ES-CKPT
        MOVE 0 TO PR-LAST-REC
        OPEN OUTPUT PR-CKPT
        WRITE PR-CKPT-RECORD
        CLOSE PR-CKPT
        MOVE 0 TO SW-LAST-REC
        OPEN OUTPUT SW-CKPT
        WRITE SW-CKPT-RECORD
        CLOSE SW-CKPT
      * The day's overdraft referrals have been reported; clear the
      * file for tomorrow's posting runs.
        OPEN OUTPUT REFER-FILE
