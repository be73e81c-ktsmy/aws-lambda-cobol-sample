000010 IDENTIFICATION DIVISION.
000050* CASH CONCENTRATION SWEEP BATCH JOB FOR COBOL-LEDGER.
000060* Runs once the main posting step and the payment returns are
000061* through, so it sees the day's closing positions. Every account
000062* the ACCT function's SWEEP action has put in a group names its
000063* parent (concentration) account and a rule on the chart-of-
000064* accounts master; the children are sorted by parent and each
000065* group is swept on the child's available balance (the balance
000066* less its active funds holds, as LEDGER-POST sees it):
000067*   Z - zero balance: the whole balance goes up to the parent, and
000068*       a deficit is funded from the parent back to zero;
000069*   T - target balance: the excess over the sweep amount goes up,
00006A*       and a shortfall under it is funded;
00006B*   H - threshold: the excess over the sweep amount goes up, and
00006C*       the account is funded only once it has gone below zero.
00006D* Each movement is a balanced journal between child and parent -
00006E* in LEDGERTX format, wrapped in batch control records - on
00006F* SWTRAN, which run_batch.sh feeds through the same edit and
00006G* posting steps as the keyed input, so the overdraft limits and
00006H* the audit trail apply to it as to any other posting. A group's
00006I* excesses are journaled ahead of its fundings, and a parent on
00006J* the refuse action funds no more than its available balance and
00006K* limit will bear after them: the rest is reported short rather
00006L* than refused at posting. A parent on post-and-refer funds in
00006M* full and is referred by LEDGER-POST as usual. A child that is
00006N* not open, and every child of a parent that is missing or not
00006O* open, is listed but not swept. The group position report
00006P* (SWEEPRPT) shows each group's parent, each child's balance
00006Q* before, the amount swept (+ up to the parent, - funded from
00006R* it) and the balance after, and the group's net balance, which
00006S* the sweeps move within the group but never change. On a night
00006T* with nothing to sweep the batch is written empty so the
00006U* sub-chain still runs under its controls.
000070 PROGRAM-ID. LEDGER-SWEEP.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT POST-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BAL-MASTER ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT
               FILE STATUS IS WS-BAL-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWORK".
           SELECT SW-FILE ASSIGN TO "SWTRAN"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SWEEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  POST-FILE.
       01  POST-RECORD.
           COPY LEDGERPST.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY LEDGERACT.
       FD  BAL-MASTER.
       01  BAL-RECORD.
           COPY LEDGERBAL.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LEDGERHLD.
       SD  SORT-WORK.
       01  SORT-RECORD.
           COPY LEDGERACT REPLACING LEADING ==ACT-== BY ==SRT-==.
       FD  SW-FILE.
       01  SW-RECORD.
           COPY LEDGERTX.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
000090 WORKING-STORAGE SECTION.
       01 WS-POST-STATUS PIC X(02) VALUE '00'.
       01 WS-ACCT-STATUS PIC X(02) VALUE '00'.
       01 WS-BAL-STATUS PIC X(02) VALUE '00'.
       01 WS-HOLD-STATUS PIC X(02) VALUE '00'.
       01 WS-SW-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-POST-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-POSTINGS VALUE 'Y'.
       01 WS-ACCT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-ACCOUNTS VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-SORT VALUE 'Y'.
       01 WS-HOLD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-HOLDS VALUE 'Y'.
       01 WS-HOLD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-HOLDS-ON-FILE VALUE 'Y'.
       01 WS-FIRST-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-GROUP VALUE 'Y'.
       01 WS-PAR-OK-SW PIC X(01) VALUE 'N'.
           88 WS-PARENT-USABLE VALUE 'Y'.
       01 WS-PAR-CAP-SW PIC X(01) VALUE 'N'.
           88 WS-PARENT-CAPPED VALUE 'Y'.
       01 WS-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-SWEEP-FAILED VALUE 'Y'.
       01 WS-ACCT-CNT PIC 9(07) VALUE 0.
       01 WS-CHILD-CNT PIC 9(07) VALUE 0.
       01 WS-GROUP-CNT PIC 9(05) VALUE 0.
       01 WS-JNL-CNT PIC 9(05) VALUE 0.
       01 WS-SHORT-CNT PIC 9(05) VALUE 0.
       01 WS-SKIP-CNT PIC 9(05) VALUE 0.
       01 WS-GEN-CNT PIC 9(07) VALUE 0.
       01 WS-SEQ PIC 9(06) VALUE 0.
       01 WS-TOT-DEBIT PIC S9(09)V99 VALUE 0.
       01 WS-TOT-CREDIT PIC S9(09)V99 VALUE 0.
       01 WS-TOT-UP PIC S9(09)V99 VALUE 0.
       01 WS-TOT-DOWN PIC S9(09)V99 VALUE 0.
       01 WS-HELD-AMT PIC S9(09)V99 VALUE 0.
       01 WS-HOLD-ACCT PIC X(10) VALUE SPACES.
      * The rule as a band on the available balance: above the top the
      * excess is swept up, below the floor the shortfall is funded.
       01 WS-BAND-TOP PIC S9(09)V99 VALUE 0.
       01 WS-BAND-FLOOR PIC S9(09)V99 VALUE 0.
       01 WS-FUND-AMT PIC S9(09)V99 VALUE 0.
      * One journal: the account debited, the account credited, the
      * amount.
       01 WS-JNL-DEBIT PIC X(10) VALUE SPACES.
       01 WS-JNL-CREDIT PIC X(10) VALUE SPACES.
       01 WS-JNL-AMT PIC S9(09)V99 VALUE 0.
       01 WS-REF-STEM PIC X(06) VALUE SPACES.
      * The group in hand: its parent, as found on the master and the
      * balance file, and how much it can still fund tonight.
       01 WS-PAR-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-PAR-NAME PIC X(30) VALUE SPACES.
       01 WS-PAR-TAG PIC X(16) VALUE SPACES.
       01 WS-PAR-BALANCE PIC S9(09)V99 VALUE 0.
       01 WS-PAR-HELD PIC S9(09)V99 VALUE 0.
       01 WS-PAR-ROOM PIC S9(09)V99 VALUE 0.
       01 WS-PAR-AFTER PIC S9(09)V99 VALUE 0.
       01 WS-GRP-UP PIC S9(09)V99 VALUE 0.
       01 WS-GRP-DOWN PIC S9(09)V99 VALUE 0.
       01 WS-GRP-NET PIC S9(09)V99 VALUE 0.
       01 WS-GRP-OVER PIC 9(05) VALUE 0.
       01 WS-CH-IX PIC 9(04) COMP VALUE 0.
       01 WS-CH-CNT PIC 9(04) COMP VALUE 0.
       01 WS-CH-TABLE.
           05 WS-CH-ENTRY OCCURS 500 TIMES.
               10 WS-CH-ACCOUNT PIC X(10).
               10 WS-CH-NAME PIC X(30).
               10 WS-CH-STATUS PIC X(01).
               10 WS-CH-RULE PIC X(01).
               10 WS-CH-RULE-AMT PIC 9(09)V99.
               10 WS-CH-BALANCE PIC S9(09)V99.
               10 WS-CH-NEED PIC S9(09)V99.
      * Amount moved: positive swept up to the parent, negative funded
      * from it.
               10 WS-CH-MOVED PIC S9(09)V99.
               10 WS-CH-TAG PIC X(10).
               10 WS-CH-REF PIC X(12).
       01 WS-CH-AFTER PIC S9(09)V99 VALUE 0.
       01 WS-RULE-EDIT PIC Z(8)9.99.
       01 WS-BAL-EDIT PIC -(8)9.99.
       01 WS-MOVE-EDIT PIC -(8)9.99.
       01 WS-AFTER-EDIT PIC -(8)9.99.
       01 WS-HELD-EDIT PIC -(8)9.99.
       01 WS-TOTAL-EDIT PIC -(8)9.99.
       01 WS-ENV-DATE PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).
       01 WS-CUR-DATE8 PIC 9(08) VALUE 0.
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
       01 WS-CTL-RECORD.
           COPY LEDGERBCT.
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        PERFORM C-PARA
        SORT SORT-WORK ON ASCENDING KEY SRT-PARENT SRT-ACCOUNT
                INPUT PROCEDURE IS D-PARA THRU D-PARA-EXIT
                OUTPUT PROCEDURE IS F-PARA THRU F-PARA-EXIT
        IF WS-GROUP-CNT = 0
            MOVE '  NO ACCOUNTS IN A SWEEP GROUP' TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        PERFORM J-PARA
        PERFORM K-PARA
        DISPLAY 'LEDGER-SWEEP: ' WS-GROUP-CNT
                ' GROUPS, ' WS-CHILD-CNT
                ' CHILDREN, ' WS-JNL-CNT
                ' SWEEPS, ' WS-SHORT-CNT
                ' SHORT'
        IF WS-SWEEP-FAILED
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
        STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
                INTO WS-BUS-DATE
        END-STRING
        STRING 'SW' WS-RUN-MM WS-RUN-DD
                INTO WS-REF-STEM
        END-STRING
        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'LEDGER-SWEEP: UNABLE TO OPEN SWEEPRPT, '
                    'STATUS ' WS-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE 'COBOL-LEDGER CASH CONCENTRATION GROUP POSITION REPORT'
                TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'BUSINESS DATE ' WS-BUS-DATE
                '   SWEPT: + UP TO THE PARENT, - FUNDED FROM IT'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        OPEN INPUT ACCT-FILE
        IF WS-ACCT-STATUS = '35'
            OPEN OUTPUT ACCT-FILE
            CLOSE ACCT-FILE
            OPEN INPUT ACCT-FILE
        END-IF
        IF WS-ACCT-STATUS NOT = '00'
            DISPLAY 'LEDGER-SWEEP: UNABLE TO OPEN ACCTFILE, '
                    'STATUS ' WS-ACCT-STATUS
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        OPEN INPUT BAL-MASTER
        IF WS-BAL-STATUS = '35'
            OPEN OUTPUT BAL-MASTER
            CLOSE BAL-MASTER
            OPEN INPUT BAL-MASTER
        END-IF
        IF WS-BAL-STATUS NOT = '00'
            DISPLAY 'LEDGER-SWEEP: UNABLE TO OPEN BALFILE, '
                    'STATUS ' WS-BAL-STATUS
            CLOSE ACCT-FILE
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        OPEN INPUT HOLD-FILE
        IF WS-HOLD-STATUS = '00'
            SET WS-HOLDS-ON-FILE TO TRUE
        END-IF
        OPEN OUTPUT SW-FILE
        IF WS-SW-STATUS NOT = '00'
            DISPLAY 'LEDGER-SWEEP: UNABLE TO OPEN SWTRAN, '
                    'STATUS ' WS-SW-STATUS
            CLOSE ACCT-FILE
            CLOSE BAL-MASTER
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        PERFORM I-PARA.

      * The sweep references already posted today, so a rerun after
      * the batch has posted numbers anything new after them.
        C-PARA.
        OPEN INPUT POST-FILE
        IF WS-POST-STATUS NOT = '00'
            SET WS-END-OF-POSTINGS TO TRUE
            IF WS-POST-STATUS NOT = '35'
                DISPLAY 'LEDGER-SWEEP: UNABLE TO OPEN POSTFILE, '
                        'STATUS ' WS-POST-STATUS
                SET WS-SWEEP-FAILED TO TRUE
            END-IF
        END-IF
        PERFORM C2-PARA WITH TEST AFTER UNTIL WS-END-OF-POSTINGS
        IF WS-POST-STATUS NOT = '35'
            CLOSE POST-FILE
        END-IF.

        C2-PARA.
        IF NOT WS-END-OF-POSTINGS
            READ POST-FILE
                AT END
                    SET WS-END-OF-POSTINGS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-POSTINGS
            IF POST-REFERENCE(1:6) = WS-REF-STEM
                    AND POST-REFERENCE(7:6) IS NUMERIC
                IF POST-REFERENCE(7:6) > WS-SEQ
                    MOVE POST-REFERENCE(7:6) TO WS-SEQ
                END-IF
            END-IF
        END-IF.

      * Pass every account in a group to the sort, keyed by parent.
        D-PARA.
        PERFORM D2-PARA WITH TEST AFTER UNTIL WS-END-OF-ACCOUNTS.
        D-PARA-EXIT.
        EXIT.

        D2-PARA.
        IF NOT WS-END-OF-ACCOUNTS
            READ ACCT-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-ACCOUNTS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-ACCOUNTS
            ADD 1 TO WS-ACCT-CNT
            IF ACT-PARENT NOT = SPACES AND NOT ACT-NO-SWEEP
                ADD 1 TO WS-CHILD-CNT
                MOVE ACCT-RECORD TO SORT-RECORD
                RELEASE SORT-RECORD
            END-IF
        END-IF.

        F-PARA.
        PERFORM F2-PARA UNTIL WS-END-OF-SORT
        IF NOT WS-FIRST-GROUP
            PERFORM G-PARA
        END-IF.
        F-PARA-EXIT.
        EXIT.

      * Collect one parent's children; the group is swept when the
      * parent changes.
        F2-PARA.
        RETURN SORT-WORK
            AT END
                SET WS-END-OF-SORT TO TRUE
        END-RETURN
        IF NOT WS-END-OF-SORT
            IF WS-FIRST-GROUP OR SRT-PARENT NOT = WS-PAR-ACCOUNT
                IF NOT WS-FIRST-GROUP
                    PERFORM G-PARA
                END-IF
                MOVE 'N' TO WS-FIRST-SW
                MOVE SRT-PARENT TO WS-PAR-ACCOUNT
                MOVE 0 TO WS-CH-CNT
                MOVE 0 TO WS-GRP-OVER
            END-IF
            IF WS-CH-CNT < 500
                ADD 1 TO WS-CH-CNT
                MOVE SRT-ACCOUNT TO WS-CH-ACCOUNT(WS-CH-CNT)
                MOVE SRT-NAME TO WS-CH-NAME(WS-CH-CNT)
                MOVE SRT-STATUS TO WS-CH-STATUS(WS-CH-CNT)
                MOVE SRT-SWEEP-RULE TO WS-CH-RULE(WS-CH-CNT)
                MOVE SRT-SWEEP-AMOUNT TO WS-CH-RULE-AMT(WS-CH-CNT)
            ELSE
                ADD 1 TO WS-GRP-OVER
                ADD 1 TO WS-SKIP-CNT
            END-IF
        END-IF.

      * One group: find the parent, sweep the excesses up first so
      * they can fund the deficits that follow, then print the group.
        G-PARA.
        ADD 1 TO WS-GROUP-CNT
        MOVE 0 TO WS-GRP-UP
        MOVE 0 TO WS-GRP-DOWN
        PERFORM H-PARA
        PERFORM G2-PARA
                VARYING WS-CH-IX FROM 1 BY 1
                UNTIL WS-CH-IX > WS-CH-CNT
        PERFORM G3-PARA
                VARYING WS-CH-IX FROM 1 BY 1
                UNTIL WS-CH-IX > WS-CH-CNT
        PERFORM L-PARA.

      * A child's position against its rule. The excess over the band
      * is journaled up now; the shortfall under it waits for G3.
        G2-PARA.
        MOVE 0 TO WS-CH-NEED(WS-CH-IX)
        MOVE 0 TO WS-CH-MOVED(WS-CH-IX)
        MOVE SPACES TO WS-CH-TAG(WS-CH-IX)
        MOVE SPACES TO WS-CH-REF(WS-CH-IX)
        MOVE WS-CH-ACCOUNT(WS-CH-IX) TO BAL-ACCOUNT
        READ BAL-MASTER
            INVALID KEY
                MOVE 0 TO BAL-BALANCE
        END-READ
        MOVE BAL-BALANCE TO WS-CH-BALANCE(WS-CH-IX)
        EVALUATE TRUE
            WHEN WS-CH-STATUS(WS-CH-IX) NOT = 'O'
                MOVE 'NOT OPEN' TO WS-CH-TAG(WS-CH-IX)
                ADD 1 TO WS-SKIP-CNT
            WHEN NOT WS-PARENT-USABLE
                MOVE 'NOT SWEPT' TO WS-CH-TAG(WS-CH-IX)
                ADD 1 TO WS-SKIP-CNT
            WHEN OTHER
                MOVE WS-CH-ACCOUNT(WS-CH-IX) TO WS-HOLD-ACCT
                PERFORM P-PARA
                EVALUATE WS-CH-RULE(WS-CH-IX)
                    WHEN 'T'
                        MOVE WS-CH-RULE-AMT(WS-CH-IX) TO WS-BAND-TOP
                        MOVE WS-CH-RULE-AMT(WS-CH-IX) TO WS-BAND-FLOOR
                    WHEN 'H'
                        MOVE WS-CH-RULE-AMT(WS-CH-IX) TO WS-BAND-TOP
                        MOVE 0 TO WS-BAND-FLOOR
                    WHEN OTHER
                        MOVE 0 TO WS-BAND-TOP
                        MOVE 0 TO WS-BAND-FLOOR
                END-EVALUATE
                IF BAL-BALANCE - WS-HELD-AMT > WS-BAND-TOP
                    COMPUTE WS-JNL-AMT =
                            BAL-BALANCE - WS-HELD-AMT - WS-BAND-TOP
                    MOVE WS-CH-ACCOUNT(WS-CH-IX) TO WS-JNL-DEBIT
                    MOVE WS-PAR-ACCOUNT TO WS-JNL-CREDIT
                    PERFORM M-PARA
                    MOVE WS-JNL-AMT TO WS-CH-MOVED(WS-CH-IX)
                    MOVE 'SWEPT UP' TO WS-CH-TAG(WS-CH-IX)
                    ADD WS-JNL-AMT TO WS-GRP-UP
                    ADD WS-JNL-AMT TO WS-TOT-UP
                    ADD WS-JNL-AMT TO WS-PAR-ROOM
                ELSE
                    IF BAL-BALANCE - WS-HELD-AMT < WS-BAND-FLOOR
                        COMPUTE WS-CH-NEED(WS-CH-IX) = WS-BAND-FLOOR
                                - (BAL-BALANCE - WS-HELD-AMT)
                    ELSE
                        MOVE 'AT RULE' TO WS-CH-TAG(WS-CH-IX)
                    END-IF
                END-IF
        END-EVALUATE.

      * Fund a child's shortfall from the parent. A parent on the
      * refuse action funds no further than LEDGER-POST would let it
      * be debited; what it cannot cover is reported short.
        G3-PARA.
        IF WS-CH-NEED(WS-CH-IX) > 0
            MOVE WS-CH-NEED(WS-CH-IX) TO WS-FUND-AMT
            MOVE 'FUNDED' TO WS-CH-TAG(WS-CH-IX)
            IF WS-PARENT-CAPPED AND WS-PAR-ROOM < WS-FUND-AMT
                ADD 1 TO WS-SHORT-CNT
                IF WS-PAR-ROOM > 0
                    MOVE WS-PAR-ROOM TO WS-FUND-AMT
                    MOVE 'PART FUND' TO WS-CH-TAG(WS-CH-IX)
                ELSE
                    MOVE 0 TO WS-FUND-AMT
                    MOVE 'UNFUNDED' TO WS-CH-TAG(WS-CH-IX)
                END-IF
            END-IF
            IF WS-FUND-AMT > 0
                MOVE WS-FUND-AMT TO WS-JNL-AMT
                MOVE WS-PAR-ACCOUNT TO WS-JNL-DEBIT
                MOVE WS-CH-ACCOUNT(WS-CH-IX) TO WS-JNL-CREDIT
                PERFORM M-PARA
                COMPUTE WS-CH-MOVED(WS-CH-IX) = 0 - WS-FUND-AMT
                ADD WS-FUND-AMT TO WS-GRP-DOWN
                ADD WS-FUND-AMT TO WS-TOT-DOWN
                SUBTRACT WS-FUND-AMT FROM WS-PAR-ROOM
            END-IF
        END-IF.

      * The parent must be an open account. Its funding room is its
      * available balance plus its limit when it is on the refuse
      * action; on post-and-refer it is not capped here.
        H-PARA.
        MOVE 'N' TO WS-PAR-OK-SW
        MOVE 'N' TO WS-PAR-CAP-SW
        MOVE SPACES TO WS-PAR-NAME
        MOVE SPACES TO WS-PAR-TAG
        MOVE 0 TO WS-PAR-HELD
        MOVE WS-PAR-ACCOUNT TO BAL-ACCOUNT
        READ BAL-MASTER
            INVALID KEY
                MOVE 0 TO BAL-BALANCE
        END-READ
        MOVE BAL-BALANCE TO WS-PAR-BALANCE
        MOVE WS-PAR-ACCOUNT TO ACT-ACCOUNT
        READ ACCT-FILE
            INVALID KEY
                MOVE 'PARENT NOT FOUND' TO WS-PAR-TAG
            NOT INVALID KEY
                MOVE ACT-NAME TO WS-PAR-NAME
                IF ACT-IS-OPEN
                    SET WS-PARENT-USABLE TO TRUE
                ELSE
                    MOVE 'PARENT NOT OPEN' TO WS-PAR-TAG
                END-IF
        END-READ
        IF WS-PARENT-USABLE
            MOVE WS-PAR-ACCOUNT TO WS-HOLD-ACCT
            PERFORM P-PARA
            MOVE WS-HELD-AMT TO WS-PAR-HELD
            COMPUTE WS-PAR-ROOM = WS-PAR-BALANCE - WS-PAR-HELD
            IF NOT ACT-REFER-OVERLIMIT
                SET WS-PARENT-CAPPED TO TRUE
                IF ACT-LIMIT IS NUMERIC
                    ADD ACT-LIMIT TO WS-PAR-ROOM
                END-IF
            END-IF
        END-IF.

        I-PARA.
        MOVE SPACES TO WS-CTL-RECORD
        SET BCT-IS-HEADER TO TRUE
        MOVE 'SWEEP' TO BCT-BATCH-ID
        MOVE WS-BUS-DATE TO BCT-BUS-DATE
        MOVE WS-CTL-RECORD TO SW-RECORD
        WRITE SW-RECORD.

        J-PARA.
        MOVE SPACES TO WS-CTL-RECORD
        SET BCT-IS-TRAILER TO TRUE
        MOVE WS-GEN-CNT TO BCT-REC-COUNT
        MOVE WS-TOT-DEBIT TO BCT-TOT-DEBIT
        MOVE WS-TOT-CREDIT TO BCT-TOT-CREDIT
        MOVE WS-CTL-RECORD TO SW-RECORD
        WRITE SW-RECORD
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'ACCOUNTS READ: ' WS-ACCT-CNT
                '   IN A GROUP: ' WS-CHILD-CNT
                '   GROUPS: ' WS-GROUP-CNT
                '   NOT SWEPT: ' WS-SKIP-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-TOT-UP TO WS-MOVE-EDIT
        MOVE WS-TOT-DOWN TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'SWEEPS: ' WS-JNL-CNT
                '   SWEPT UP ' WS-MOVE-EDIT
                '   FUNDED ' WS-TOTAL-EDIT
                '   SHORT: ' WS-SHORT-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        IF WS-SWEEP-FAILED
            MOVE 'SWEEP RUN INCOMPLETE - SEE JOB LOG' TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.

        K-PARA.
        IF WS-HOLDS-ON-FILE
            CLOSE HOLD-FILE
        END-IF
        CLOSE ACCT-FILE
        CLOSE BAL-MASTER
        CLOSE SW-FILE
        CLOSE REPORT-FILE.

      * The group's position: the parent, each child, and the net
      * balance of the group as a whole.
        L-PARA.
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'GROUP ' WS-PAR-ACCOUNT
                ' ' WS-PAR-NAME
                ' ' WS-PAR-TAG
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'CHILD      NAME       R     RULE AMT'
                '       BEFORE        SWEPT        AFTER'
                ' ACTION     REFERENCE'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-PAR-BALANCE TO WS-GRP-NET
        PERFORM L2-PARA
                VARYING WS-CH-IX FROM 1 BY 1
                UNTIL WS-CH-IX > WS-CH-CNT
        IF WS-GRP-OVER > 0
            MOVE SPACES TO REPORT-LINE
            STRING WS-GRP-OVER
                    ' MORE CHILDREN OVER THE GROUP TABLE - NOT SWEPT'
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
        COMPUTE WS-PAR-AFTER = WS-PAR-BALANCE + WS-GRP-UP - WS-GRP-DOWN
        MOVE WS-PAR-BALANCE TO WS-BAL-EDIT
        MOVE WS-PAR-HELD TO WS-HELD-EDIT
        MOVE WS-PAR-AFTER TO WS-AFTER-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'PARENT     BEFORE ' WS-BAL-EDIT
                '   HELD ' WS-HELD-EDIT
                '   AFTER ' WS-AFTER-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-GRP-NET TO WS-BAL-EDIT
        MOVE WS-GRP-UP TO WS-MOVE-EDIT
        MOVE WS-GRP-DOWN TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'GROUP NET  BALANCE ' WS-BAL-EDIT
                '   SWEPT UP ' WS-MOVE-EDIT
                '   FUNDED ' WS-TOTAL-EDIT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.

        L2-PARA.
        ADD WS-CH-BALANCE(WS-CH-IX) TO WS-GRP-NET
        COMPUTE WS-CH-AFTER =
                WS-CH-BALANCE(WS-CH-IX) - WS-CH-MOVED(WS-CH-IX)
        MOVE WS-CH-RULE-AMT(WS-CH-IX) TO WS-RULE-EDIT
        MOVE WS-CH-BALANCE(WS-CH-IX) TO WS-BAL-EDIT
        MOVE WS-CH-MOVED(WS-CH-IX) TO WS-MOVE-EDIT
        MOVE WS-CH-AFTER TO WS-AFTER-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING WS-CH-ACCOUNT(WS-CH-IX)
                ' ' WS-CH-NAME(WS-CH-IX) (1:10)
                ' ' WS-CH-RULE(WS-CH-IX)
                ' ' WS-RULE-EDIT
                ' ' WS-BAL-EDIT
                ' ' WS-MOVE-EDIT
                ' ' WS-AFTER-EDIT
                ' ' WS-CH-TAG(WS-CH-IX)
                ' ' WS-CH-REF(WS-CH-IX)
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.

      * One sweep journal: WS-JNL-DEBIT is debited and WS-JNL-CREDIT
      * credited WS-JNL-AMT, sharing the 'SW' reference.
        M-PARA.
        ADD 1 TO WS-JNL-CNT
        ADD 1 TO WS-SEQ
        MOVE SPACES TO SW-RECORD
        MOVE WS-JNL-DEBIT TO TX-ACCOUNT
        MOVE WS-JNL-AMT TO TX-AMOUNT
        MOVE 'D' TO TX-DRCR-FLAG
        STRING WS-REF-STEM WS-SEQ
                INTO TX-REFERENCE
        END-STRING
        MOVE 'USD' TO TX-CURRENCY
        MOVE WS-BUS-DATE TO TX-EFF-DATE
        WRITE SW-RECORD
        ADD 1 TO WS-GEN-CNT
        ADD WS-JNL-AMT TO WS-TOT-DEBIT
        MOVE WS-JNL-CREDIT TO TX-ACCOUNT
        MOVE 'C' TO TX-DRCR-FLAG
        WRITE SW-RECORD
        ADD 1 TO WS-GEN-CNT
        ADD WS-JNL-AMT TO WS-TOT-CREDIT
        MOVE TX-REFERENCE TO WS-CH-REF(WS-CH-IX).

      * Total the active holds on WS-HOLD-ACCT, on the same test
      * LEDGER-POST applies at the overdraft gate.
        P-PARA.
        MOVE 0 TO WS-HELD-AMT
        IF WS-HOLDS-ON-FILE
            MOVE 'N' TO WS-HOLD-EOF-SW
            MOVE WS-HOLD-ACCT TO HLD-ACCOUNT
            MOVE 0 TO HLD-SEQ
            START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                INVALID KEY
                    SET WS-END-OF-HOLDS TO TRUE
            END-START
            PERFORM P2-PARA WITH TEST AFTER UNTIL WS-END-OF-HOLDS
        END-IF.

        P2-PARA.
        IF NOT WS-END-OF-HOLDS
            READ HOLD-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-HOLDS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-HOLDS
            IF HLD-ACCOUNT NOT = WS-HOLD-ACCT
                SET WS-END-OF-HOLDS TO TRUE
            ELSE
                IF HLD-IS-ACTIVE
                    IF HLD-EXPIRY = SPACES
                            OR HLD-EXPIRY NOT < WS-BUS-DATE
                        ADD HLD-AMOUNT TO WS-HELD-AMT
                    END-IF
                END-IF
            END-IF
        END-IF.
