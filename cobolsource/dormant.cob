000010 IDENTIFICATION DIVISION.
000050* DORMANCY AND ESCHEAT BATCH JOB FOR COBOL-LEDGER.
000060* Runs once every posting run of the day is through. First it
000061* reads the day's POSTFILE and brings forward, on the dormancy
000062* file (DORMFILE), the date of each account's last customer-
000063* initiated posting - interest and fee accruals ('AC'),
000064* revaluations ('RV'), period-close entries ('PC'), returned
000065* outbound payments ('PR'), cash concentration sweeps ('SW') and
000066* its own escheat entries ('ES') are the ledger's doing, not the
000067* customer's, and do not count. Then it reads the
000068* chart-of-accounts master: an open account of a type named on the
000069* dormancy parameter file (DORMPARM) that has seen no customer
00006A* activity for the type's dormancy period is flagged dormant,
00006B* after which LEDGER-POST refuses customer debits to it until the
00006C* ACCT function's REACTIVATE action reopens it. A dormant account
00006D* whose last customer activity is older than the type's statutory
00006E* unclaimed-property period has its credit balance escheated: a
00006F* balanced journal - in LEDGERTX format, wrapped in batch control
00006G* records - moves it to the unclaimed-funds liability account on
00006H* ESCTRAN, which run_batch.sh feeds through the same edit and
00006I* posting steps as the keyed input. An account with funds still
00006J* under hold is listed instead, for compliance to clear first. The
00006K* dormancy/escheat report (DORMRPT) lists every dormant account
00006L* with its last activity, balance and what was done tonight; its
00006M* escheat lines are the unclaimed-property filing. On a night with
00006N* nothing to escheat the batch is written empty so the sub-chain
00006O* still runs under its controls.
000070 PROGRAM-ID. LEDGER-DORMANT.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT POST-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT DORM-FILE ASSIGN TO "DORMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRM-ACCOUNT
               FILE STATUS IS WS-DRM-STATUS.
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
           SELECT ESC-FILE ASSIGN TO "ESCTRAN"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           COPY LEDGERDMP.
       FD  POST-FILE.
       01  POST-RECORD.
           COPY LEDGERPST.
       FD  DORM-FILE.
       01  DORM-RECORD.
           COPY LEDGERDRM.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY LEDGERACT.
       FD  BAL-MASTER.
       01  BAL-RECORD.
           COPY LEDGERBAL.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LEDGERHLD.
       FD  ESC-FILE.
       01  ESC-RECORD.
           COPY LEDGERTX.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
000090 WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(02) VALUE '00'.
       01 WS-POST-STATUS PIC X(02) VALUE '00'.
       01 WS-DRM-STATUS PIC X(02) VALUE '00'.
       01 WS-ACCT-STATUS PIC X(02) VALUE '00'.
       01 WS-BAL-STATUS PIC X(02) VALUE '00'.
       01 WS-HOLD-STATUS PIC X(02) VALUE '00'.
       01 WS-ESC-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-PARM-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-PARMS VALUE 'Y'.
       01 WS-POST-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-POSTINGS VALUE 'Y'.
       01 WS-ACCT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-ACCOUNTS VALUE 'Y'.
       01 WS-HOLD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-HOLDS VALUE 'Y'.
       01 WS-HOLD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-HOLDS-ON-FILE VALUE 'Y'.
       01 WS-TYPE-SW PIC X(01) VALUE 'N'.
           88 WS-TYPE-WATCHED VALUE 'Y'.
       01 WS-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-DORMANCY-FAILED VALUE 'Y'.
       01 WS-POST-CNT PIC 9(07) VALUE 0.
       01 WS-ACTIVITY-CNT PIC 9(07) VALUE 0.
       01 WS-ACCT-CNT PIC 9(07) VALUE 0.
       01 WS-WATCH-CNT PIC 9(07) VALUE 0.
       01 WS-NEW-DORM-CNT PIC 9(07) VALUE 0.
       01 WS-DORM-CNT PIC 9(07) VALUE 0.
       01 WS-HELD-CNT PIC 9(07) VALUE 0.
       01 WS-JNL-CNT PIC 9(05) VALUE 0.
       01 WS-GEN-CNT PIC 9(07) VALUE 0.
       01 WS-SEQ PIC 9(06) VALUE 0.
       01 WS-TOT-DEBIT PIC S9(09)V99 VALUE 0.
       01 WS-TOT-CREDIT PIC S9(09)V99 VALUE 0.
       01 WS-TOT-ESCHEAT PIC S9(09)V99 VALUE 0.
       01 WS-HELD-AMT PIC S9(09)V99 VALUE 0.
       01 WS-ACT-DATE PIC X(10) VALUE SPACES.
       01 WS-LINE-TAG PIC X(11) VALUE SPACES.
       01 WS-LINE-REF PIC X(12) VALUE SPACES.
      * Unclaimed-funds liability account. Every escheat is generated
      * as a balanced journal: the dormant account's debit that takes
      * it to zero plus the offsetting credit here, sharing one
      * reference, so the pre-posting edit's journal balance control
      * accepts the batch. The account must be on the chart-of-
      * accounts master (ACCT function).
       01 WS-UCF-ACCT PIC X(10) VALUE '9999999996'.
       01 WS-DORM-MONTHS PIC 9(03) VALUE 0.
       01 WS-ESC-MONTHS PIC 9(03) VALUE 0.
       01 WS-MONTHS PIC 9(03) VALUE 0.
       01 WS-MONTH-NO PIC 9(06) COMP VALUE 0.
       01 WS-CUT-YYYY PIC 9(04) VALUE 0.
       01 WS-CUT-MM PIC 9(02) VALUE 0.
       01 WS-CUTOFF-DATE PIC X(10) VALUE SPACES.
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
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-CTL-RECORD.
           COPY LEDGERBCT.
       01 WS-PARM-CNT PIC 9(03) COMP VALUE 0.
       01 WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 100 TIMES.
               10 WS-PARM-TYPE PIC X(02).
               10 WS-PARM-DORM PIC 9(03).
               10 WS-PARM-ESC PIC 9(03).
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        PERFORM D-PARA WITH TEST AFTER UNTIL WS-END-OF-POSTINGS
        PERFORM F-PARA WITH TEST AFTER UNTIL WS-END-OF-ACCOUNTS
        PERFORM J-PARA
        PERFORM K-PARA
        DISPLAY 'LEDGER-DORMANT: ' WS-NEW-DORM-CNT
                ' NEWLY DORMANT, ' WS-DORM-CNT
                ' DORMANT, ' WS-JNL-CNT
                ' ESCHEATED'
        IF WS-DORMANCY-FAILED
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
            DISPLAY 'LEDGER-DORMANT: UNABLE TO OPEN DORMRPT, '
                    'STATUS ' WS-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE 'COBOL-LEDGER DORMANCY AND ESCHEAT REPORT' TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'BUSINESS DATE ' WS-BUS-DATE
                '   UNCLAIMED-FUNDS ACCOUNT ' WS-UCF-ACCT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'ACCOUNT    NAME                 TY LAST ACT   '
                'DORMANT         BALANCE ACTION      REFERENCE'
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        OPEN INPUT PARM-FILE
        IF WS-PARM-STATUS NOT = '00'
            SET WS-END-OF-PARMS TO TRUE
        END-IF
        PERFORM C-PARA WITH TEST AFTER UNTIL WS-END-OF-PARMS
        IF WS-PARM-STATUS NOT = '35'
            CLOSE PARM-FILE
        END-IF
        OPEN I-O DORM-FILE
        IF WS-DRM-STATUS = '35'
            OPEN OUTPUT DORM-FILE
            CLOSE DORM-FILE
            OPEN I-O DORM-FILE
        END-IF
        IF WS-DRM-STATUS NOT = '00'
            DISPLAY 'LEDGER-DORMANT: UNABLE TO OPEN DORMFILE, '
                    'STATUS ' WS-DRM-STATUS
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        OPEN I-O ACCT-FILE
        IF WS-ACCT-STATUS = '35'
            OPEN OUTPUT ACCT-FILE
            CLOSE ACCT-FILE
            OPEN I-O ACCT-FILE
        END-IF
        IF WS-ACCT-STATUS NOT = '00'
            DISPLAY 'LEDGER-DORMANT: UNABLE TO OPEN ACCTFILE, '
                    'STATUS ' WS-ACCT-STATUS
            CLOSE DORM-FILE
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
        OPEN INPUT HOLD-FILE
        IF WS-HOLD-STATUS = '00'
            SET WS-HOLDS-ON-FILE TO TRUE
        END-IF
        OPEN INPUT POST-FILE
        IF WS-POST-STATUS NOT = '00'
            SET WS-END-OF-POSTINGS TO TRUE
            IF WS-POST-STATUS NOT = '35'
                DISPLAY 'LEDGER-DORMANT: UNABLE TO OPEN POSTFILE, '
                        'STATUS ' WS-POST-STATUS
                SET WS-DORMANCY-FAILED TO TRUE
            END-IF
        END-IF
        OPEN OUTPUT ESC-FILE
        IF WS-ESC-STATUS NOT = '00'
            DISPLAY 'LEDGER-DORMANT: UNABLE TO OPEN ESCTRAN, '
                    'STATUS ' WS-ESC-STATUS
            CLOSE DORM-FILE
            CLOSE ACCT-FILE
            CLOSE REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        PERFORM I-PARA
      * With no parameters nothing is watched: the activity dates are
      * still kept, but no account is flagged or escheated.
        IF WS-PARM-CNT = 0
            MOVE 'NO DORMANCY PARAMETERS ON FILE -- NO ACCOUNT TYPE IS'
                    TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE '  WATCHED FOR DORMANCY' TO REPORT-LINE
            WRITE REPORT-LINE
            SET WS-END-OF-ACCOUNTS TO TRUE
        END-IF.

      * A parameter with no dormancy period would flag every account
      * of the type on the spot, so it is ignored.
        C-PARA.
        IF NOT WS-END-OF-PARMS
            READ PARM-FILE
                AT END
                    SET WS-END-OF-PARMS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-PARMS
            IF DMP-ACCT-TYPE NOT = SPACES
                    AND DMP-DORMANT-MONTHS IS NUMERIC
                    AND DMP-ESCHEAT-MONTHS IS NUMERIC
                    AND WS-PARM-CNT < 100
                IF DMP-DORMANT-MONTHS > 0
                    ADD 1 TO WS-PARM-CNT
                    MOVE DMP-ACCT-TYPE TO WS-PARM-TYPE(WS-PARM-CNT)
                    MOVE DMP-DORMANT-MONTHS
                            TO WS-PARM-DORM(WS-PARM-CNT)
                    MOVE DMP-ESCHEAT-MONTHS
                            TO WS-PARM-ESC(WS-PARM-CNT)
                END-IF
            END-IF
        END-IF.

        D-PARA.
        IF NOT WS-END-OF-POSTINGS
            READ POST-FILE
                AT END
                    SET WS-END-OF-POSTINGS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-POSTINGS
            ADD 1 TO WS-POST-CNT
            IF POST-REFERENCE(1:2) NOT = 'AC'
                    AND POST-REFERENCE(1:2) NOT = 'RV'
                    AND POST-REFERENCE(1:2) NOT = 'PC'
                    AND POST-REFERENCE(1:2) NOT = 'ES'
                    AND POST-REFERENCE(1:2) NOT = 'PR'
                    AND POST-REFERENCE(1:2) NOT = 'SW'
                PERFORM E-PARA
            END-IF
        END-IF.

      * A customer posting: bring the account's last activity forward
      * to the day it posted, starting a dormancy record if it has
      * none yet.
        E-PARA.
        MOVE POST-TIMESTAMP(1:10) TO WS-ACT-DATE
        MOVE POST-ACCOUNT TO DRM-ACCOUNT
        READ DORM-FILE
            INVALID KEY
                MOVE SPACES TO DORM-RECORD
                MOVE POST-ACCOUNT TO DRM-ACCOUNT
                MOVE WS-ACT-DATE TO DRM-LAST-ACTIVITY
                MOVE 0 TO DRM-ESCHEAT-AMOUNT
                WRITE DORM-RECORD
                ADD 1 TO WS-ACTIVITY-CNT
            NOT INVALID KEY
                IF WS-ACT-DATE > DRM-LAST-ACTIVITY
                    MOVE WS-ACT-DATE TO DRM-LAST-ACTIVITY
                    REWRITE DORM-RECORD
                    ADD 1 TO WS-ACTIVITY-CNT
                END-IF
        END-READ
        IF WS-DRM-STATUS NOT = '00'
            DISPLAY 'LEDGER-DORMANT: DORMFILE UPDATE FAILED FOR '
                    POST-ACCOUNT ', STATUS ' WS-DRM-STATUS
            SET WS-DORMANCY-FAILED TO TRUE
        END-IF.

        F-PARA.
        IF NOT WS-END-OF-ACCOUNTS
            READ ACCT-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-ACCOUNTS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-ACCOUNTS
            ADD 1 TO WS-ACCT-CNT
            MOVE 'N' TO WS-TYPE-SW
            PERFORM H-PARA
                    VARYING WS-PARM-IX FROM 1 BY 1
                    UNTIL WS-PARM-IX > WS-PARM-CNT
            IF WS-TYPE-WATCHED AND ACT-ACCOUNT NOT = WS-UCF-ACCT
                IF ACT-IS-OPEN OR ACT-IS-DORMANT
                    ADD 1 TO WS-WATCH-CNT
                    PERFORM G-PARA
                END-IF
            END-IF
        END-IF.

      * One watched account: flag it dormant when its last customer
      * activity is older than the dormancy period, and look at an
      * escheat once it is dormant. An account never posted to by a
      * customer counts from the day it was opened.
        G-PARA.
        MOVE ACT-ACCOUNT TO DRM-ACCOUNT
        READ DORM-FILE
            INVALID KEY
                MOVE SPACES TO DORM-RECORD
                MOVE ACT-ACCOUNT TO DRM-ACCOUNT
                MOVE ACT-DATE-OPENED TO DRM-LAST-ACTIVITY
                IF DRM-LAST-ACTIVITY = SPACES
                    MOVE WS-BUS-DATE TO DRM-LAST-ACTIVITY
                END-IF
                MOVE 0 TO DRM-ESCHEAT-AMOUNT
                WRITE DORM-RECORD
        END-READ
        MOVE SPACES TO WS-LINE-TAG
        MOVE SPACES TO WS-LINE-REF
        MOVE WS-DORM-MONTHS TO WS-MONTHS
        PERFORM M-PARA
        IF ACT-IS-OPEN AND DRM-LAST-ACTIVITY < WS-CUTOFF-DATE
            SET ACT-IS-DORMANT TO TRUE
            REWRITE ACCT-RECORD
            IF WS-ACCT-STATUS = '00'
                MOVE WS-BUS-DATE TO DRM-DORMANT-DATE
                REWRITE DORM-RECORD
                ADD 1 TO WS-NEW-DORM-CNT
                MOVE 'NEW DORMANT' TO WS-LINE-TAG
            ELSE
                DISPLAY 'LEDGER-DORMANT: ACCTFILE REWRITE FAILED FOR '
                        ACT-ACCOUNT ', STATUS ' WS-ACCT-STATUS
                SET WS-DORMANCY-FAILED TO TRUE
            END-IF
        END-IF
        IF ACT-IS-DORMANT
            ADD 1 TO WS-DORM-CNT
            MOVE ACT-ACCOUNT TO BAL-ACCOUNT
            READ BAL-MASTER
                INVALID KEY
                    MOVE 0 TO BAL-BALANCE
            END-READ
            IF WS-ESC-MONTHS > 0
                MOVE WS-ESC-MONTHS TO WS-MONTHS
                PERFORM M-PARA
                IF DRM-LAST-ACTIVITY < WS-CUTOFF-DATE
                    PERFORM N-PARA
                END-IF
            END-IF
            IF WS-LINE-TAG = SPACES
                MOVE 'DORMANT' TO WS-LINE-TAG
            END-IF
            PERFORM O-PARA
        END-IF.

        H-PARA.
        IF WS-PARM-TYPE(WS-PARM-IX) = ACT-TYPE
            SET WS-TYPE-WATCHED TO TRUE
            MOVE WS-PARM-DORM(WS-PARM-IX) TO WS-DORM-MONTHS
            MOVE WS-PARM-ESC(WS-PARM-IX) TO WS-ESC-MONTHS
        END-IF.

        I-PARA.
        MOVE SPACES TO WS-CTL-RECORD
        SET BCT-IS-HEADER TO TRUE
        MOVE 'ESCHEAT' TO BCT-BATCH-ID
        MOVE WS-BUS-DATE TO BCT-BUS-DATE
        MOVE WS-CTL-RECORD TO ESC-RECORD
        WRITE ESC-RECORD.

        J-PARA.
        MOVE SPACES TO WS-CTL-RECORD
        SET BCT-IS-TRAILER TO TRUE
        MOVE WS-GEN-CNT TO BCT-REC-COUNT
        MOVE WS-TOT-DEBIT TO BCT-TOT-DEBIT
        MOVE WS-TOT-CREDIT TO BCT-TOT-CREDIT
        MOVE WS-CTL-RECORD TO ESC-RECORD
        WRITE ESC-RECORD
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'POSTINGS SCANNED: ' WS-POST-CNT
                '   CUSTOMER ACTIVITY DATES MOVED: ' WS-ACTIVITY-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'ACCOUNTS READ: ' WS-ACCT-CNT
                '   WATCHED: ' WS-WATCH-CNT
                '   NEWLY DORMANT: ' WS-NEW-DORM-CNT
                '   DORMANT: ' WS-DORM-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE WS-TOT-ESCHEAT TO WS-AMT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING 'ESCHEATED: ' WS-JNL-CNT
                '   TOTAL ' WS-AMT-EDIT
                '   HELD, NOT ESCHEATED: ' WS-HELD-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        IF WS-DORMANCY-FAILED
            MOVE 'DORMANCY RUN INCOMPLETE - SEE JOB LOG' TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.

        K-PARA.
        IF WS-POST-STATUS NOT = '35'
            CLOSE POST-FILE
        END-IF
        IF WS-HOLDS-ON-FILE
            CLOSE HOLD-FILE
        END-IF
        CLOSE DORM-FILE
        CLOSE ACCT-FILE
        CLOSE BAL-MASTER
        CLOSE ESC-FILE
        CLOSE REPORT-FILE.

      * The date WS-MONTHS months before the business date: activity
      * older than this has been quiet for the whole period.
        M-PARA.
        COMPUTE WS-MONTH-NO =
                WS-RUN-YYYY * 12 + WS-RUN-MM - 1 - WS-MONTHS
        DIVIDE WS-MONTH-NO BY 12 GIVING WS-CUT-YYYY
                REMAINDER WS-CUT-MM
        ADD 1 TO WS-CUT-MM
        MOVE SPACES TO WS-CUTOFF-DATE
        STRING WS-CUT-YYYY '-' WS-CUT-MM '-' WS-RUN-DD
                INTO WS-CUTOFF-DATE
        END-STRING.

      * The statutory period has run. Only a credit balance is owed to
      * the state; one with funds under hold is left for compliance to
      * clear the hold first, since the escheat debit would not pass
      * the overdraft gate against the held balance.
        N-PARA.
        IF BAL-BALANCE NOT > 0
            IF BAL-BALANCE = 0
                IF DRM-ESCHEAT-DATE NOT = SPACES
                    MOVE 'ESCHEATED' TO WS-LINE-TAG
                    MOVE DRM-ESCHEAT-REF TO WS-LINE-REF
                END-IF
            ELSE
                MOVE 'DEBIT BAL' TO WS-LINE-TAG
            END-IF
        ELSE
            MOVE 0 TO WS-HELD-AMT
            PERFORM P-PARA
            IF WS-HELD-AMT > 0
                ADD 1 TO WS-HELD-CNT
                MOVE 'HELD' TO WS-LINE-TAG
            ELSE
                PERFORM Q-PARA
            END-IF
        END-IF.

        O-PARA.
        MOVE BAL-BALANCE TO WS-BAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING ACT-ACCOUNT
                ' ' ACT-NAME(1:20)
                ' ' ACT-TYPE
                ' ' DRM-LAST-ACTIVITY
                ' ' DRM-DORMANT-DATE
                ' ' WS-BAL-EDIT
                ' ' WS-LINE-TAG
                ' ' WS-LINE-REF
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.

      * Total the account's active holds, on the same test LEDGER-POST
      * applies at the overdraft gate.
        P-PARA.
        IF WS-HOLDS-ON-FILE
            MOVE 'N' TO WS-HOLD-EOF-SW
            MOVE ACT-ACCOUNT TO HLD-ACCOUNT
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
            IF HLD-ACCOUNT NOT = ACT-ACCOUNT
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

      * The escheat journal: the dormant account is debited to zero
      * and the unclaimed-funds account credited, sharing the 'ES'
      * reference that LEDGER-POST lets through the dormant-account
      * debit block.
        Q-PARA.
        ADD 1 TO WS-JNL-CNT
        ADD 1 TO WS-SEQ
        ADD BAL-BALANCE TO WS-TOT-ESCHEAT
        MOVE SPACES TO ESC-RECORD
        MOVE ACT-ACCOUNT TO TX-ACCOUNT
        MOVE BAL-BALANCE TO TX-AMOUNT
        MOVE 'D' TO TX-DRCR-FLAG
        MOVE SPACES TO TX-REFERENCE
        STRING 'ES' WS-RUN-MM WS-RUN-DD WS-SEQ
                INTO TX-REFERENCE
        END-STRING
        MOVE 'USD' TO TX-CURRENCY
        MOVE WS-BUS-DATE TO TX-EFF-DATE
        WRITE ESC-RECORD
        ADD 1 TO WS-GEN-CNT
        ADD BAL-BALANCE TO WS-TOT-DEBIT
        MOVE WS-UCF-ACCT TO TX-ACCOUNT
        MOVE 'C' TO TX-DRCR-FLAG
        WRITE ESC-RECORD
        ADD 1 TO WS-GEN-CNT
        ADD BAL-BALANCE TO WS-TOT-CREDIT
        MOVE 'ESCHEAT' TO WS-LINE-TAG
        MOVE TX-REFERENCE TO WS-LINE-REF
        MOVE WS-BUS-DATE TO DRM-ESCHEAT-DATE
        MOVE TX-REFERENCE TO DRM-ESCHEAT-REF
        MOVE BAL-BALANCE TO DRM-ESCHEAT-AMOUNT
        REWRITE DORM-RECORD
        IF WS-DRM-STATUS NOT = '00'
            DISPLAY 'LEDGER-DORMANT: DORMFILE REWRITE FAILED FOR '
                    ACT-ACCOUNT ', STATUS ' WS-DRM-STATUS
            SET WS-DORMANCY-FAILED TO TRUE
        END-IF.
