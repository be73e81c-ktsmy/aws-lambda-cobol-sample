000010 IDENTIFICATION DIVISION.
000050* DUAL CONTROL REPORT BATCH JOB FOR COBOL-LEDGER.
000060* Runs at the end of the day and prints the pending-approval file
000061* (PENDFILE) that the ACCT LIMIT/CLOSE/REACTIVATE/SWEEP, REVERSE
000062* and REPAIR functions queue to instead of applying a change on
000063* the maker's say-so (APPRRPT): every item still awaiting a second
000064* operator, with its age in days, then every item approved on the
000065* business date. Each item shows maker and checker and the before
000066* and after images of the record it changes, so the auditors can
000067* see that no limit was granted, posting reversed or reject amount
000068* repaired by one operator alone.
000070 PROGRAM-ID. LEDGER-APPRRPT.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-ID
               FILE STATUS IS WS-PEND-STATUS.
           SELECT REPORT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  PEND-FILE.
       01  PEND-RECORD.
           COPY LEDGERPND.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
000090 WORKING-STORAGE SECTION.
       01 WS-PEND-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-PENDING VALUE 'Y'.
       01 WS-FILE-SW PIC X(01) VALUE 'Y'.
           88 WS-PENDFILE-ON-FILE VALUE 'Y'.
       01 WS-PASS PIC X(01) VALUE 'P'.
           88 WS-PENDING-PASS VALUE 'P'.
           88 WS-APPROVED-PASS VALUE 'A'.
       01 WS-PENDING-CNT PIC 9(05) VALUE 0.
       01 WS-APPROVED-CNT PIC 9(05) VALUE 0.
       01 WS-DECLINED-CNT PIC 9(05) VALUE 0.
       01 WS-AGE-DAYS PIC 9(05) VALUE 0.
       01 WS-TODAY-INT PIC 9(08) COMP VALUE 0.
       01 WS-MADE-INT PIC 9(08) COMP VALUE 0.
       01 WS-IMG-LABEL PIC X(06) VALUE SPACES.
       01 WS-AMT-EDIT PIC -(8)9.99.
       01 WS-LIM-EDIT PIC Z(8)9.99.
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
       01 WS-CNV-DATE8 PIC 9(08) VALUE 0.
       01 WS-CNV-DATE-X REDEFINES WS-CNV-DATE8.
           05 WS-CNV-YYYY PIC 9(04).
           05 WS-CNV-MM PIC 9(02).
           05 WS-CNV-DD PIC 9(02).
       01 WS-BUS-DATE PIC X(10) VALUE SPACES.
      * One before or after image at a time, viewed as whichever
      * record the item changes.
       01 WS-IMAGE PIC X(100) VALUE SPACES.
       01 WS-IMG-ACT REDEFINES WS-IMAGE.
           COPY LEDGERACT REPLACING LEADING ==ACT-== BY ==IA-==.
       01 WS-IMG-REJ REDEFINES WS-IMAGE.
           COPY LEDGERREJ REPLACING LEADING ==REJ-== BY ==IR-==.
       01 WS-IMG-PST REDEFINES WS-IMAGE.
           COPY LEDGERPST REPLACING LEADING ==POST-== BY ==IP-==.
       01 WS-IMG-TX.
           COPY LEDGERTX REPLACING LEADING ==TX-== BY ==IT-==.
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        IF WS-PENDFILE-ON-FILE
            PERFORM C-PARA WITH TEST AFTER UNTIL WS-END-OF-PENDING
            CLOSE PEND-FILE
        END-IF
        PERFORM I-PARA
        IF WS-PENDFILE-ON-FILE
            OPEN INPUT PEND-FILE
            MOVE 'N' TO WS-EOF-SW
            SET WS-APPROVED-PASS TO TRUE
            PERFORM C-PARA WITH TEST AFTER UNTIL WS-END-OF-PENDING
            CLOSE PEND-FILE
        END-IF
        PERFORM E-PARA
        CLOSE REPORT-FILE
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
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
        STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
                INTO WS-BUS-DATE
        END-STRING
        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'LEDGER-APPRRPT: UNABLE TO OPEN APPRRPT, '
                    'STATUS ' WS-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE 'COBOL-LEDGER DUAL CONTROL REPORT' TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'BUSINESS DATE ' WS-BUS-DATE INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 'ITEMS AWAITING APPROVAL' TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 'ITEM     AGE  FUNCTION   ACTION     TARGET       MAKER'
                TO REPORT-LINE
        WRITE REPORT-LINE
        OPEN INPUT PEND-FILE
        IF WS-PEND-STATUS NOT = '00'
            MOVE 'N' TO WS-FILE-SW
            IF WS-PEND-STATUS = '35'
                MOVE 'NO PENDING-APPROVAL FILE' TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                DISPLAY 'LEDGER-APPRRPT: UNABLE TO OPEN PENDFILE, '
                        'STATUS ' WS-PEND-STATUS
                CLOSE REPORT-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF.

      * One pass per section: items still pending on the first, items
      * decided on the business date on the second.
        C-PARA.
        READ PEND-FILE
            AT END
                SET WS-END-OF-PENDING TO TRUE
        END-READ
        IF NOT WS-END-OF-PENDING
            IF WS-PENDING-PASS
                IF PND-IS-PENDING
                    ADD 1 TO WS-PENDING-CNT
                    PERFORM D-PARA
                END-IF
            ELSE
                IF PND-DECIDED-TS(1:10) = WS-BUS-DATE
                    IF PND-IS-APPROVED
                        ADD 1 TO WS-APPROVED-CNT
                        PERFORM F-PARA
                    END-IF
                    IF PND-IS-DECLINED
                        ADD 1 TO WS-DECLINED-CNT
                    END-IF
                END-IF
            END-IF
        END-IF.

        D-PARA.
        MOVE 0 TO WS-AGE-DAYS
        IF PND-MADE-TS(1:4) IS NUMERIC
                AND PND-MADE-TS(6:2) IS NUMERIC
                AND PND-MADE-TS(9:2) IS NUMERIC
            MOVE PND-MADE-TS(1:4) TO WS-CNV-YYYY
            MOVE PND-MADE-TS(6:2) TO WS-CNV-MM
            MOVE PND-MADE-TS(9:2) TO WS-CNV-DD
            COMPUTE WS-MADE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-CNV-DATE8)
            IF WS-TODAY-INT > WS-MADE-INT
                COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-MADE-INT
            END-IF
        END-IF
        MOVE SPACES TO REPORT-LINE
        STRING PND-ID
                ' ' WS-AGE-DAYS
                '  ' PND-FUNCTION
                ' ' PND-ACTION
                ' ' PND-TARGET-KEY
                ' ' PND-MAKER
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING '         RAISED ' PND-MADE-TS
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        PERFORM G-PARA.

        F-PARA.
        MOVE SPACES TO REPORT-LINE
        STRING PND-ID
                ' ' PND-FUNCTION
                ' ' PND-ACTION
                ' ' PND-TARGET-KEY
                ' MAKER ' PND-MAKER
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING '         RAISED ' PND-MADE-TS
                ' APPROVED ' PND-DECIDED-TS
                ' BY ' PND-CHECKER
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        PERFORM G-PARA.

        G-PARA.
        MOVE 'BEFORE' TO WS-IMG-LABEL
        MOVE PND-BEFORE-IMAGE TO WS-IMAGE
        PERFORM H-PARA
        MOVE 'AFTER' TO WS-IMG-LABEL
        MOVE PND-AFTER-IMAGE TO WS-IMAGE
        PERFORM H-PARA.

      * Decode one image as the record it is: the account master for
      * a LIMIT, CLOSE, REACTIVATE or SWEEP, the reject for a REPAIR,
      * the original or offsetting posting detail for a REVERSE.
        H-PARA.
        MOVE SPACES TO REPORT-LINE
        EVALUATE TRUE
            WHEN PND-ACCT-IMAGE
                MOVE IA-LIMIT TO WS-LIM-EDIT
                STRING '         ' WS-IMG-LABEL
                        ' STATUS ' IA-STATUS
                        '  LIMIT ' WS-LIM-EDIT
                        '  ACTION ' IA-LIMIT-ACTION
                        '  ' IA-NAME
                        INTO REPORT-LINE
                END-STRING
            WHEN PND-REJ-IMAGE
                MOVE IR-TX-IMAGE TO WS-IMG-TX
                MOVE IT-AMOUNT TO WS-AMT-EDIT
                STRING '         ' WS-IMG-LABEL
                        ' STATUS ' IR-STATUS
                        '  ' IT-ACCOUNT
                        ' ' IT-DRCR-FLAG
                        ' ' WS-AMT-EDIT
                        ' ' IT-CURRENCY
                        '  EFF ' IT-EFF-DATE
                        '  REF ' IT-REFERENCE
                        INTO REPORT-LINE
                END-STRING
            WHEN OTHER
                MOVE IP-AMOUNT TO WS-AMT-EDIT
                STRING '         ' WS-IMG-LABEL
                        ' ' IP-ACCOUNT
                        ' ' IP-DRCR-FLAG
                        ' ' WS-AMT-EDIT
                        ' ' IP-CURRENCY
                        '  EFF ' IP-EFF-DATE
                        '  REF ' IP-REFERENCE
                        '  REVERSAL ' IP-REVERSAL-FLAG
                        INTO REPORT-LINE
                END-STRING
        END-EVALUATE
        WRITE REPORT-LINE
      * A SWEEP item changes the account's group and rule, which the
      * line above does not show, so they get a line of their own.
        IF PND-ACCT-IMAGE AND PND-ACTION = 'SWEEP'
            MOVE SPACES TO REPORT-LINE
            MOVE IA-SWEEP-AMOUNT TO WS-LIM-EDIT
            STRING '         ' WS-IMG-LABEL
                    ' PARENT ' IA-PARENT
                    '  RULE ' IA-SWEEP-RULE
                    '  AMOUNT ' WS-LIM-EDIT
                    INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF.

        I-PARA.
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 'ITEMS APPROVED ON THE BUSINESS DATE' TO REPORT-LINE
        WRITE REPORT-LINE.

        E-PARA.
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'AWAITING APPROVAL: ' WS-PENDING-CNT
                '   APPROVED TODAY: ' WS-APPROVED-CNT
                '   DECLINED TODAY: ' WS-DECLINED-CNT
                INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE.
