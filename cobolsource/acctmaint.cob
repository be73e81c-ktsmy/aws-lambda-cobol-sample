000010 IDENTIFICATION DIVISION.
000050* THIS IS A COBOL PROGRAM THAT WILL RUN IN LAMBDA.
000060* It maintains the chart-of-accounts master (ACCTFILE) that
000061* LEDGER-POST checks before posting: actions ADD, CLOSE, RENAME,
000062* LIMIT (overdraft limit and refuse/post-and-refer flag),
000063* REACTIVATE (a dormant account back to open) and SWEEP (the
000064* account's cash concentration parent and sweep rule) keep the
000065* master under program control instead of the file
000066* being hand-edited, and adds the expected attributes for
000067* API Gateway.
000068* Function id: ACCT. CALLed by the dispatcher (LEDGER-DISPATCHER),
000069* which is the program's only entry point.
00006A* LIMIT, CLOSE, REACTIVATE and SWEEP are under dual control: the
00006B* maker's request is queued on PENDFILE with the before and after
00006C* images of the account record and only takes effect once a
00006D* second operator approves it (LEDGER-APPROVE re-drives it here
00006E* under function id APPROVED).
000070 PROGRAM-ID. LEDGER-ACCTMAINT.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PEND-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS WS-PEND-STATUS.
           SELECT DORM-FILE ASSIGN TO "DORMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRM-ACCOUNT
               FILE STATUS IS WS-DRM-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  ACCT-FILE.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY LEDGERAUD.
       FD  PEND-FILE.
       01  PEND-RECORD.
           COPY LEDGERPND.
       FD  DORM-FILE.
       01  DORM-RECORD.
           COPY LEDGERDRM.
000090 WORKING-STORAGE SECTION.
000110 01 WS-MESSAGE PIC X(1500).
000120 01 WS-LAMBDA PIC X(1000).
           88 WS-ACCOUNT-FOUND VALUE 'Y'.
       01 WS-HARD-FAIL-SW PIC X(01) VALUE 'N'.
           88 WS-HARD-FAILURE VALUE 'Y'.
       01 WS-PEND-STATUS PIC X(02) VALUE '00'.
       01 WS-DRM-STATUS PIC X(02) VALUE '00'.
       01 WS-APPLY-SW PIC X(01) VALUE 'N'.
           88 WS-CHECKER-APPLY VALUE 'Y'.
       01 WS-PEND-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-PENDING VALUE 'Y'.
       01 WS-PEND-DUP-SW PIC X(01) VALUE 'N'.
           88 WS-ALREADY-PENDING VALUE 'Y'.
       01 WS-PEND-ID PIC 9(06) VALUE 0.
       01 WS-BEFORE-IMAGE PIC X(100) VALUE SPACES.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-FUNCTION-ID PIC X(10) VALUE 'ACCT'.
       01 WS-ACTION PIC X(10) VALUE SPACES.
       01 WS-MAINT-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-MAINT-LIMIT PIC 9(09)V99 VALUE 0.
       01 WS-MAINT-LIMACT PIC X(01) VALUE SPACE.
       01 WS-LIMIT-EDIT PIC -(8)9.99.
       01 WS-MAINT-PARENT PIC X(10) VALUE SPACES.
       01 WS-MAINT-RULE PIC X(01) VALUE SPACE.
       01 WS-MAINT-SWEEP-TXT PIC X(14) VALUE SPACES.
       01 WS-MAINT-SWEEP-AMT PIC 9(09)V99 VALUE 0.
       01 WS-SWEEP-SW PIC X(01) VALUE 'Y'.
           88 WS-SWEEP-VALID VALUE 'Y'.
       01 WS-CHILD-SW PIC X(01) VALUE 'N'.
           88 WS-HAS-CHILDREN VALUE 'Y'.
       01 WS-ACCT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-ACCOUNTS VALUE 'Y'.
       01 WS-SAVE-ACCT PIC X(100) VALUE SPACES.
       01 WS-INPUT-SUMMARY PIC X(60) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-CUR-DATE8 PIC 9(08) VALUE 0.
        IF WS-FUNCTION-ID = SPACES OR LOW-VALUES
            MOVE 'ACCT' TO WS-FUNCTION-ID
        END-IF
      * APPROVED is only ever passed by LEDGER-APPROVE replaying an
      * item a second operator has signed off; the dispatcher has no
      * route for it, so a maker cannot reach the apply path directly.
        IF WS-FUNCTION-ID = 'APPROVED'
            SET WS-CHECKER-APPLY TO TRUE
            MOVE 'ACCT' TO WS-FUNCTION-ID
        END-IF
        ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'
        IF WS-OPERATOR = SPACES
            MOVE 'UNKNOWN' TO WS-OPERATOR
        END-IF
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP
        MOVE SPACE TO WS-MAINT-LIMACT
        UNSTRING LS-EVENT-JSON DELIMITED BY '"limitaction":"'
                INTO WS-TMP WS-MAINT-LIMACT
        END-UNSTRING
        MOVE SPACES TO WS-MAINT-PARENT
        UNSTRING LS-EVENT-JSON DELIMITED BY '"parent":"'
                INTO WS-TMP WS-MAINT-PARENT
        END-UNSTRING
        IF WS-MAINT-PARENT NOT = SPACES
            UNSTRING WS-MAINT-PARENT DELIMITED BY '"'
                    INTO WS-MAINT-PARENT
            END-UNSTRING
        END-IF
        MOVE SPACE TO WS-MAINT-RULE
        UNSTRING LS-EVENT-JSON DELIMITED BY '"sweeprule":"'
                INTO WS-TMP WS-MAINT-RULE
        END-UNSTRING
        MOVE SPACES TO WS-MAINT-SWEEP-TXT
        UNSTRING LS-EVENT-JSON DELIMITED BY '"sweepamount":"'
                INTO WS-TMP WS-MAINT-SWEEP-TXT
        END-UNSTRING
        IF WS-MAINT-SWEEP-TXT NOT = SPACES
            UNSTRING WS-MAINT-SWEEP-TXT DELIMITED BY '"'
                    INTO WS-MAINT-SWEEP-TXT
            END-UNSTRING
        END-IF
        MOVE 0 TO WS-MAINT-SWEEP-AMT
        IF WS-MAINT-SWEEP-TXT NOT = SPACES
            COMPUTE WS-MAINT-SWEEP-AMT =
                    FUNCTION NUMVAL(WS-MAINT-SWEEP-TXT)
        END-IF.

        E-PARA.
        IF WS-HARD-FAILURE
                        PERFORM I-PARA
                    WHEN 'LIMIT'
                        PERFORM K-PARA
                    WHEN 'REACTIVATE'
                        PERFORM L-PARA
                    WHEN 'SWEEP'
                        PERFORM Q-PARA
                    WHEN OTHER
                        MOVE 'unsupported action' TO WS-MESSAGE
                        MOVE 400 TO WS-STATUS-CODE
      * the LIMIT action grants a line afterwards.
            MOVE 0 TO ACT-LIMIT
            SET ACT-REFUSE-OVERLIMIT TO TRUE
      * ... and outside any cash concentration group until the SWEEP
      * action puts it in one.
            MOVE SPACES TO ACT-PARENT
            SET ACT-NO-SWEEP TO TRUE
            MOVE 0 TO ACT-SWEEP-AMOUNT
            WRITE ACCT-RECORD
            IF WS-ACCT-STATUS = '00'
                STRING 'account '
                END-STRING
                MOVE 409 TO WS-STATUS-CODE
            ELSE
                PERFORM S-PARA
            END-IF
        END-IF
        IF WS-ACCOUNT-FOUND AND NOT ACT-IS-CLOSED
      * A concentration account cannot close under its group: the
      * children have to be moved or taken out of it first.
            IF WS-HAS-CHILDREN
                STRING 'account '
                        FUNCTION TRIM(WS-MAINT-ACCOUNT)
                        ' is the parent of a sweep group'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 409 TO WS-STATUS-CODE
            ELSE
                MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                SET ACT-IS-CLOSED TO TRUE
                IF NOT WS-CHECKER-APPLY
                    PERFORM M-PARA
                ELSE
                    REWRITE ACCT-RECORD
                    IF WS-ACCT-STATUS = '00'
                        STRING 'account '
                                FUNCTION TRIM(WS-MAINT-ACCOUNT)
                                ' closed'
                                INTO WS-MESSAGE
                        END-STRING
                        MOVE 200 TO WS-STATUS-CODE
                    ELSE
                        MOVE 'ACCTFILE rewrite failed' TO WS-MESSAGE
                        MOVE 500 TO WS-STATUS-CODE
                        SET WS-HARD-FAILURE TO TRUE
                    END-IF
                END-IF
            END-IF
        END-IF.
                        TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            ELSE
                MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                MOVE WS-MAINT-LIMIT TO ACT-LIMIT
                MOVE WS-MAINT-LIMACT TO ACT-LIMIT-ACTION
                IF NOT WS-CHECKER-APPLY
                    PERFORM M-PARA
                ELSE
                    REWRITE ACCT-RECORD
                    IF WS-ACCT-STATUS = '00'
                        MOVE WS-MAINT-LIMIT TO WS-LIMIT-EDIT
                        STRING 'account '
                                FUNCTION TRIM(WS-MAINT-ACCOUNT)
                                ' limit set to '
                                FUNCTION TRIM(WS-LIMIT-EDIT)
                                ' action '
                                WS-MAINT-LIMACT
                                INTO WS-MESSAGE
                        END-STRING
                        MOVE 200 TO WS-STATUS-CODE
                    ELSE
                        MOVE 'ACCTFILE rewrite failed' TO WS-MESSAGE
                        MOVE 500 TO WS-STATUS-CODE
                        SET WS-HARD-FAILURE TO TRUE
                    END-IF
                END-IF
            END-IF
        END-IF.

      * REACTIVATE: a dormant account goes back to open, so customer
      * debits post again. Applied, it also restarts the dormancy
      * clock, or tonight's dormancy run would flag it straight back.
        L-PARA.
        IF NOT WS-ACCOUNT-FOUND
            STRING 'account '
                    FUNCTION TRIM(WS-MAINT-ACCOUNT)
                    ' not found'
                    INTO WS-MESSAGE
            END-STRING
            MOVE 404 TO WS-STATUS-CODE
        ELSE
            IF NOT ACT-IS-DORMANT
                STRING 'account '
                        FUNCTION TRIM(WS-MAINT-ACCOUNT)
                        ' is not dormant'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 409 TO WS-STATUS-CODE
            ELSE
                MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                SET ACT-IS-OPEN TO TRUE
                IF NOT WS-CHECKER-APPLY
                    PERFORM M-PARA
                ELSE
                    REWRITE ACCT-RECORD
                    IF WS-ACCT-STATUS = '00'
                        PERFORM P-PARA
                        STRING 'account '
                                FUNCTION TRIM(WS-MAINT-ACCOUNT)
                                ' reactivated'
                                INTO WS-MESSAGE
                        END-STRING
                        MOVE 200 TO WS-STATUS-CODE
                    ELSE
                        MOVE 'ACCTFILE rewrite failed' TO WS-MESSAGE
                        MOVE 500 TO WS-STATUS-CODE
                        SET WS-HARD-FAILURE TO TRUE
                    END-IF
                END-IF
            END-IF
        END-IF.

      * Stamp today as the account's last activity on the dormancy
      * file and clear its dormant date.
        P-PARA.
        OPEN I-O DORM-FILE
        IF WS-DRM-STATUS = '35'
            OPEN OUTPUT DORM-FILE
            CLOSE DORM-FILE
            OPEN I-O DORM-FILE
        END-IF
        IF WS-DRM-STATUS = '00'
            MOVE WS-MAINT-ACCOUNT TO DRM-ACCOUNT
            READ DORM-FILE
                INVALID KEY
                    MOVE SPACES TO DORM-RECORD
                    MOVE WS-MAINT-ACCOUNT TO DRM-ACCOUNT
                    MOVE 0 TO DRM-ESCHEAT-AMOUNT
            END-READ
            MOVE WS-TIMESTAMP(1:10) TO DRM-LAST-ACTIVITY
            MOVE WS-TIMESTAMP(1:10) TO DRM-REACTIVATED-DATE
            MOVE SPACES TO DRM-DORMANT-DATE
            IF WS-DRM-STATUS = '00'
                REWRITE DORM-RECORD
            ELSE
                WRITE DORM-RECORD
            END-IF
            CLOSE DORM-FILE
        END-IF.

      * SWEEP: put the account in a cash concentration group under
      * the parent named, with the rule LEDGER-SWEEP applies to it
      * each night, or with rule N take it out of its group. It moves
      * money every night, so like LIMIT it waits for a checker.
        Q-PARA.
        IF NOT WS-ACCOUNT-FOUND
            STRING 'account '
                    FUNCTION TRIM(WS-MAINT-ACCOUNT)
                    ' not found'
                    INTO WS-MESSAGE
            END-STRING
            MOVE 404 TO WS-STATUS-CODE
        ELSE
            IF ACT-IS-CLOSED
                STRING 'account '
                        FUNCTION TRIM(WS-MAINT-ACCOUNT)
                        ' is closed'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 409 TO WS-STATUS-CODE
            ELSE
                PERFORM R-PARA
                IF WS-SWEEP-VALID
                    PERFORM V-PARA
                END-IF
            END-IF
        END-IF.

      * Validate the group and rule asked for. The parent must be an
      * open account outside any group, and the account itself must
      * not head a group, so groups stay one level deep.
        R-PARA.
        MOVE 'Y' TO WS-SWEEP-SW
        EVALUATE TRUE
            WHEN WS-MAINT-RULE = 'N'
                CONTINUE
            WHEN WS-MAINT-RULE NOT = 'Z' AND WS-MAINT-RULE NOT = 'T'
                    AND WS-MAINT-RULE NOT = 'H'
                MOVE 'N' TO WS-SWEEP-SW
                STRING 'sweeprule must be Z (zero balance), '
                        'T (target), H (threshold) or N (none)'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 400 TO WS-STATUS-CODE
            WHEN WS-MAINT-PARENT = SPACES
                MOVE 'N' TO WS-SWEEP-SW
                MOVE 'no parent supplied in request' TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            WHEN WS-MAINT-PARENT = WS-MAINT-ACCOUNT
                MOVE 'N' TO WS-SWEEP-SW
                MOVE 'an account cannot be its own sweep parent'
                        TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            WHEN WS-MAINT-RULE NOT = 'Z' AND WS-MAINT-SWEEP-AMT = 0
                MOVE 'N' TO WS-SWEEP-SW
                MOVE 'sweepamount required for rule T or H'
                        TO WS-MESSAGE
                MOVE 400 TO WS-STATUS-CODE
            WHEN OTHER
                MOVE ACCT-RECORD TO WS-SAVE-ACCT
                MOVE WS-MAINT-PARENT TO ACT-ACCOUNT
                READ ACCT-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-SWEEP-SW
                        STRING 'parent '
                                FUNCTION TRIM(WS-MAINT-PARENT)
                                ' not found'
                                INTO WS-MESSAGE
                        END-STRING
                        MOVE 404 TO WS-STATUS-CODE
                    NOT INVALID KEY
                        PERFORM U-PARA
                END-READ
                MOVE WS-SAVE-ACCT TO ACCT-RECORD
                IF WS-SWEEP-VALID
                    PERFORM S-PARA
                    IF WS-HAS-CHILDREN
                        MOVE 'N' TO WS-SWEEP-SW
                        STRING 'account '
                                FUNCTION TRIM(WS-MAINT-ACCOUNT)
                                ' is the parent of a sweep group'
                                INTO WS-MESSAGE
                        END-STRING
                        MOVE 409 TO WS-STATUS-CODE
                    END-IF
                END-IF
        END-EVALUATE.

      * Scan the master for an account, other than a closed one, that
      * names this account as its parent. The record as read is put
      * back afterwards for the change that follows.
        S-PARA.
        MOVE ACCT-RECORD TO WS-SAVE-ACCT
        MOVE 'N' TO WS-CHILD-SW
        MOVE 'N' TO WS-ACCT-EOF-SW
        MOVE LOW-VALUES TO ACT-ACCOUNT
        START ACCT-FILE KEY IS NOT LESS THAN ACT-ACCOUNT
            INVALID KEY
                SET WS-END-OF-ACCOUNTS TO TRUE
        END-START
        PERFORM T-PARA UNTIL WS-END-OF-ACCOUNTS OR WS-HAS-CHILDREN
        MOVE WS-SAVE-ACCT TO ACCT-RECORD.

        T-PARA.
        READ ACCT-FILE NEXT RECORD
            AT END
                SET WS-END-OF-ACCOUNTS TO TRUE
        END-READ
        IF NOT WS-END-OF-ACCOUNTS
            IF ACT-PARENT = WS-MAINT-ACCOUNT AND NOT ACT-IS-CLOSED
                SET WS-HAS-CHILDREN TO TRUE
            END-IF
        END-IF.

      * The parent as read: open, and not itself a child.
        U-PARA.
        IF NOT ACT-IS-OPEN
            MOVE 'N' TO WS-SWEEP-SW
            STRING 'parent '
                    FUNCTION TRIM(WS-MAINT-PARENT)
                    ' is not open'
                    INTO WS-MESSAGE
            END-STRING
            MOVE 409 TO WS-STATUS-CODE
        ELSE
            IF ACT-PARENT NOT = SPACES
                MOVE 'N' TO WS-SWEEP-SW
                STRING 'parent '
                        FUNCTION TRIM(WS-MAINT-PARENT)
                        ' is itself in a sweep group'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 409 TO WS-STATUS-CODE
            END-IF
        END-IF.

      * Set the account's group and rule, and queue or apply it.
        V-PARA.
        MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
        IF WS-MAINT-RULE = 'N'
            MOVE SPACES TO ACT-PARENT
            SET ACT-NO-SWEEP TO TRUE
            MOVE 0 TO ACT-SWEEP-AMOUNT
        ELSE
            MOVE WS-MAINT-PARENT TO ACT-PARENT
            MOVE WS-MAINT-RULE TO ACT-SWEEP-RULE
            IF ACT-SWEEP-ZERO
                MOVE 0 TO ACT-SWEEP-AMOUNT
            ELSE
                MOVE WS-MAINT-SWEEP-AMT TO ACT-SWEEP-AMOUNT
            END-IF
        END-IF
        IF NOT WS-CHECKER-APPLY
            PERFORM M-PARA
        ELSE
            REWRITE ACCT-RECORD
            IF WS-ACCT-STATUS = '00'
                IF ACT-NO-SWEEP
                    STRING 'account '
                            FUNCTION TRIM(WS-MAINT-ACCOUNT)
                            ' taken out of its sweep group'
                            INTO WS-MESSAGE
                    END-STRING
                ELSE
                    STRING 'account '
                            FUNCTION TRIM(WS-MAINT-ACCOUNT)
                            ' sweeps to '
                            FUNCTION TRIM(WS-MAINT-PARENT)
                            ' rule '
                            ACT-SWEEP-RULE
                            INTO WS-MESSAGE
                    END-STRING
                END-IF
                MOVE 200 TO WS-STATUS-CODE
            ELSE
                MOVE 'ACCTFILE rewrite failed' TO WS-MESSAGE
                MOVE 500 TO WS-STATUS-CODE
                SET WS-HARD-FAILURE TO TRUE
            END-IF
        END-IF.

      * Dual control: the changed account record is not rewritten.
      * It goes on PENDFILE as the after image beside the record as
      * read, with the maker and the full request, and the account
      * stays as it was until a second operator approves the item.
      * One change per account may wait at a time, so a checker never
      * approves against a before image another item has overtaken.
        M-PARA.
        PERFORM N-PARA
        IF WS-PEND-STATUS NOT = '00'
            MOVE 'PENDFILE unavailable' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
            SET WS-HARD-FAILURE TO TRUE
        ELSE
            IF WS-ALREADY-PENDING
                STRING 'account '
                        FUNCTION TRIM(WS-MAINT-ACCOUNT)
                        ' already has a change awaiting approval'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 409 TO WS-STATUS-CODE
            ELSE
                ADD 1 TO WS-PEND-ID
                MOVE SPACES TO PEND-RECORD
                MOVE WS-PEND-ID TO PND-ID
                SET PND-IS-PENDING TO TRUE
                MOVE WS-FUNCTION-ID TO PND-FUNCTION
                MOVE WS-ACTION TO PND-ACTION
                MOVE WS-MAINT-ACCOUNT TO PND-TARGET-KEY
                SET PND-ACCT-IMAGE TO TRUE
                MOVE WS-OPERATOR TO PND-MAKER
                MOVE WS-TIMESTAMP TO PND-MADE-TS
                MOVE WS-BEFORE-IMAGE TO PND-BEFORE-IMAGE
                MOVE ACCT-RECORD TO PND-AFTER-IMAGE
                MOVE LS-EVENT-JSON TO PND-REQUEST-IMAGE
                WRITE PEND-RECORD
                IF WS-PEND-STATUS = '00'
                    STRING 'account '
                            FUNCTION TRIM(WS-MAINT-ACCOUNT)
                            ' '
                            FUNCTION TRIM(WS-ACTION)
                            ' queued for approval as item '
                            WS-PEND-ID
                            INTO WS-MESSAGE
                    END-STRING
                    MOVE 202 TO WS-STATUS-CODE
                ELSE
                    MOVE 'PENDFILE write failed' TO WS-MESSAGE
                    MOVE 500 TO WS-STATUS-CODE
                    SET WS-HARD-FAILURE TO TRUE
                END-IF
            END-IF
            CLOSE PEND-FILE
        END-IF.

      * Open the pending-approval file, creating it on first use, and
      * read it through for the last item number and for an item on
      * this account still awaiting a decision.
        N-PARA.
        OPEN I-O PEND-FILE
        IF WS-PEND-STATUS = '35'
            OPEN OUTPUT PEND-FILE
            CLOSE PEND-FILE
            OPEN I-O PEND-FILE
        END-IF
        IF WS-PEND-STATUS = '00'
            MOVE 0 TO WS-PEND-ID
            PERFORM O-PARA WITH TEST AFTER UNTIL WS-END-OF-PENDING
            MOVE '00' TO WS-PEND-STATUS
        END-IF.

        O-PARA.
        READ PEND-FILE NEXT RECORD
            AT END
                SET WS-END-OF-PENDING TO TRUE
        END-READ
        IF NOT WS-END-OF-PENDING
            MOVE PND-ID TO WS-PEND-ID
            IF PND-IS-PENDING
                    AND PND-FUNCTION = WS-FUNCTION-ID
                    AND PND-TARGET-KEY = WS-MAINT-ACCOUNT
                SET WS-ALREADY-PENDING TO TRUE
            END-IF
        END-IF.

        J-PARA.
