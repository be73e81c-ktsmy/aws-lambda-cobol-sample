000066* original. Adds the expected attributes for API Gateway.
000067* Function id: REVERSE. CALLed by the dispatcher
000068* (LEDGER-DISPATCHER), which is the program's only entry point.
000069* A reversal is under dual control: the maker's request is
00006A* queued on PENDFILE with the original and offsetting posting
00006B* images and BALFILE is only adjusted once a second operator
00006C* approves it (LEDGER-APPROVE re-drives it here under function
00006D* id APPROVED).
000070 PROGRAM-ID. LEDGER-REVERSE.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT PEND-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS WS-PEND-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  POST-FILE.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY LEDGERLOK.
       FD  PEND-FILE.
       01  PEND-RECORD.
           COPY LEDGERPND.
000090 WORKING-STORAGE SECTION.
000110 01 WS-MESSAGE PIC X(1500).
000120 01 WS-LAMBDA PIC X(1000).
           88 WS-ORIG-FOUND VALUE 'Y'.
       01 WS-REVERSED-SW PIC X(01) VALUE 'N'.
           88 WS-ALREADY-REVERSED VALUE 'Y'.
       01 WS-PEND-STATUS PIC X(02) VALUE '00'.
       01 WS-APPLY-SW PIC X(01) VALUE 'N'.
           88 WS-CHECKER-APPLY VALUE 'Y'.
       01 WS-PEND-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-PENDING VALUE 'Y'.
       01 WS-PEND-DUP-SW PIC X(01) VALUE 'N'.
           88 WS-ALREADY-PENDING VALUE 'Y'.
       01 WS-PEND-ID PIC 9(06) VALUE 0.
       01 WS-ORIG-IMAGE PIC X(87) VALUE SPACES.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-FUNCTION-ID PIC X(10) VALUE 'REVERSE'.
       01 WS-REV-REFERENCE PIC X(12) VALUE SPACES.
       01 WS-ORIG-ACCOUNT PIC X(10) VALUE SPACES.
        IF WS-FUNCTION-ID = SPACES OR LOW-VALUES
            MOVE 'REVERSE' TO WS-FUNCTION-ID
        END-IF
      * APPROVED is only ever passed by LEDGER-APPROVE replaying an
      * item a second operator has signed off; the dispatcher has no
      * route for it, so a maker cannot reach the apply path directly.
        IF WS-FUNCTION-ID = 'APPROVED'
            SET WS-CHECKER-APPLY TO TRUE
            MOVE 'REVERSE' TO WS-FUNCTION-ID
        END-IF
        ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'
        IF WS-OPERATOR = SPACES
            MOVE 'UNKNOWN' TO WS-OPERATOR
        END-IF
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP
                        END-STRING
                        MOVE 404 TO WS-STATUS-CODE
                    ELSE
                        IF WS-CHECKER-APPLY
                            PERFORM H-PARA
                        ELSE
                            PERFORM M-PARA
                        END-IF
                    END-IF
                END-IF
            END-IF
                        MOVE POST-DRCR-FLAG TO WS-ORIG-DRCR
                        MOVE POST-CURRENCY TO WS-ORIG-CCY
                        MOVE POST-ORIG-AMOUNT TO WS-ORIG-KEYED-AMT
                        MOVE POST-RECORD TO WS-ORIG-IMAGE
                    END-IF
                END-IF
            END-IF
        END-IF
        CLOSE POST-FILE
        OPEN EXTEND POST-FILE
        PERFORM P-PARA
        WRITE POST-RECORD
        STRING 'reference '
                FUNCTION TRIM(WS-REV-REFERENCE)
                ' reversed against account '
                FUNCTION TRIM(WS-ORIG-ACCOUNT)
                INTO WS-MESSAGE
                WITH POINTER WS-COUNTR
                ON OVERFLOW
                    SET WS-OVERFLOW-OCCURRED TO TRUE
                    DISPLAY 'OVERFLOW!'
        END-STRING
        MOVE 200 TO WS-STATUS-CODE.

      * The offsetting detail: the original posting turned around,
      * carrying the same reference with the reversal flag set.
        P-PARA.
        MOVE WS-TIMESTAMP TO POST-TIMESTAMP
        MOVE WS-ORIG-ACCOUNT TO POST-ACCOUNT
        MOVE WS-ORIG-AMOUNT TO POST-AMOUNT
        MOVE WS-ORIG-CCY TO POST-CURRENCY
        MOVE WS-ORIG-KEYED-AMT TO POST-ORIG-AMOUNT
        MOVE WS-TIMESTAMP(1:10) TO POST-EFF-DATE
        MOVE 'N' TO POST-BACKDATE-FLAG.

      * Dual control: nothing is written to BALFILE or POSTFILE. The
      * original posting and the offsetting detail the reversal would
      * append go on PENDFILE as the before and after images, with the
      * maker and the full request, until a second operator approves.
        M-PARA.
        PERFORM N-PARA
        IF WS-PEND-STATUS NOT = '00'
            MOVE 'PENDFILE unavailable' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
            SET WS-HARD-FAILURE TO TRUE
        ELSE
            IF WS-ALREADY-PENDING
                STRING 'reference '
                        FUNCTION TRIM(WS-REV-REFERENCE)
                        ' already has a reversal awaiting approval'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 409 TO WS-STATUS-CODE
            ELSE
                PERFORM P-PARA
                ADD 1 TO WS-PEND-ID
                MOVE SPACES TO PEND-RECORD
                MOVE WS-PEND-ID TO PND-ID
                SET PND-IS-PENDING TO TRUE
                MOVE WS-FUNCTION-ID TO PND-FUNCTION
                MOVE SPACES TO PND-ACTION
                MOVE WS-REV-REFERENCE TO PND-TARGET-KEY
                SET PND-POST-IMAGE TO TRUE
                MOVE WS-OPERATOR TO PND-MAKER
                MOVE WS-TIMESTAMP TO PND-MADE-TS
                MOVE WS-ORIG-IMAGE TO PND-BEFORE-IMAGE
                MOVE POST-RECORD TO PND-AFTER-IMAGE
                MOVE LS-EVENT-JSON TO PND-REQUEST-IMAGE
                WRITE PEND-RECORD
                IF WS-PEND-STATUS = '00'
                    STRING 'reversal of reference '
                            FUNCTION TRIM(WS-REV-REFERENCE)
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
      * read it through for the last item number and for a reversal
      * of this reference still awaiting a decision.
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
                    AND PND-TARGET-KEY = WS-REV-REFERENCE
                SET WS-ALREADY-PENDING TO TRUE
            END-IF
        END-IF.

      * A reversal rewrites BAL-BALANCE and appends to POSTFILE, so it
      * must not interleave with a posting run: an active claim on
