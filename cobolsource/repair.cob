000069* amount is exactly what a dispute turns on.
00006A* Function id: REPAIR. CALLed by the dispatcher
00006B* (LEDGER-DISPATCHER), which is the program's only entry point.
00006C* A repair is under dual control: the maker's fixes are queued
00006D* on PENDFILE with the before and after images of the reject
00006E* record, and nothing reaches RESUBQ until a second operator
00006F* approves the item (LEDGER-APPROVE re-drives it here under
00006G* function id APPROVED).
000070 PROGRAM-ID. LEDGER-REPAIR.
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
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  REJECT-FILE.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY LEDGERAUD.
       FD  PEND-FILE.
       01  PEND-RECORD.
           COPY LEDGERPND.
000090 WORKING-STORAGE SECTION.
000110 01 WS-MESSAGE PIC X(1500).
000120 01 WS-LAMBDA PIC X(1000).
           88 WS-ITEM-FOUND VALUE 'Y'.
       01 WS-FULL-SW PIC X(01) VALUE 'N'.
           88 WS-TABLE-FULL VALUE 'Y'.
       01 WS-PEND-STATUS PIC X(02) VALUE '00'.
       01 WS-APPLY-SW PIC X(01) VALUE 'N'.
           88 WS-CHECKER-APPLY VALUE 'Y'.
       01 WS-PEND-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-PENDING VALUE 'Y'.
       01 WS-PEND-DUP-SW PIC X(01) VALUE 'N'.
           88 WS-ALREADY-PENDING VALUE 'Y'.
       01 WS-PEND-ID PIC 9(06) VALUE 0.
       01 WS-PEND-KEY PIC X(12) VALUE SPACES.
       01 WS-FUNCTION-ID PIC X(10) VALUE 'REPAIR'.
       01 WS-POSITION-TXT PIC X(06) VALUE SPACES.
       01 WS-POSITION PIC 9(05) VALUE 0.
        IF WS-FUNCTION-ID = SPACES OR LOW-VALUES
            MOVE 'REPAIR' TO WS-FUNCTION-ID
        END-IF
      * APPROVED is only ever passed by LEDGER-APPROVE replaying an
      * item a second operator has signed off; the dispatcher has no
      * route for it, so a maker cannot reach the apply path directly.
        IF WS-FUNCTION-ID = 'APPROVED'
            SET WS-CHECKER-APPLY TO TRUE
            MOVE 'REPAIR' TO WS-FUNCTION-ID
        END-IF
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP

      * Apply the fixes to the rejected image, queue it for
      * resubmission, and mark the reject repaired. The audit summary
      * names the operator and the fields changed. Under dual control
      * the maker's pass stops at the pending item; only the approved
      * replay goes on to RESUBQ and REJFILE.
        H-PARA.
        MOVE WS-REJ-ENTRY(WS-HIT-IX) TO REJECT-RECORD
        MOVE REJ-SEQ TO WS-FIXED-SEQ
        IF WS-FIX-LIST = SPACES
            MOVE 'requeued as keyed' TO WS-FIX-LIST
        END-IF
        IF NOT WS-CHECKER-APPLY
            PERFORM M-PARA
        ELSE
            OPEN EXTEND RESUB-QUEUE
            IF WS-QUE-STATUS NOT = '00'
                OPEN OUTPUT RESUB-QUEUE
            END-IF
            IF WS-QUE-STATUS NOT = '00'
                MOVE 'RESUBQ unavailable' TO WS-MESSAGE
                MOVE 500 TO WS-STATUS-CODE
                SET WS-HARD-FAILURE TO TRUE
            ELSE
                MOVE WS-FIX-RECORD TO RESUB-RECORD
                WRITE RESUB-RECORD
                CLOSE RESUB-QUEUE
                MOVE WS-FIX-RECORD TO REJ-TX-IMAGE
                SET REJ-IS-REPAIRED TO TRUE
                MOVE REJECT-RECORD TO WS-REJ-ENTRY(WS-HIT-IX)
                PERFORM K-PARA
                MOVE SPACES TO WS-INPUT-SUMMARY
                STRING 'REPAIR ' FUNCTION TRIM(WS-OPERATOR)
                        ' SEQ ' WS-FIXED-SEQ
                        ' ' FUNCTION TRIM(WS-FIX-LIST)
                        INTO WS-INPUT-SUMMARY
                END-STRING
                STRING 'reject '
                        WS-FIXED-SEQ
                        ' repaired by '
                        FUNCTION TRIM(WS-OPERATOR)
                        ' ('
                        FUNCTION TRIM(WS-FIX-LIST)
                        ') and queued for resubmission'
                        INTO WS-MESSAGE
                        WITH POINTER WS-COUNTR
                        ON OVERFLOW
                            SET WS-OVERFLOW-OCCURRED TO TRUE
                END-STRING
                MOVE 200 TO WS-STATUS-CODE
            END-IF
        END-IF.

      * Dual control: the reject as it stands and as the fixes would
      * leave it go on PENDFILE with the maker and the full request.
      * REJFILE and RESUBQ are not touched until a second operator
      * approves the item.
        M-PARA.
        MOVE WS-FIXED-SEQ TO WS-PEND-KEY
        PERFORM N-PARA
        MOVE SPACES TO WS-INPUT-SUMMARY
        STRING 'REPAIR ' FUNCTION TRIM(WS-OPERATOR)
                ' SEQ ' WS-FIXED-SEQ
                ' ' FUNCTION TRIM(WS-FIX-LIST)
                INTO WS-INPUT-SUMMARY
        END-STRING
        IF WS-PEND-STATUS NOT = '00'
            MOVE 'PENDFILE unavailable' TO WS-MESSAGE
            MOVE 500 TO WS-STATUS-CODE
            SET WS-HARD-FAILURE TO TRUE
        ELSE
            IF WS-ALREADY-PENDING
                STRING 'reject '
                        WS-FIXED-SEQ
                        ' already has a repair awaiting approval'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 409 TO WS-STATUS-CODE
            ELSE
                MOVE WS-FIX-RECORD TO REJ-TX-IMAGE
                SET REJ-IS-REPAIRED TO TRUE
                ADD 1 TO WS-PEND-ID
                MOVE SPACES TO PEND-RECORD
                MOVE WS-PEND-ID TO PND-ID
                SET PND-IS-PENDING TO TRUE
                MOVE WS-FUNCTION-ID TO PND-FUNCTION
                MOVE SPACES TO PND-ACTION
                MOVE WS-PEND-KEY TO PND-TARGET-KEY
                SET PND-REJ-IMAGE TO TRUE
                MOVE WS-OPERATOR TO PND-MAKER
                MOVE WS-TIMESTAMP TO PND-MADE-TS
                MOVE WS-REJ-ENTRY(WS-HIT-IX) TO PND-BEFORE-IMAGE
                MOVE REJECT-RECORD TO PND-AFTER-IMAGE
                MOVE LS-EVENT-JSON TO PND-REQUEST-IMAGE
                WRITE PEND-RECORD
                IF WS-PEND-STATUS = '00'
                    STRING 'reject '
                            WS-FIXED-SEQ
                            ' repair ('
                            FUNCTION TRIM(WS-FIX-LIST)
                            ') queued for approval as item '
                            WS-PEND-ID
                            INTO WS-MESSAGE
                            WITH POINTER WS-COUNTR
                            ON OVERFLOW
                                SET WS-OVERFLOW-OCCURRED TO TRUE
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
      * read it through for the last item number and for a repair of
      * this reject still awaiting a decision.
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
                    AND PND-TARGET-KEY = WS-PEND-KEY
                SET WS-ALREADY-PENDING TO TRUE
            END-IF
        END-IF.

      * Flip the one repaired record in place. The records are fixed
