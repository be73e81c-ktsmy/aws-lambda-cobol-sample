000062* API Gateway.
000063* Function id: LOOKUP. CALLed by the dispatcher (LEDGER-DISPATCHER),
000064* which is the program's only entry point.
000065* Alongside the ledger balance it returns the available balance:
000066* the ledger balance less the active funds holds on HOLDFILE.
000070 PROGRAM-ID. LEDGER-LOOKUP.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT
               FILE STATUS IS WS-BAL-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  BAL-MASTER.
       01  BAL-RECORD.
           COPY LEDGERBAL.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LEDGERHLD.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY LEDGERAUD.
000140 01 WS-COUNTR PIC 99 VALUE 1.
000150 01 WS-TMP PIC X(10).
       01 WS-BAL-STATUS PIC X(02) VALUE '00'.
       01 WS-HOLD-STATUS PIC X(02) VALUE '00'.
       01 WS-HOLD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-HOLDS-ON-FILE VALUE 'Y'.
       01 WS-HOLD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-HOLDS VALUE 'Y'.
       01 WS-AVAILABLE PIC S9(9)V99 VALUE 0.
       01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01 WS-STATUS-CODE PIC 9(03) VALUE 200.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
           05 WS-CUR-SEC PIC 9(02).
           05 WS-CUR-CENT PIC 9(02).
       01 WS-BALANCE-EDIT PIC ---9(7).99.
       01 WS-AVAILABLE-EDIT PIC ---9(7).99.
000160 LINKAGE SECTION.
       01 LS-EVENT-JSON PIC X(2000).
       01 LS-FUNCTION-ID PIC X(10).
        PERFORM B-LAMBDAFORMAT
        PERFORM F-PARA
        CLOSE BAL-MASTER
        IF WS-HOLDS-ON-FILE
            CLOSE HOLD-FILE
        END-IF
        CLOSE AUDIT-FILE
        MOVE WS-LAMBDA TO LS-RESPONSE-JSON
        IF WS-OVERFLOW-OCCURRED
        IF WS-BAL-STATUS NOT = '00'
            SET WS-HARD-FAILURE TO TRUE
        END-IF
        OPEN INPUT HOLD-FILE
        IF WS-HOLD-STATUS = '00'
            SET WS-HOLDS-ON-FILE TO TRUE
        END-IF
        OPEN EXTEND AUDIT-FILE
        IF WS-AUDIT-STATUS NOT = '00'
            OPEN OUTPUT AUDIT-FILE
                END-READ
                IF WS-ACCOUNT-FOUND
                    MOVE BAL-BALANCE TO WS-BALANCE-EDIT
                    MOVE BAL-BALANCE TO WS-AVAILABLE
                    PERFORM K-PARA
                    MOVE WS-AVAILABLE TO WS-AVAILABLE-EDIT
                    STRING 'account '
                            FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                            ' balance '
                            FUNCTION TRIM(WS-BALANCE-EDIT)
                            ' available '
                            FUNCTION TRIM(WS-AVAILABLE-EDIT)
                            INTO WS-MESSAGE
                            WITH POINTER WS-COUNTR
                            ON OVERFLOW
        MOVE WS-STATUS-CODE TO AUD-STATUS-CODE
        WRITE AUDIT-RECORD.

      * Take the account's active holds off the balance, counting a
      * hold while its expiry, if it has one, is not before today --
      * the same test LEDGER-POST applies at the overdraft gate.
        K-PARA.
        IF WS-HOLDS-ON-FILE
            MOVE 'N' TO WS-HOLD-EOF-SW
            MOVE WS-LOOKUP-ACCOUNT TO HLD-ACCOUNT
            MOVE 0 TO HLD-SEQ
            START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                INVALID KEY
                    SET WS-END-OF-HOLDS TO TRUE
            END-START
            PERFORM L-PARA WITH TEST AFTER UNTIL WS-END-OF-HOLDS
        END-IF.

        L-PARA.
        IF NOT WS-END-OF-HOLDS
            READ HOLD-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-HOLDS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-HOLDS
            IF HLD-ACCOUNT NOT = WS-LOOKUP-ACCOUNT
                SET WS-END-OF-HOLDS TO TRUE
            ELSE
                IF HLD-IS-ACTIVE
                    IF HLD-EXPIRY = SPACES
                            OR HLD-EXPIRY NOT < WS-TIMESTAMP(1:10)
                        SUBTRACT HLD-AMOUNT FROM WS-AVAILABLE
                    END-IF
                END-IF
            END-IF
        END-IF.

        J-PARA.
        MOVE 500 TO WS-STATUS-CODE
        MOVE SPACES TO WS-LAMBDA
