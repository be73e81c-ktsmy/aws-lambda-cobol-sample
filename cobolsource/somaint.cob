000064* the expected attributes for API Gateway.
000065* Function id: STANDING. CALLed by the dispatcher
000066* (LEDGER-DISPATCHER), which is the program's only entry point.
000067* The contra may be an external beneficiary's id ('BN', on
000068* BENEFILE) for an instruction that pays money away: the
000069* instruction must then debit its account in the base currency,
00006A* and the beneficiary must be active.
000070 PROGRAM-ID. LEDGER-SOMAINT.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIO-ID
               FILE STATUS IS WS-SO-STATUS.
           SELECT BENE-FILE ASSIGN TO "BENEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BNF-ID
               FILE STATUS IS WS-BNF-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  SO-FILE.
       01  SO-RECORD.
           COPY LEDGERSIO.
       FD  BENE-FILE.
       01  BENE-RECORD.
           COPY LEDGERBNF.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY LEDGERAUD.
000150 01 WS-TMP PIC X(10).
       01 WS-SO-STATUS PIC X(02) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01 WS-BNF-STATUS PIC X(02) VALUE '00'.
       01 WS-STATUS-CODE PIC 9(03) VALUE 200.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 WS-OVERFLOW-OCCURRED VALUE 'Y'.
        PERFORM B-LAMBDAFORMAT
        PERFORM F-PARA
        CLOSE SO-FILE
        IF WS-BNF-STATUS NOT = '35'
            CLOSE BENE-FILE
        END-IF
        CLOSE AUDIT-FILE
        MOVE WS-LAMBDA TO LS-RESPONSE-JSON
        IF WS-OVERFLOW-OCCURRED
        IF WS-SO-STATUS NOT = '00'
            SET WS-HARD-FAILURE TO TRUE
        END-IF
        OPEN INPUT BENE-FILE
        OPEN EXTEND AUDIT-FILE
        IF WS-AUDIT-STATUS NOT = '00'
            OPEN OUTPUT AUDIT-FILE
                            TO WS-MESSAGE
                    MOVE 400 TO WS-STATUS-CODE
                ELSE
                    IF WS-MAINT-CONTRA(1:2) = 'BN'
                        PERFORM G3-PARA
                    ELSE
                        PERFORM G2-PARA
                    END-IF
                END-IF
            END-IF
        END-IF.
            SET WS-HARD-FAILURE TO TRUE
        END-IF.

      * A payment away to an external beneficiary: the instruction
      * debits its account and the contra leg credits the
      * beneficiary, which the pre-posting edit turns into a payment
      * order. Only the base currency can be paid out.
        G3-PARA.
        IF WS-MAINT-DRCR NOT = 'D'
                OR (WS-MAINT-CCY NOT = SPACES
                    AND WS-MAINT-CCY NOT = 'USD')
            MOVE 'a beneficiary contra needs a USD debit instruction'
                    TO WS-MESSAGE
            MOVE 400 TO WS-STATUS-CODE
        ELSE
            MOVE WS-MAINT-CONTRA TO BNF-ID
            MOVE 'N' TO WS-FOUND-SW
            IF WS-BNF-STATUS NOT = '35'
                READ BENE-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-FOUND-SW
                    NOT INVALID KEY
                        IF BNF-IS-ACTIVE
                            MOVE 'Y' TO WS-FOUND-SW
                        END-IF
                END-READ
            END-IF
            IF WS-FOUND-SW = 'Y'
                PERFORM G2-PARA
            ELSE
                STRING 'beneficiary '
                        FUNCTION TRIM(WS-MAINT-CONTRA)
                        ' not found or closed'
                        INTO WS-MESSAGE
                END-STRING
                MOVE 404 TO WS-STATUS-CODE
            END-IF
        END-IF.

        H-PARA.
        IF NOT WS-INSTR-FOUND
            STRING 'instruction '
