000062* for API Gateway.
000063* Function id: POST. CALLed by the dispatcher (LEDGER-DISPATCHER),
000064* which is the program's only entry point.
000065* Debits are tested against the available balance: the balance
000066* master figure less any funds holds still active on HOLDFILE.
000067* A dormant account takes credits, but customer debits to it are
000068* refused (DORMNT) until it is reactivated through the ACCT
000069* function.
000070 PROGRAM-ID. LEDGER-POST.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
           SELECT REFER-FILE ASSIGN TO "REFERFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFER-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  TRANS-FILE.
       FD  REFER-FILE.
       01  REFER-RECORD.
           COPY LEDGERRFR.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LEDGERHLD.
000090 WORKING-STORAGE SECTION.
000110 01 WS-OUTPUT PIC X(1500).
000120 01 WS-LAMBDA PIC X(1000).
       01 WS-REFER-DISP PIC X(01) VALUE SPACE.
       01 WS-NEW-BAL PIC S9(9)V99 VALUE 0.
       01 WS-LIMIT-FLOOR PIC S9(9)V99 VALUE 0.
       01 WS-HOLD-STATUS PIC X(02) VALUE '00'.
       01 WS-HOLD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-HOLDS-ON-FILE VALUE 'Y'.
       01 WS-HOLD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-HOLDS VALUE 'Y'.
       01 WS-HOLD-DATE PIC X(10) VALUE SPACES.
       01 WS-STATUS-CODE PIC 9(03) VALUE 200.
       01 WS-FUNCTION-ID PIC X(10) VALUE 'POST'.
       01 WS-INPUT-SUMMARY PIC X(60) VALUE SPACES.
        OPEN INPUT RATE-DB
        IF WS-RATE-STATUS = '00'
            SET WS-RATES-ON-FILE TO TRUE
        END-IF
        PERFORM N2-PARA.

      * Open the funds hold file maintained through the HOLD function.
      * With none on hand there is nothing held and the overdraft gate
      * works on the plain balance.
        N2-PARA.
        OPEN INPUT HOLD-FILE
        IF WS-HOLD-STATUS = '00'
            SET WS-HOLDS-ON-FILE TO TRUE
        END-IF.

        D-PARA.
        CLOSE REFER-FILE
        IF WS-RATES-ON-FILE
            CLOSE RATE-DB
        END-IF
        IF WS-HOLDS-ON-FILE
            CLOSE HOLD-FILE
        END-IF.

        H-PARA.
                SET WS-TX-REFUSED TO TRUE
                MOVE 'NOACCT' TO WS-REFUSE-REASON
            NOT INVALID KEY
                IF ACT-IS-DORMANT
                    PERFORM K2-PARA
                ELSE
                    IF NOT ACT-IS-OPEN
                        SET WS-TX-REFUSED TO TRUE
                        IF ACT-IS-FROZEN
                            MOVE 'FROZEN' TO WS-REFUSE-REASON
                        ELSE
                            MOVE 'CLOSED' TO WS-REFUSE-REASON
                        END-IF
                    END-IF
                END-IF
        END-READ
            PERFORM U-PARA
        END-IF.

      * A dormant account: credits post as normal, and so do the
      * ledger's own entries - interest and fee accruals ('AC'),
      * revaluations ('RV'), period close ('PC') and the escheat that
      * empties the account ('ES'). Any other debit is the customer's
      * and is refused until the account is reactivated.
        K2-PARA.
        IF TX-IS-DEBIT
                AND TX-REFERENCE(1:2) NOT = 'AC'
                AND TX-REFERENCE(1:2) NOT = 'RV'
                AND TX-REFERENCE(1:2) NOT = 'PC'
                AND TX-REFERENCE(1:2) NOT = 'ES'
            SET WS-TX-REFUSED TO TRUE
            MOVE 'DORMNT' TO WS-REFUSE-REASON
        END-IF.

      * Resolve the posting's currency to a base-currency rate. The
      * base currency converts at 1; any other currency must have a
      * rate loaded from RATEFILE effective for the business date --
                END-READ
        END-START.

      * The overdraft gate: a debit that would drive the available
      * balance (the balance less active funds holds) past the
      * account's limit is refused (OVRLIM), or - on an account
      * flagged post-and-refer - posted and referred. Either way, and
      * also when it lands exactly on the limit, the account goes on
      * REFERFILE, carrying the available figure, for the morning
      * referral report.
        U-PARA.
        IF TX-IS-DEBIT
            COMPUTE WS-BASE-AMOUNT ROUNDED = TX-AMOUNT * WS-TX-RATE
            PERFORM U2-PARA
                    VARYING WS-JLEG-IX FROM 1 BY 1
                    UNTIL WS-JLEG-IX > WS-JLEG-CNT
            PERFORM U3-PARA
            IF ACT-LIMIT IS NUMERIC
                COMPUTE WS-LIMIT-FLOOR = 0 - ACT-LIMIT
            ELSE
            END-IF
        END-IF.

      * Take the account's active holds off the projected balance. A
      * hold counts while it is active and its expiry, if it has one,
      * is not before the business date of the posting.
        U3-PARA.
        IF WS-HOLDS-ON-FILE
            MOVE WS-BUS-DATE TO WS-HOLD-DATE
            IF WS-HOLD-DATE = SPACES
                MOVE WS-TIMESTAMP(1:10) TO WS-HOLD-DATE
            END-IF
            MOVE 'N' TO WS-HOLD-EOF-SW
            MOVE TX-ACCOUNT TO HLD-ACCOUNT
            MOVE 0 TO HLD-SEQ
            START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                INVALID KEY
                    SET WS-END-OF-HOLDS TO TRUE
            END-START
            PERFORM U4-PARA WITH TEST AFTER UNTIL WS-END-OF-HOLDS
        END-IF.

        U4-PARA.
        IF NOT WS-END-OF-HOLDS
            READ HOLD-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-HOLDS TO TRUE
            END-READ
        END-IF
        IF NOT WS-END-OF-HOLDS
            IF HLD-ACCOUNT NOT = TX-ACCOUNT
                SET WS-END-OF-HOLDS TO TRUE
            ELSE
                IF HLD-IS-ACTIVE
                    IF HLD-EXPIRY = SPACES
                            OR HLD-EXPIRY NOT < WS-HOLD-DATE
                        SUBTRACT HLD-AMOUNT FROM WS-NEW-BAL
                    END-IF
                END-IF
            END-IF
        END-IF.

        V-PARA.
        MOVE WS-TIMESTAMP TO RFR-TIMESTAMP
        MOVE TX-ACCOUNT TO RFR-ACCOUNT
