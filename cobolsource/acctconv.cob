000050* CHART-OF-ACCOUNTS CONVERSION FOR COBOL-LEDGER.
000060* One-time maintenance job: the account master record grew from
000061* 53 to 65 bytes when the overdraft limit (ACT-LIMIT) and its
000062* refuse/post-and-refer flag (ACT-LIMIT-ACTION) were added, and
000063* from 65 to 87 bytes when the cash concentration parent and
000064* sweep rule (ACT-PARENT, ACT-SWEEP-RULE, ACT-SWEEP-AMOUNT) were
000065* added, so an ACCTFILE from before either change fails the
000066* indexed open and the first posting step after cutover ends
000067* with condition code 8. This job reloads the old records into a
000068* fresh master under the current layout, giving every account the
000069* same defaults a new ACCT ADD takes: no overdraft, the refuse
00006A* action, and no sweep group.
00006B* Driven by jobs/convert_gens.sh, which sets the old file aside
00006C* as the backup marker.
00006D* Parameter: "<old-account-master> [53|65]", the old record
00006E* length (53 when omitted); the converted file is written under
00006F* the ACCTFILE ddname.
000070 PROGRAM-ID. LEDGER-ACCTCONV.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACT-ACCOUNT
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-ACCT65 ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD65-ACT-ACCOUNT
               FILE STATUS IS WS-OLD-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           05  OLD-ACT-TYPE        PIC X(02).
           05  OLD-ACT-STATUS      PIC X(01).
           05  OLD-ACT-DATE-OPENED PIC X(10).
      * The 65-byte master is the current record short of its sweep
      * fields, so it is carried across whole.
       FD  OLD-ACCT65.
       01  OLD65-ACCT-RECORD.
           05  OLD65-ACT-ACCOUNT   PIC X(10).
           05  OLD65-ACT-REST      PIC X(55).
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY LEDGERACT.
       01 WS-OLD-STATUS PIC X(02) VALUE '00'.
       01 WS-ACCT-STATUS PIC X(02) VALUE '00'.
       01 WS-IN-NAME PIC X(256) VALUE SPACES.
       01 WS-PARM PIC X(270) VALUE SPACES.
       01 WS-IN-LAYOUT PIC X(02) VALUE SPACES.
           88 WS-OLD-IS-53 VALUE '53'.
           88 WS-OLD-IS-65 VALUE '65'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-OLD VALUE 'Y'.
       01 WS-REC-CNT PIC 9(07) VALUE 0.
000160 PROCEDURE DIVISION.
        A-PARA.
        ACCEPT WS-PARM FROM COMMAND-LINE
        UNSTRING WS-PARM DELIMITED BY ALL SPACE
                INTO WS-IN-NAME WS-IN-LAYOUT
        END-UNSTRING
        IF WS-IN-NAME = SPACES
            DISPLAY 'LEDGER-ACCTCONV: OLD MASTER NAME REQUIRED'
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        IF WS-IN-LAYOUT = SPACES
            MOVE '53' TO WS-IN-LAYOUT
        END-IF
        IF NOT WS-OLD-IS-53 AND NOT WS-OLD-IS-65
            DISPLAY 'LEDGER-ACCTCONV: OLD RECORD LENGTH MUST BE '
                    '53 OR 65, NOT ' WS-IN-LAYOUT
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        IF WS-OLD-IS-65
            OPEN INPUT OLD-ACCT65
        ELSE
            OPEN INPUT OLD-ACCT
        END-IF
        IF WS-OLD-STATUS NOT = '00'
            DISPLAY 'LEDGER-ACCTCONV: UNABLE TO OPEN '
                    FUNCTION TRIM(WS-IN-NAME)
        IF WS-ACCT-STATUS NOT = '00'
            DISPLAY 'LEDGER-ACCTCONV: UNABLE TO OPEN ACCTFILE, '
                    'STATUS ' WS-ACCT-STATUS
            PERFORM D-PARA
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        IF WS-OLD-IS-65
            PERFORM C-PARA WITH TEST AFTER UNTIL WS-END-OF-OLD
        ELSE
            PERFORM B-PARA WITH TEST AFTER UNTIL WS-END-OF-OLD
        END-IF
        PERFORM D-PARA
        CLOSE ACCT-FILE
        DISPLAY 'LEDGER-ACCTCONV: ' WS-REC-CNT ' ACCOUNTS LOADED'
        MOVE 0 TO RETURN-CODE
      * Same defaults a new ACCT ADD takes: no overdraft, refuse.
            MOVE 0 TO ACT-LIMIT
            SET ACT-REFUSE-OVERLIMIT TO TRUE
            PERFORM E-PARA
        END-IF.

        C-PARA.
        READ OLD-ACCT65
            AT END
                SET WS-END-OF-OLD TO TRUE
        END-READ
        IF NOT WS-END-OF-OLD
            MOVE OLD65-ACCT-RECORD TO ACCT-RECORD
            PERFORM E-PARA
        END-IF.

        D-PARA.
        IF WS-OLD-IS-65
            CLOSE OLD-ACCT65
        ELSE
            CLOSE OLD-ACCT
        END-IF.

      * No account comes across in a sweep group; the ACCT function's
      * SWEEP action puts it in one.
        E-PARA.
        MOVE SPACES TO ACT-PARENT
        SET ACT-NO-SWEEP TO TRUE
        MOVE 0 TO ACT-SWEEP-AMOUNT
        WRITE ACCT-RECORD
        IF WS-ACCT-STATUS = '00'
            ADD 1 TO WS-REC-CNT
        ELSE
            DISPLAY 'LEDGER-ACCTCONV: ACCTFILE WRITE FAILED FOR '
                    ACT-ACCOUNT ', STATUS ' WS-ACCT-STATUS
            SET WS-END-OF-OLD TO TRUE
            MOVE 8 TO RETURN-CODE
        END-IF.
