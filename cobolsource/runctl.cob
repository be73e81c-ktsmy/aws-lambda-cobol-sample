000010 IDENTIFICATION DIVISION.
000050* BATCH RUN-CONTROL UTILITY FOR COBOL-LEDGER.
000060* run_batch.sh calls this around every step of the nightly chain
000061* so the run-control file (RUNCTL, LEDGERRCT layout) holds, per
000062* business date and step id, when the step started and ended,
000063* its condition code and the control totals it reported. The
000064* action is the first word of the command line:
000065*   BEGIN            - open the night. A new business date is
000066*                      refused while the date before it is not
000067*                      complete; a date already begun is a
000068*                      restart, which passes over the steps that
000069*                      completed and picks up at the first one
00006A*                      that did not (condition code 1 when the
00006B*                      whole night is already complete).
00006C*   START id class name
00006D*                    - a step is about to run. Condition code 1
00006E*                      tells the driver to pass over a step the
00006F*                      restart has found complete; a completed
00006G*                      generator step (class G) is refused with
00006H*                      condition code 12 once the restart has
00006I*                      moved past it, unless named on the
00006J*                      override.
00006K*   END id cc        - the step ended with this condition code;
00006L*                      its control totals come in RUNCTL_TOTALS.
00006M*   FINISH           - every step ran clean; the night is done.
00006N* The business date is BUSINESS_DATE (yyyymmdd) when the driver
00006O* sets it, otherwise today. RUNCTL_OVERRIDE lists the step ids an
00006P* operator has cleared to run again (ALL for every step), and
00006Q* PRIOR to start a new date over an incomplete one, which is then
00006R* marked abandoned; each override is stamped with the USER id.
00006S* Condition code 8 is a run-control file failure.
000070 PROGRAM-ID. LEDGER-RUNCTL.
000080 ENVIRONMENT DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           COPY LEDGERRCT.
000090 WORKING-STORAGE SECTION.
       01 WS-RCT-STATUS PIC X(02) VALUE '00'.
       01 WS-RC PIC 9(02) VALUE 0.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-OVR-SW PIC X(01) VALUE 'N'.
           88 WS-OVERRIDDEN VALUE 'Y'.
       01 WS-COMMAND PIC X(200) VALUE SPACES.
       01 WS-ACTION PIC X(10) VALUE SPACES.
       01 WS-STEP-ID PIC X(05) VALUE SPACES.
       01 WS-ARG3 PIC X(10) VALUE SPACES.
       01 WS-STEP-NAME PIC X(24) VALUE SPACES.
       01 WS-STEP-CC PIC 9(03) VALUE 0.
       01 WS-TOTALS PIC X(100) VALUE SPACES.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-OVERRIDE PIC X(100) VALUE SPACES.
       01 WS-OVR-LIST PIC X(104) VALUE SPACES.
       01 WS-OVR-WORD PIC X(08) VALUE SPACES.
       01 WS-OVR-LEN PIC 9(02) VALUE 0.
       01 WS-OVR-HITS PIC 9(03) VALUE 0.
       01 WS-ENV-DATE PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-LAST-DATE PIC 9(08) VALUE 0.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-CUR-DATE8 PIC 9(08) VALUE 0.
       01 WS-CUR-DATE-X REDEFINES WS-CUR-DATE8.
           05 WS-CUR-YYYY PIC 9(04).
           05 WS-CUR-MM PIC 9(02).
           05 WS-CUR-DD PIC 9(02).
       01 WS-CUR-TIME8 PIC 9(08) VALUE 0.
       01 WS-CUR-TIME-X REDEFINES WS-CUR-TIME8.
           05 WS-CUR-HH PIC 9(02).
           05 WS-CUR-MIN PIC 9(02).
           05 WS-CUR-SEC PIC 9(02).
           05 WS-CUR-CENT PIC 9(02).
000160 PROCEDURE DIVISION.
        A-PARA.
        PERFORM B-PARA
        IF WS-RC = 0
            EVALUATE WS-ACTION
                WHEN 'BEGIN'
                    PERFORM C-PARA
                WHEN 'START'
                    PERFORM D-PARA
                WHEN 'END'
                    PERFORM E-PARA
                WHEN 'FINISH'
                    PERFORM F-PARA
                WHEN OTHER
                    DISPLAY 'LEDGER-RUNCTL: UNSUPPORTED ACTION '
                            WS-ACTION
                    MOVE 8 TO WS-RC
            END-EVALUATE
            CLOSE RUNCTL-FILE
        END-IF
        MOVE WS-RC TO RETURN-CODE
        GOBACK.

        B-PARA.
        ACCEPT WS-CUR-DATE8 FROM DATE YYYYMMDD
        ACCEPT WS-CUR-TIME8 FROM TIME
        STRING WS-CUR-YYYY '-' WS-CUR-MM '-' WS-CUR-DD 'T'
                WS-CUR-HH ':' WS-CUR-MIN ':' WS-CUR-SEC 'Z'
                INTO WS-TIMESTAMP
        END-STRING
        ACCEPT WS-COMMAND FROM COMMAND-LINE
        UNSTRING WS-COMMAND DELIMITED BY ALL SPACE
                INTO WS-ACTION WS-STEP-ID WS-ARG3 WS-STEP-NAME
        END-UNSTRING
        ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'BUSINESS_DATE'
        IF WS-ENV-DATE IS NUMERIC
            MOVE WS-ENV-DATE TO WS-RUN-DATE
        ELSE
            MOVE WS-CUR-DATE8 TO WS-RUN-DATE
        END-IF
        ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'
        IF WS-OPERATOR = SPACES
            MOVE 'UNKNOWN' TO WS-OPERATOR
        END-IF
        ACCEPT WS-OVERRIDE FROM ENVIRONMENT 'RUNCTL_OVERRIDE'
        STRING ' ' WS-OVERRIDE ' '
                DELIMITED BY SIZE
                INTO WS-OVR-LIST
        END-STRING
        OPEN I-O RUNCTL-FILE
        IF WS-RCT-STATUS = '35'
            OPEN OUTPUT RUNCTL-FILE
            CLOSE RUNCTL-FILE
            OPEN I-O RUNCTL-FILE
        END-IF
        IF WS-RCT-STATUS NOT = '00'
            DISPLAY 'LEDGER-RUNCTL: UNABLE TO OPEN RUNCTL, '
                    'STATUS ' WS-RCT-STATUS
            MOVE 8 TO WS-RC
        END-IF.

      * BEGIN: a date already on file is a restart of that night; a
      * new date must follow a night that completed.
        C-PARA.
        MOVE WS-RUN-DATE TO RCT-BUS-DATE
        MOVE SPACES TO RCT-STEP-ID
        PERFORM H-PARA
        IF WS-RECORD-FOUND
            EVALUATE TRUE
                WHEN RCT-IS-COMPLETE
                    DISPLAY 'LEDGER-RUNCTL: BUSINESS DATE '
                            WS-RUN-DATE ' ALREADY COMPLETE'
                    MOVE 1 TO WS-RC
                WHEN RCT-IS-ABANDONED
                    DISPLAY 'LEDGER-RUNCTL: BUSINESS DATE '
                            WS-RUN-DATE ' WAS ABANDONED BY '
                            RCT-OVERRIDE-BY ' - NOT RESTARTED'
                    MOVE 12 TO WS-RC
                WHEN OTHER
                    SET RCT-IS-RUNNING TO TRUE
                    SET RCT-RESUMING TO TRUE
                    ADD 1 TO RCT-RUN-CNT
                    PERFORM K-PARA
                    DISPLAY 'LEDGER-RUNCTL: RESTARTING BUSINESS DATE '
                            WS-RUN-DATE ', ATTEMPT ' RCT-RUN-CNT
            END-EVALUATE
        ELSE
            PERFORM C2-PARA
        END-IF.

        C2-PARA.
        MOVE 0 TO WS-LAST-DATE
        MOVE 0 TO RCT-BUS-DATE
        MOVE SPACES TO RCT-STEP-ID
        PERFORM H-PARA
        IF WS-RECORD-FOUND
            MOVE RCT-PRIOR-DATE TO WS-LAST-DATE
        END-IF
        IF WS-LAST-DATE > WS-RUN-DATE
            DISPLAY 'LEDGER-RUNCTL: BUSINESS DATE ' WS-RUN-DATE
                    ' IS EARLIER THAN ' WS-LAST-DATE
                    ' ALREADY BEGUN - REFUSED'
            MOVE 12 TO WS-RC
        ELSE
            IF WS-LAST-DATE > 0
                MOVE WS-LAST-DATE TO RCT-BUS-DATE
                MOVE SPACES TO RCT-STEP-ID
                PERFORM H-PARA
                IF WS-RECORD-FOUND
                        AND NOT RCT-IS-COMPLETE
                        AND NOT RCT-IS-ABANDONED
                    MOVE 'PRIOR' TO WS-OVR-WORD
                    PERFORM G-PARA
                    IF WS-OVERRIDDEN
                        SET RCT-IS-ABANDONED TO TRUE
                        MOVE WS-OPERATOR TO RCT-OVERRIDE-BY
                        MOVE WS-TIMESTAMP TO RCT-END-TS
                        PERFORM K-PARA
                        DISPLAY 'LEDGER-RUNCTL: BUSINESS DATE '
                                WS-LAST-DATE ' ABANDONED BY '
                                WS-OPERATOR
                    ELSE
                        DISPLAY 'LEDGER-RUNCTL: BUSINESS DATE '
                                WS-LAST-DATE ' IS NOT COMPLETE - '
                                WS-RUN-DATE ' REFUSED'
                        MOVE 12 TO WS-RC
                    END-IF
                END-IF
            END-IF
        END-IF
        IF WS-RC = 0
            PERFORM C3-PARA
        END-IF.

      * Head the new night and point the date-zero record at it.
        C3-PARA.
        MOVE SPACES TO RUNCTL-RECORD
        MOVE WS-RUN-DATE TO RCT-BUS-DATE
        SET RCT-IS-RUNNING TO TRUE
        MOVE 1 TO RCT-RUN-CNT
        MOVE WS-TIMESTAMP TO RCT-START-TS
        MOVE 0 TO RCT-COND-CODE
        MOVE WS-LAST-DATE TO RCT-PRIOR-DATE
        MOVE 'N' TO RCT-RESUME-SW
        WRITE RUNCTL-RECORD
        IF WS-RCT-STATUS NOT = '00'
            PERFORM L-PARA
        END-IF
        MOVE 0 TO RCT-BUS-DATE
        MOVE SPACES TO RCT-STEP-ID
        PERFORM H-PARA
        MOVE WS-RUN-DATE TO RCT-PRIOR-DATE
        IF WS-RECORD-FOUND
            PERFORM K-PARA
        ELSE
            MOVE SPACES TO RUNCTL-RECORD
            MOVE 0 TO RCT-BUS-DATE
            MOVE 'LAST BUSINESS DATE' TO RCT-STEP-NAME
            MOVE 0 TO RCT-RUN-CNT
            MOVE 0 TO RCT-COND-CODE
            MOVE WS-RUN-DATE TO RCT-PRIOR-DATE
            WRITE RUNCTL-RECORD
            IF WS-RCT-STATUS NOT = '00'
                PERFORM L-PARA
            END-IF
        END-IF
        DISPLAY 'LEDGER-RUNCTL: BUSINESS DATE ' WS-RUN-DATE ' BEGUN'.

      * START: while a restart is still passing over completed steps,
      * a complete step is skipped; the first step that is not - or
      * that the operator has named - ends the pass, and from there
      * on everything runs, except a completed generator without an
      * override.
        D-PARA.
        MOVE WS-RUN-DATE TO RCT-BUS-DATE
        MOVE SPACES TO RCT-STEP-ID
        PERFORM H-PARA
        IF NOT WS-RECORD-FOUND
            DISPLAY 'LEDGER-RUNCTL: BUSINESS DATE ' WS-RUN-DATE
                    ' HAS NOT BEEN BEGUN'
            MOVE 12 TO WS-RC
        ELSE
            MOVE WS-STEP-ID TO WS-OVR-WORD
            PERFORM G-PARA
            IF NOT WS-OVERRIDDEN
                MOVE 'ALL' TO WS-OVR-WORD
                PERFORM G-PARA
            END-IF
            MOVE WS-RUN-DATE TO RCT-BUS-DATE
            MOVE WS-STEP-ID TO RCT-STEP-ID
            PERFORM H-PARA
            IF WS-RECORD-FOUND AND RCT-IS-COMPLETE
                PERFORM D2-PARA
            END-IF
            IF WS-RC = 0
                PERFORM D3-PARA
            END-IF
        END-IF.

        D2-PARA.
        MOVE WS-RUN-DATE TO RCT-BUS-DATE
        MOVE SPACES TO RCT-STEP-ID
        PERFORM H-PARA
        IF RCT-RESUMING AND NOT WS-OVERRIDDEN
            DISPLAY 'LEDGER-RUNCTL: STEP ' WS-STEP-ID
                    ' ALREADY COMPLETE - PASSED OVER ON RESTART'
            MOVE 1 TO WS-RC
        ELSE
            IF WS-ARG3 = 'G' AND NOT WS-OVERRIDDEN
                DISPLAY 'LEDGER-RUNCTL: GENERATOR STEP ' WS-STEP-ID
                        ' ALREADY COMPLETE FOR ' WS-RUN-DATE
                        ' - RERUN REFUSED WITHOUT OVERRIDE'
                MOVE 12 TO WS-RC
            END-IF
        END-IF.

        D3-PARA.
        MOVE WS-RUN-DATE TO RCT-BUS-DATE
        MOVE SPACES TO RCT-STEP-ID
        PERFORM H-PARA
        IF RCT-RESUMING
            MOVE 'N' TO RCT-RESUME-SW
            PERFORM K-PARA
        END-IF
        MOVE WS-RUN-DATE TO RCT-BUS-DATE
        MOVE WS-STEP-ID TO RCT-STEP-ID
        PERFORM H-PARA
        IF NOT WS-RECORD-FOUND
            MOVE SPACES TO RUNCTL-RECORD
            MOVE WS-RUN-DATE TO RCT-BUS-DATE
            MOVE WS-STEP-ID TO RCT-STEP-ID
            MOVE 0 TO RCT-RUN-CNT
            MOVE 0 TO RCT-PRIOR-DATE
        END-IF
        MOVE WS-STEP-NAME TO RCT-STEP-NAME
        MOVE WS-ARG3 TO RCT-STEP-CLASS
        IF RCT-IS-COMPLETE
            MOVE WS-OPERATOR TO RCT-OVERRIDE-BY
            DISPLAY 'LEDGER-RUNCTL: STEP ' WS-STEP-ID
                    ' RERUN ON OVERRIDE BY ' WS-OPERATOR
        END-IF
        SET RCT-IS-RUNNING TO TRUE
        ADD 1 TO RCT-RUN-CNT
        MOVE WS-TIMESTAMP TO RCT-START-TS
        MOVE SPACES TO RCT-END-TS
        MOVE 0 TO RCT-COND-CODE
        MOVE SPACES TO RCT-TOTALS
        IF WS-RECORD-FOUND
            PERFORM K-PARA
        ELSE
            WRITE RUNCTL-RECORD
            IF WS-RCT-STATUS NOT = '00'
                PERFORM L-PARA
            END-IF
        END-IF.

      * END: complete below condition code 4, failed from 4 up - the
      * same line the driver draws. A failure fails the night too.
        E-PARA.
        IF WS-ARG3 IS NUMERIC
            MOVE WS-ARG3 TO WS-STEP-CC
        ELSE
            COMPUTE WS-STEP-CC = FUNCTION NUMVAL(WS-ARG3)
        END-IF
        ACCEPT WS-TOTALS FROM ENVIRONMENT 'RUNCTL_TOTALS'
        MOVE WS-RUN-DATE TO RCT-BUS-DATE
        MOVE WS-STEP-ID TO RCT-STEP-ID
        PERFORM H-PARA
        IF NOT WS-RECORD-FOUND
            DISPLAY 'LEDGER-RUNCTL: STEP ' WS-STEP-ID
                    ' WAS NOT STARTED FOR ' WS-RUN-DATE
            MOVE 8 TO WS-RC
        ELSE
            MOVE WS-TIMESTAMP TO RCT-END-TS
            MOVE WS-STEP-CC TO RCT-COND-CODE
            MOVE WS-TOTALS TO RCT-TOTALS
            IF WS-STEP-CC < 4
                SET RCT-IS-COMPLETE TO TRUE
            ELSE
                SET RCT-IS-FAILED TO TRUE
            END-IF
            PERFORM K-PARA
            IF WS-STEP-CC NOT < 4
                MOVE WS-RUN-DATE TO RCT-BUS-DATE
                MOVE SPACES TO RCT-STEP-ID
                PERFORM H-PARA
                SET RCT-IS-FAILED TO TRUE
                MOVE WS-TIMESTAMP TO RCT-END-TS
                MOVE WS-STEP-CC TO RCT-COND-CODE
                MOVE WS-STEP-ID TO RCT-STEP-NAME
                PERFORM K-PARA
            END-IF
        END-IF.

        F-PARA.
        MOVE WS-RUN-DATE TO RCT-BUS-DATE
        MOVE SPACES TO RCT-STEP-ID
        PERFORM H-PARA
        IF NOT WS-RECORD-FOUND
            DISPLAY 'LEDGER-RUNCTL: BUSINESS DATE ' WS-RUN-DATE
                    ' HAS NOT BEEN BEGUN'
            MOVE 12 TO WS-RC
        ELSE
            SET RCT-IS-COMPLETE TO TRUE
            MOVE 'N' TO RCT-RESUME-SW
            MOVE WS-TIMESTAMP TO RCT-END-TS
            MOVE 0 TO RCT-COND-CODE
            MOVE SPACES TO RCT-STEP-NAME
            PERFORM K-PARA
            DISPLAY 'LEDGER-RUNCTL: BUSINESS DATE ' WS-RUN-DATE
                    ' COMPLETE'
        END-IF.

      * Is WS-OVR-WORD one of the words on RUNCTL_OVERRIDE?
        G-PARA.
        MOVE 'N' TO WS-OVR-SW
        MOVE 0 TO WS-OVR-HITS
        COMPUTE WS-OVR-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-OVR-WORD)) + 2
        MOVE SPACES TO WS-COMMAND
        STRING ' ' FUNCTION TRIM(WS-OVR-WORD) ' '
                DELIMITED BY SIZE
                INTO WS-COMMAND
        END-STRING
        INSPECT WS-OVR-LIST TALLYING WS-OVR-HITS
                FOR ALL WS-COMMAND(1:WS-OVR-LEN)
        IF WS-OVR-HITS > 0
            SET WS-OVERRIDDEN TO TRUE
        END-IF.

        H-PARA.
        READ RUNCTL-FILE
            INVALID KEY
                MOVE 'N' TO WS-FOUND-SW
            NOT INVALID KEY
                SET WS-RECORD-FOUND TO TRUE
        END-READ.

        K-PARA.
        REWRITE RUNCTL-RECORD
        IF WS-RCT-STATUS NOT = '00'
            PERFORM L-PARA
        END-IF.

        L-PARA.
        DISPLAY 'LEDGER-RUNCTL: RUNCTL UPDATE FAILED FOR '
                RCT-BUS-DATE ' ' RCT-STEP-ID
                ', STATUS ' WS-RCT-STATUS
        MOVE 8 TO WS-RC.
