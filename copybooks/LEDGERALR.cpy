      * LEDGERALR - Transaction monitoring alert record (ALERTFILE).
      * Raised by LEDGER-MONITOR, keyed by the business date it was
      * raised on plus a sequence within the day, so the alert id
      * quoted to the ALERT function is yyyymmddnnnnn. Carries the
      * account, the rule that fired, the postings that made it up
      * (the first ten references, with the full count and total)
      * and the compliance officer's disposition. An alert stays open
      * until it is cleared or filed (the currency transaction report
      * made); escalation keeps it open for the next reviewer but is
      * recorded in its own fields (by, when and the escalating
      * officer's note), so the review trail survives the final
      * disposition.
           05  ALR-KEY.
               10  ALR-DATE            PIC 9(08).
               10  ALR-SEQ             PIC 9(05).
           05  ALR-ACCOUNT             PIC X(10).
           05  ALR-RULE                PIC X(06).
               88  ALR-RULE-SINGLE     VALUE 'SINGLE'.
               88  ALR-RULE-DAILY      VALUE 'DAILY'.
               88  ALR-RULE-STRUCT     VALUE 'STRUCT'.
           05  ALR-DRCR                PIC X(01).
           05  ALR-TOTAL               PIC S9(11)V99.
           05  ALR-POST-CNT            PIC 9(05).
           05  ALR-FIRST-DATE          PIC X(10).
           05  ALR-LAST-DATE           PIC X(10).
           05  ALR-REF-CNT             PIC 9(02).
           05  ALR-REFERENCES.
               10  ALR-REFERENCE       PIC X(12) OCCURS 10 TIMES.
           05  ALR-STATUS              PIC X(01).
               88  ALR-IS-OPEN         VALUE 'O'.
               88  ALR-IS-ESCALATED    VALUE 'E'.
               88  ALR-IS-CLEARED      VALUE 'C'.
               88  ALR-IS-FILED        VALUE 'F'.
           05  ALR-RAISED-TS           PIC X(26).
           05  ALR-ESCALATED-BY        PIC X(20).
           05  ALR-ESCALATED-TS        PIC X(26).
           05  ALR-ESCALATE-NOTE       PIC X(40).
           05  ALR-DISP-BY             PIC X(20).
           05  ALR-DISP-TS             PIC X(26).
           05  ALR-DISP-NOTE           PIC X(40).
