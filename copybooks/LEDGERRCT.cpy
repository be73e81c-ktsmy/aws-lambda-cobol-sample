      * LEDGERRCT - Batch run-control record (RUNCTL).
      * One record per step of the nightly chain per business date,
      * kept by LEDGER-RUNCTL as run_batch.sh starts and ends each
      * step: when it started and ended, its condition code, how many
      * times it has been attempted and the control totals the step
      * itself reported. The record with a blank step id heads the
      * night (status of the batch as a whole, the business date run
      * before it); the record dated zero points at the last business
      * date begun. Read by the BATCH function (LEDGER-BATCH).
           05  RCT-KEY.
               10  RCT-BUS-DATE        PIC 9(08).
               10  RCT-STEP-ID         PIC X(05).
           05  RCT-STEP-NAME           PIC X(24).
      * 'G' marks a step that generates work (or rolls files forward)
      * and so must not run twice for a date without an override.
           05  RCT-STEP-CLASS          PIC X(01).
               88  RCT-IS-GENERATOR    VALUE 'G'.
           05  RCT-STATUS              PIC X(01).
               88  RCT-IS-RUNNING      VALUE 'R'.
               88  RCT-IS-COMPLETE     VALUE 'C'.
               88  RCT-IS-FAILED       VALUE 'F'.
               88  RCT-IS-ABANDONED    VALUE 'A'.
           05  RCT-RUN-CNT             PIC 9(03).
           05  RCT-START-TS            PIC X(26).
           05  RCT-END-TS              PIC X(26).
           05  RCT-COND-CODE           PIC 9(03).
           05  RCT-TOTALS              PIC X(100).
           05  RCT-OVERRIDE-BY         PIC X(20).
      * Night header: the business date begun before this one, and
      * whether a restart is still passing over completed steps; a
      * failed night carries the failing step id in RCT-STEP-NAME.
      * Date-zero record: the last business date begun.
           05  RCT-PRIOR-DATE          PIC 9(08).
           05  RCT-RESUME-SW           PIC X(01).
               88  RCT-RESUMING        VALUE 'Y'.
