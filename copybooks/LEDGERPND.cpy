      * LEDGERPND - Pending-approval item record (PENDFILE).
      * Dual control for the sensitive maintenance actions: an ACCT
      * LIMIT, CLOSE or REACTIVATE, a REVERSE, or a REPAIR no longer
      * takes effect when the maker keys it. The maker's program writes
      * one item here instead, keyed by item number, carrying who
      * raised it, the full request image, and the before and after
      * images of the record it would change (ACCTFILE or REJFILE
      * record, or for a reversal the original and offsetting POSTFILE
      * details). A different operator then calls APPROVE, which
      * re-drives the request through the maker's program, or DECLINE,
      * which discards it (LEDGER-APPROVE). Decided items stay on file
      * as the audit evidence; LEDGER-APPRRPT prints them each night.
           05  PND-ID                  PIC 9(06).
           05  PND-STATUS              PIC X(01).
               88  PND-IS-PENDING      VALUE 'P'.
               88  PND-IS-APPROVED     VALUE 'A'.
               88  PND-IS-DECLINED     VALUE 'D'.
           05  PND-FUNCTION            PIC X(10).
           05  PND-ACTION              PIC X(10).
           05  PND-TARGET-KEY          PIC X(12).
           05  PND-IMAGE-KIND          PIC X(01).
               88  PND-ACCT-IMAGE      VALUE 'A'.
               88  PND-REJ-IMAGE       VALUE 'R'.
               88  PND-POST-IMAGE      VALUE 'P'.
           05  PND-MAKER               PIC X(20).
           05  PND-MADE-TS             PIC X(26).
           05  PND-CHECKER             PIC X(20).
           05  PND-DECIDED-TS          PIC X(26).
           05  PND-BEFORE-IMAGE        PIC X(100).
           05  PND-AFTER-IMAGE         PIC X(100).
           05  PND-REQUEST-IMAGE       PIC X(2000).
